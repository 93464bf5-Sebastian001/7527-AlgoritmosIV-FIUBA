       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIANZA-LIQUIDACION.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Analisis de la variacion de la liquidacion de un mes contra
      *- el anterior, por sucursal y tipo de clase: cuando el total
      *- de ListadoSucursalAP.txt salta, la diferencia de registros
      *- de Times no dice cuanta plata explica cada causa. Aca la
      *- diferencia de importe se abre en:
      *-   TARIFA    cambio de la tarifa por hora (vigencias de
      *-             Tarifas.dat y diferenciales de TarifasSucursal);
      *-   VOLUMEN   mas o menos horas en la sucursal, a la mezcla y
      *-             precio del mes anterior;
      *-   MEZCLA    corrimiento de horas entre tipos de clase de la
      *-             sucursal, a precio del mes anterior;
      *-   ANTIGUEDAD adicional por anios de servicio;
      *-   FERIADO   recargo de feriado por zona;
      *-   OTROS     redondeos y filas que solo tienen correcciones
      *-             (horas netas en cero con importe).
      *- Los efectos se encadenan (tarifa a recargo y antiguedad del
      *- mes anterior, feriado a tarifa nueva, antiguedad al final),
      *- asi la suma de todos da exactamente la diferencia. Un tipo
      *- nuevo entra entero por mezcla, uno que desaparece sale por
      *- mezcla y volumen; una sucursal nueva o que deja de tener
      *- clases va entera por volumen.
      *-
      *- El resumen mensual y DevengadoHistorico.dat tienen horas e
      *- importes ya netos, sin la tarifa, el recargo ni el adicional
      *- de cada clase, asi que cada clase de los dos meses (Times
      *- vivo y TimesHistorico, por si el mes anterior ya se archivo)
      *- se vuelve a valuar con los parrafos de TP-PARTE2. Una
      *- cancelacion tardia cuenta como las horas pagadas (horas por
      *- el porcentaje de cancelacion del tipo). Al final va el
      *- puente de toda la empresa, del total del mes anterior al del
      *- mes actual, y el control contra lo devengado en
      *- DevengadoHistorico.dat (ultima corrida completa de cada mes).
      *-
      *- Parametros (ParametrosVarianza.txt, opcional): mes a
      *- analizar AAAAMM; sin archivo o en blanco, el mes de la ultima
      *- corrida de DevengadoHistorico.dat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ParametrosVarianza.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT TIMES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TVI-CLAVE
           ALTERNATE RECORD KEY IS TVI-CUIT
           WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

      *- Opcional: si ARCHIVAR-TIMES nunca corrio no hay historico.
       SELECT HISTORICO-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/TimesHistorico.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS THI-CLAVE
           ALTERNATE RECORD KEY IS THI-CUIT
           WITH DUPLICATES
           FILE STATUS IS FS-HISTORICO.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT TARIFAS-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS
           FILE STATUS IS FS-TARIFAS.

      *- Mismas tablas opcionales que TP-PARTE2.
       SELECT TARIFAS-SUC-FILE
           ASSIGN TO DISK "../files/in/TarifasSucursal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARIFAS-SUC.

       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT ESCALA-ANTIG-FILE
           ASSIGN TO DISK "../files/in/EscalaAntiguedad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESCALA-ANTIG.

       SELECT FERIADOS-FILE
           ASSIGN TO DISK "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

       SELECT DEVENGADO-FILE
           ASSIGN TO DISK "../files/out/DevengadoHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVENGADO.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/VarianzaLiquidacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PARAMETROS.
           03 PVA-PERIODO       PIC 9(06).

       FD TIMES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIMES-VIVO.
           03 TVI-CLAVE.
               05 FILLER       PIC X(05).
               05 FILLER       PIC 9(08).
               05 TVI-CUIT     PIC 9(11).
               05 FILLER       PIC 9(04).
           03 FILLER           PIC X(16).

       FD HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-HISTORICO.
           03 THI-CLAVE.
               05 FILLER       PIC X(05).
               05 FILLER       PIC 9(08).
               05 THI-CUIT     PIC 9(11).
               05 FILLER       PIC 9(04).
           03 FILLER           PIC X(16).

       FD PROFESORES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PROFESORES.
           03  PROF-NUMERO     PIC X(05).
           03  PROF-DNI        PIC 9(08).
           03  PROF-NOMBRE     PIC X(25).
           03  PROF-DIRE       PIC X(20).
           03  PROF-TEL        PIC X(20).
           03  PROF-CBU        PIC X(22).
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS.
           03  TAR-CLAVE.
               05 TAR-TIP-CLASE PIC X(04).
               05 TAR-VIG-DES   PIC 9(08).
           03  TAR-TARIFA       PIC 9(05)V99.
           03  TAR-HORAS-MIN    PIC 9(02)V99.
           03  TAR-HORAS-MAX    PIC 9(02)V99.

       FD TARIFAS-SUC-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS-SUC.
           03 TSU-SUCURSAL      PIC X(03).
           03 TSU-TIP-CLASE     PIC X(04).
           03 TSU-VIG-DES       PIC 9(08).
           03 TSU-TARIFA        PIC 9(05)V99.

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIPOSCLASE.
           03 TIP-CLASE         PIC X(04).
           03 TIP-VIG-DES       PIC 9(08).
           03 TIP-DESC          PIC X(20).
           03 TIP-TARIFA        PIC 9(5)V99.
           03 TIP-HORAS-MIN     PIC 9(2)V99.
           03 TIP-HORAS-MAX     PIC 9(2)V99.
           03 TIP-ASIST-MIN     PIC 9(03).
           03 TIP-PORC-CANCEL   PIC 9(03)V99.

       FD ESCALA-ANTIG-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESCALA-ANTIG.
           03 ANT-VIG-DES       PIC 9(08).
           03 ANT-ANIOS-DESDE   PIC 9(02).
           03 ANT-ANIOS-HASTA   PIC 9(02).
           03 ANT-PORC          PIC 9(03)V99.

       FD FERIADOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA         PIC 9(08).
           03 FER-RECARGO       PIC 9(01)V99.
           03 FER-ZONA          PIC X(02).

      *- Mismo layout que graba TP-PARTE2.
       FD DEVENGADO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DEVENGADO.
           03  DEV-FECHA-CORRIDA   PIC 9(08).
           03  DEV-RAZON           PIC X(25).
           03  DEV-CUIT            PIC 9(11).
           03  DEV-PROF-NUMERO     PIC X(05).
           03  DEV-PROF-NOMBRE     PIC X(25).
           03  DEV-TOT-HORAS       PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  DEV-TOT-IMPORTE     PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  DEV-PERIODO-DESDE   PIC 9(08).
           03  DEV-PERIODO-HASTA   PIC 9(08).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO             PIC X(80).

       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       01 REG-CONTROL-CORRIDA.
           03 CTL-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-TIPO        PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-LEIDOS      PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-GRABADOS    PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-RECHAZADOS  PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-ESTADO      PIC X(01).

       WORKING-STORAGE SECTION.

      *- Contadores y estado para la bitacora de corridas (ver
      *- GRABAR-CONTROL-CORRIDA).
       77 FS-CONTROLCORRIDAS   PIC X(2).
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

       77 FS-PARAMETROS    PIC XX.
       77 FS-TIMES         PIC XX.
       77 FS-HISTORICO     PIC XX.
       77 FS-PROFESORES    PIC XX.
       77 FS-TARIFAS       PIC XX.
       77 FS-TARIFAS-SUC   PIC XX.
       77 FS-ESCALA-ANTIG  PIC XX.
       77 FS-TIPOSCLASE    PIC XX.
       77 FS-FERIADOS      PIC XX.
       77 FS-DEVENGADO     PIC XX.
       77 FS-LISTADO       PIC XX.

      *- Registro de Times en proceso, venga del vivo o del
      *- historico; los parrafos de valuacion son los de TP-PARTE2.
       01 REG-TIMES.
           03 TIM-CLAVE.
               05 TIM-NUMERO   PIC X(05).
               05 TIM-FECHA    PIC 9(08).
               05 TIM-CUIT     PIC 9(11).
               05 TIM-SEC      PIC 9(04).
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
              88 TIM-ES-CORRECCION         VALUE "C".
              88 TIM-ES-NORMAL             VALUE "N" SPACE.
              88 TIM-ES-CANCEL-TARDIA      VALUE "T".
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).
       77 WS-FECHA-CORRIDA  PIC 9(08)  VALUE 0.

       01 PAR-IN.
           03  IN-OP                   PIC X(06).
           03  IN-CUIT                 PIC 9(11).
           03  IN-SUCURSAL             PIC X(03).
           03  IN-RAZON                PIC X(25).
       01 PAR-OUT.
           03 OUT-CR                  PIC X(02).
           03 OUT-REG-SUCURSALES.
               05  SUC-SUCURSAL    PIC X(03).
               05  SUC-RAZON       PIC X(25).
               05  SUC-DIRE        PIC X(20).
               05  SUC-TEL         PIC X(20).
               05  SUC-CUIT        PIC 9(11).
               05  SUC-ZONA        PIC X(02).
               05  SUC-EMPRESA     PIC X(02).

       78 CON-CANT-SUC-MAX  VALUE 200.
       01 VEC-SUCURSALES.
           03 VEC-SUCURSALES-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05  VEC-SUC-SUCURSAL    PIC X(03).
               05  VEC-SUC-RAZON       PIC X(25).
               05  VEC-SUC-CUIT        PIC 9(11).
               05  VEC-SUC-ZONA        PIC X(02).
       77 CANT-SUC          PIC 999        VALUE 0.

       78 CON-CANT-TAR-MAX  VALUE 500.
       01 VEC-TARIFAS.
           03 VEC-TARIFAS-ELM
               OCCURS CON-CANT-TAR-MAX TIMES
               INDEXED BY INDICE-TAR.
               05  VEC-TAR-TIP-CLASE   PIC X(04).
               05  VEC-TAR-VIG-DES     PIC 9(08).
               05  VEC-TAR-TARIFA      PIC 9(05)V99.
       77 CANT-TAR          PIC 999        VALUE 0.

       78 CON-CANT-TARSUC-MAX VALUE 500.
       01 VEC-TARIFAS-SUC.
           03 VEC-TARSUC-ELM
               OCCURS CON-CANT-TARSUC-MAX TIMES
               INDEXED BY INDICE-TSU.
               05  VEC-TSU-SUCURSAL    PIC X(03).
               05  VEC-TSU-TIP-CLASE   PIC X(04).
               05  VEC-TSU-VIG-DES     PIC 9(08).
               05  VEC-TSU-TARIFA      PIC 9(05)V99.
       77 CANT-TARSUC       PIC 999        VALUE 0.
       77 VIG-TSU-HALLADA   PIC 9(08)      VALUE 0.

       78 CON-CANT-FER-MAX  VALUE 50.
       01 VEC-FERIADOS.
           03 VEC-FERIADOS-ELM
               OCCURS CON-CANT-FER-MAX TIMES
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA       PIC 9(08).
               05  VEC-FER-RECARGO     PIC 9(01)V99.
               05  VEC-FER-ZONA        PIC X(02).
       77 CANT-FER           PIC 999        VALUE 0.

       78 CON-CANT-ANT-MAX  VALUE 20.
       01 VEC-ANTIGUEDAD.
           03 VEC-ANT-ELM
               OCCURS CON-CANT-ANT-MAX TIMES
               INDEXED BY INDICE-ANT.
               05 VEC-ANT-VIG           PIC 9(08).
               05 VEC-ANT-DESDE         PIC 9(02).
               05 VEC-ANT-HASTA         PIC 9(02).
               05 VEC-ANT-PORC          PIC 9(03)V99.
       77 CANT-ANTIGUEDAD    PIC 99        VALUE 0.
       77 WS-PORC-ANTIGUEDAD PIC 9(03)V99  VALUE 0.
       77 VIG-ANT-HALLADA    PIC 9(08)     VALUE 0.
       77 WS-ANIOS-ANTIG     PIC S9(03)    VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-AAAA-TIM        PIC 9(04)     VALUE 0.
       77 WS-AAAA-ALTA       PIC 9(04)     VALUE 0.

      *- Porcentaje pagadero de una cancelacion tardia por tipo de
      *- clase y vigencia (mismas reglas que TP_PARTE_1A).
       78 CON-CANT-CANCEL-MAX VALUE 500.
       01 VEC-PORC-CANCEL.
           03 VEC-PCA-ELM
               OCCURS CON-CANT-CANCEL-MAX TIMES
               INDEXED BY INDICE-PCA.
               05 VEC-PCA-TIP-CLASE     PIC X(04).
               05 VEC-PCA-VIG-DES       PIC 9(08).
               05 VEC-PCA-PORC          PIC 9(03)V99.
       77 CANT-PCA           PIC 999       VALUE 0.
       77 WS-PORC-CANCEL     PIC 9(03)V99  VALUE 0.
       77 VIG-PCA-HALLADA    PIC 9(08)     VALUE 0.

       77 WS-RECARGO-FERIADO PIC 9(01)V99   VALUE 1.
       77 TARIFA-VIG         PIC 9(5)V99.
       77 TARIFA-EFECTIVA    PIC 9(5)V99    VALUE 0.
       77 IMPORTE            PIC S9999999V99 SIGN LEADING SEPARATE.

      *- Mes analizado y mes anterior. Por cada uno: la ultima corrida
      *- de DevengadoHistorico.dat que lo cubrio entero (DESDE y HASTA
      *- en el mismo mes) y su total, contra el total que se recalcula
      *- aca desde Times.
       01 WS-PERIODO-ACT.
           03 WS-ACT-AAAA        PIC 9(04).
           03 WS-ACT-MM          PIC 9(02).
       01 WS-PERIODO-ANT.
           03 WS-ANT-AAAA        PIC 9(04).
           03 WS-ANT-MM          PIC 9(02).
       77 WS-ULT-FECHA-DEV   PIC 9(08)      VALUE 0.

       01 VEC-PERIODOS.
           03 VEC-PER-ELM OCCURS 2 TIMES
               INDEXED BY INDICE-PER.
               05 VEC-PER-PERIODO      PIC X(06).
               05 VEC-PER-FECHA-DEV    PIC 9(08).
               05 VEC-PER-TOT-DEV      PIC S9(11)V99.
               05 VEC-PER-TOT-REC      PIC S9(11)V99.
               05 VEC-PER-CLASES       PIC 9(07).
       77 WS-PER-CLASE       PIC 9(01)      VALUE 0.

      *- Valores de la clase en proceso: horas pagadas (las de una
      *- cancelacion tardia por su porcentaje, negativas si es
      *- correccion), importe a tarifa pura y con recargo de feriado.
      *- IMPORTE, de CALCULAR-IMPORTE, ya trae la antiguedad.
       77 WS-HORAS-CLASE     PIC S9(05)V9(04) VALUE 0.
       77 WS-BASE-CLASE      PIC S9(09)V9(04) VALUE 0.
       77 WS-RECARG-CLASE    PIC S9(09)V9(04) VALUE 0.

      *- Una celda por sucursal y tipo de clase con lo acumulado de
      *- cada mes (1 = anterior, 2 = analizado).
       78 CON-CANT-CEL-MAX   VALUE 2000.
       01 VEC-CELDAS.
           03 VEC-CEL-ELM
               OCCURS CON-CANT-CEL-MAX TIMES
               INDEXED BY INDICE-CEL.
               05 VEC-CEL-SUCURSAL     PIC X(03).
               05 VEC-CEL-TIP-CLASE    PIC X(04).
               05 VEC-CEL-EMITIDA      PIC X(01).
               05 VEC-CEL-MES OCCURS 2 TIMES.
                   07 VEC-CEL-HORAS    PIC S9(09)V9(04).
                   07 VEC-CEL-BASE     PIC S9(09)V9(04).
                   07 VEC-CEL-RECARG   PIC S9(09)V9(04).
                   07 VEC-CEL-IMPORTE  PIC S9(09)V99.
       77 CANT-CEL           PIC 9(04)      VALUE 0.
       77 IND-CEL-HALLADO    PIC 9(04)      VALUE 0.
       77 IND-MES            PIC 9(01)      VALUE 0.
       77 CANT-SIN-LUGAR     PIC 9(07)      VALUE 0.

      *- Descomposicion de una celda. Por mes: tarifa media por hora
      *- (R), factor de feriado (F) y factor de antiguedad (A); U es
      *- el importe por hora del mes anterior. HS son las horas de
      *- toda la sucursal en cada mes, para separar volumen de mezcla.
       01 WS-FACTORES.
           03 WS-FAC-MES OCCURS 2 TIMES.
               05 WS-FAC-HORAS     PIC S9(09)V9(04).
               05 WS-FAC-R         PIC S9(07)V9(06).
               05 WS-FAC-F         PIC S9(03)V9(06).
               05 WS-FAC-A         PIC S9(03)V9(06).
               05 WS-FAC-R-OK      PIC X(01).
               05 WS-FAC-F-OK      PIC X(01).
               05 WS-FAC-A-OK      PIC X(01).
       77 WS-FAC-U           PIC S9(07)V9(06) VALUE 0.
       77 WS-HS-SUC-ANT      PIC S9(09)V9(04) VALUE 0.
       77 WS-HS-SUC-ACT      PIC S9(09)V9(04) VALUE 0.

      *- Efectos de una celda y sus acumulados por sucursal y empresa.
      *- Orden de los importes en cada grupo: anterior, actual,
      *- tarifa, volumen, mezcla, antiguedad, feriado, otros.
       01 WS-EFECTOS-CELDA.
           03 EFC-IMPORTE OCCURS 8 TIMES PIC S9(11)V99.
       01 WS-EFECTOS-SUCURSAL.
           03 EFS-IMPORTE OCCURS 8 TIMES PIC S9(11)V99.
       01 WS-EFECTOS-EMPRESA.
           03 EFE-IMPORTE OCCURS 8 TIMES PIC S9(11)V99.
       01 WS-HORAS-CELDA.
           03 HSC-HORAS   OCCURS 2 TIMES PIC S9(09)V99.
       01 WS-HORAS-SUCURSAL.
           03 HSS-HORAS   OCCURS 2 TIMES PIC S9(09)V99.
       77 IND-EFE            PIC 9(01)      VALUE 0.
       77 WS-SUM-EFECTOS     PIC S9(11)V99  VALUE 0.

      *- Sucursal que se esta emitiendo; en blanco y con el switch en
      *- "S", el grupo de celdas sin sucursal en el maestro.
       77 WS-SUC-EMITIR      PIC X(03)      VALUE SPACES.
       77 WS-SW-HUERFANAS    PIC X(01)      VALUE "N".
          88 EMITIENDO-HUERFANAS            VALUE "S".
       77 CANT-CEL-SUC       PIC 9(04)      VALUE 0.
       77 WS-SW-DEL-GRUPO    PIC X(01)      VALUE "N".
          88 CELDA-DEL-GRUPO                VALUE "S".

       77 LINEA             PIC 99         VALUE 0.
       77 HOJA              PIC 999        VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(50)   VALUE SPACES.
           03  FILLER      PIC X(5)    VALUE "Hoja ".
           03  E1-HOJA     PIC 9(3).

       01 ENCABEZADO2.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40) VALUE
              "Variacion de la Liquidacion Mes a Mes".
           03 FILLER PIC X(20) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(15) VALUE "Mes analizado: ".
           03 E3-ACT-MM        PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-ACT-AAAA      PIC 9(4).
           03 FILLER           PIC X(17) VALUE "   Mes anterior: ".
           03 E3-ANT-MM        PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-ANT-AAAA      PIC 9(4).
           03 FILLER           PIC X(34) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-SUCURSAL.
           03 FILLER           PIC X(10) VALUE "Sucursal: ".
           03 ES-SUCURSAL      PIC X(03).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 ES-RAZON         PIC X(26).
           03 FILLER           PIC X(39) VALUE SPACES.

       01 ENCABEZADO-TABLA1.
           03 FILLER PIC X(11) VALUE "  Tipo".
           03 FILLER PIC X(10) VALUE "    Hs ant".
           03 FILLER PIC X(11) VALUE "     Hs act".
           03 FILLER PIC X(13) VALUE "  Importe ant".
           03 FILLER PIC X(13) VALUE "  Importe act".
           03 FILLER PIC X(13) VALUE "   Diferencia".
           03 FILLER PIC X(09) VALUE SPACES.

       01 ENCABEZADO-TABLA2.
           03 FILLER PIC X(03) VALUE SPACES.
           03 FILLER PIC X(12) VALUE "      Tarifa".
           03 FILLER PIC X(12) VALUE "     Volumen".
           03 FILLER PIC X(12) VALUE "      Mezcla".
           03 FILLER PIC X(12) VALUE "  Antiguedad".
           03 FILLER PIC X(12) VALUE "     Feriado".
           03 FILLER PIC X(12) VALUE "       Otros".
           03 FILLER PIC X(05) VALUE SPACES.

       01 DATOS-TABLA1.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DT-TIPO          PIC X(09).
           03 DT-HS-ANT        PIC -ZZZZZ9,99.
           03 FILLER           PIC X     VALUE SPACE.
           03 DT-HS-ACT        PIC -ZZZZZ9,99.
           03 FILLER           PIC X     VALUE SPACE.
           03 DT-IMP-ANT       PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE SPACE.
           03 DT-IMP-ACT       PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X     VALUE SPACE.
           03 DT-DIFERENCIA    PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(09) VALUE SPACES.

       01 DATOS-TABLA2.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 DT-EFECTO-ELM OCCURS 6 TIMES.
               05 FILLER       PIC X     VALUE SPACE.
               05 DT-EFECTO    PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(05) VALUE SPACES.

      *- Puente de la empresa y control contra lo devengado.
       01 LINEA-TEXTO.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LT-TEXTO         PIC X(76).

       01 LINEA-PUENTE.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LP-TEXTO         PIC X(44).
           03 LP-IMPORTE       PIC -ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(17) VALUE SPACES.

       01 LINEA-PUENTE-MES.
           03 LPM-TEXTO        PIC X(30).
           03 LPM-MM           PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 LPM-AAAA         PIC 9(4).
           03 FILLER           PIC X(07) VALUE SPACES.

       01 LINEA-CONTROL.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 LC-TEXTO         PIC X(27).
           03 LC-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 LC-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 LC-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X(07) VALUE SPACES.
           03 LC-IMPORTE       PIC -ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           PERFORM INICIALIZAR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-PARAMETROS.
           MOVE "ABRIR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TARIFAS-SUCURSAL.
           PERFORM CARGAR-ESCALA-ANTIGUEDAD.
           PERFORM CARGAR-PORC-CANCEL.
           PERFORM CARGAR-FERIADOS.
           PERFORM RECORRER-TIMES.
           MOVE "CERRAR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM TOTALIZAR-DEVENGADO.
           PERFORM EMITIR-INFORME.
           PERFORM MOSTRAR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           COMPUTE WS-FECHA-CORRIDA =
               FECHA-AAAA OF FECHA-DE-HOY * 10000
               + FECHA-MM OF FECHA-DE-HOY * 100
               + FECHA-DD OF FECHA-DE-HOY.
           MOVE 0 TO CANT-CEL.
           INITIALIZE WS-EFECTOS-EMPRESA.

      *- Times y TimesHistorico se abren en RECORRER-TIMES.
       ABRIR-ARCHIVOS.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.

           OPEN INPUT TARIFAS-FILE.
           IF FS-TARIFAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TARIFAS FS: " FS-TARIFAS
               STOP RUN
           END-IF.

      *- Sin parametros (o en blanco) se toma el mes de la ultima
      *- corrida de DevengadoHistorico.dat; si tampoco hay, no hay
      *- nada que comparar.
       LEER-PARAMETROS.
           MOVE ZEROS TO WS-PERIODO-ACT.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               READ PARAMETROS-FILE
               IF FS-PARAMETROS IS EQUAL TO 00
                   AND PVA-PERIODO IS NUMERIC
                   MOVE PVA-PERIODO TO WS-PERIODO-ACT
               END-IF
               CLOSE PARAMETROS-FILE
           END-IF.
           IF WS-PERIODO-ACT IS EQUAL TO ZEROS
               PERFORM BUSCAR-ULTIMO-PERIODO
           END-IF.
           IF WS-PERIODO-ACT IS EQUAL TO ZEROS
               DISPLAY "SIN MES EN PARAMETROSVARIANZA Y SIN CORRIDAS "
                   "EN DEVENGADOHISTORICO, NO HAY NADA QUE COMPARAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACT-MM < 01 OR WS-ACT-MM > 12
               DISPLAY "MES INVALIDO EN PARAMETROSVARIANZA: "
                   WS-PERIODO-ACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACT-MM IS EQUAL TO 01
               COMPUTE WS-ANT-AAAA = WS-ACT-AAAA - 1
               MOVE 12 TO WS-ANT-MM
           ELSE
               MOVE WS-ACT-AAAA TO WS-ANT-AAAA
               COMPUTE WS-ANT-MM = WS-ACT-MM - 1
           END-IF.
           INITIALIZE VEC-PERIODOS.
           MOVE WS-PERIODO-ANT TO VEC-PER-PERIODO(1).
           MOVE WS-PERIODO-ACT TO VEC-PER-PERIODO(2).
           DISPLAY "SE COMPARA EL MES " WS-PERIODO-ACT
               " CONTRA EL " WS-PERIODO-ANT.

      *- Ultima corrida que cubrio un mes entero; las corridas sin
      *- filtro de periodo (DESDE en cero) no cuentan.
       BUSCAR-ULTIMO-PERIODO.
           MOVE 0 TO WS-ULT-FECHA-DEV.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS EQUAL TO 00
               PERFORM LEER-DEVENGADO
               PERFORM EVALUAR-ULTIMO-PERIODO
                   UNTIL FS-DEVENGADO IS NOT EQUAL TO 00
               CLOSE DEVENGADO-FILE
           END-IF.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEVENGADOHISTORICO FS: "
                   FS-DEVENGADO
           END-IF.

       EVALUAR-ULTIMO-PERIODO.
           IF DEV-PERIODO-DESDE IS NOT EQUAL TO 0
               AND DEV-PERIODO-DESDE(1:6) IS EQUAL
                   TO DEV-PERIODO-HASTA(1:6)
               AND DEV-FECHA-CORRIDA IS NOT LESS THAN WS-ULT-FECHA-DEV
               MOVE DEV-FECHA-CORRIDA TO WS-ULT-FECHA-DEV
               MOVE DEV-PERIODO-DESDE(1:6) TO WS-PERIODO-ACT
           END-IF.
           PERFORM LEER-DEVENGADO.

      *- Carga Sucursales.dat entero, igual que TP-PARTE2; ademas da
      *- el orden de las sucursales en el informe.
       CARGAR-SUCURSALES.
           MOVE "PRIMER" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM GUARDAR-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CON-CANT-SUC-MAX
               OR OUT-CR IS EQUAL TO 10.

       GUARDAR-SUCURSAL.
           MOVE SUC-SUCURSAL OF OUT-REG-SUCURSALES
               TO VEC-SUC-SUCURSAL(INDICE-SUC).
           MOVE SUC-RAZON OF OUT-REG-SUCURSALES
               TO VEC-SUC-RAZON(INDICE-SUC).
           MOVE SUC-CUIT OF OUT-REG-SUCURSALES
               TO VEC-SUC-CUIT(INDICE-SUC).
           MOVE SUC-ZONA OF OUT-REG-SUCURSALES
               TO VEC-SUC-ZONA(INDICE-SUC).
           SET CANT-SUC TO INDICE-SUC.
           MOVE "SIGTE" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.

       CARGAR-TARIFAS.
           MOVE LOW-VALUES TO TAR-CLAVE.
           START TARIFAS-FILE KEY IS >= TAR-CLAVE.
           IF FS-TARIFAS = 00
               PERFORM LEER-TARIFAS
               PERFORM GUARDAR-TARIFA
                   VARYING INDICE-TAR FROM 1 BY 1
                   UNTIL INDICE-TAR > CON-CANT-TAR-MAX
                   OR FS-TARIFAS = 10
           END-IF.

       LEER-TARIFAS.
           READ TARIFAS-FILE NEXT RECORD.
           IF FS-TARIFAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TARIFAS FS: " FS-TARIFAS
           END-IF.

       GUARDAR-TARIFA.
           MOVE TAR-TIP-CLASE TO VEC-TAR-TIP-CLASE(INDICE-TAR).
           MOVE TAR-VIG-DES TO VEC-TAR-VIG-DES(INDICE-TAR).
           MOVE TAR-TARIFA TO VEC-TAR-TARIFA(INDICE-TAR).
           SET CANT-TAR TO INDICE-TAR.
           PERFORM LEER-TARIFAS.

       CARGAR-TARIFAS-SUCURSAL.
           MOVE 0 TO CANT-TARSUC.
           OPEN INPUT TARIFAS-SUC-FILE.
           IF FS-TARIFAS-SUC IS EQUAL TO 00
               PERFORM LEER-TARIFA-SUC
               PERFORM GUARDAR-TARIFA-SUC
                   VARYING INDICE-TSU FROM 1 BY 1
                   UNTIL INDICE-TSU > CON-CANT-TARSUC-MAX
                   OR FS-TARIFAS-SUC = 10
               CLOSE TARIFAS-SUC-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TARIFASSUCURSAL.DAT, RIGE LA "
                   "TARIFA GENERAL PARA TODAS LAS SUCURSALES"
           END-IF.

       LEER-TARIFA-SUC.
           READ TARIFAS-SUC-FILE.
           IF FS-TARIFAS-SUC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TARIFASSUCURSAL FS: "
                   FS-TARIFAS-SUC
           END-IF.

       GUARDAR-TARIFA-SUC.
           MOVE TSU-SUCURSAL  TO VEC-TSU-SUCURSAL(INDICE-TSU).
           MOVE TSU-TIP-CLASE TO VEC-TSU-TIP-CLASE(INDICE-TSU).
           MOVE TSU-VIG-DES   TO VEC-TSU-VIG-DES(INDICE-TSU).
           MOVE TSU-TARIFA    TO VEC-TSU-TARIFA(INDICE-TSU).
           SET CANT-TARSUC TO INDICE-TSU.
           PERFORM LEER-TARIFA-SUC.

      *- Sin TiposClase.dat no hay porcentaje de cancelacion.
       CARGAR-PORC-CANCEL.
           MOVE 0 TO CANT-PCA.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS EQUAL TO 00
               PERFORM LEER-TIPOSCLASE
               PERFORM GUARDAR-PORC-CANCEL
                   VARYING INDICE-PCA FROM 1 BY 1
                   UNTIL INDICE-PCA > CON-CANT-CANCEL-MAX
                   OR FS-TIPOSCLASE IS EQUAL TO 10
               CLOSE TIPOSCLASE-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TIPOSCLASE.DAT, LAS "
                   "CANCELACIONES TARDIAS SE VALUAN EN CERO"
           END-IF.

       LEER-TIPOSCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

      *- Filas anteriores al porcentaje de cancelacion: en blanco = 0.
       GUARDAR-PORC-CANCEL.
           MOVE TIP-CLASE   TO VEC-PCA-TIP-CLASE(INDICE-PCA).
           MOVE TIP-VIG-DES TO VEC-PCA-VIG-DES(INDICE-PCA).
           IF TIP-PORC-CANCEL IS NUMERIC
               MOVE TIP-PORC-CANCEL TO VEC-PCA-PORC(INDICE-PCA)
           ELSE
               MOVE 0 TO VEC-PCA-PORC(INDICE-PCA)
           END-IF.
           SET CANT-PCA TO INDICE-PCA.
           PERFORM LEER-TIPOSCLASE.

      *- Vigencia mas reciente del tipo no posterior a la clase.
       BUSCAR-PORC-CANCEL.
           MOVE 0 TO WS-PORC-CANCEL.
           MOVE 0 TO VIG-PCA-HALLADA.
           PERFORM VARYING INDICE-PCA FROM 1 BY 1
               UNTIL INDICE-PCA > CANT-PCA
               IF VEC-PCA-TIP-CLASE(INDICE-PCA) IS EQUAL
                       TO TIM-TIP-CLASE
                   AND VEC-PCA-VIG-DES(INDICE-PCA) IS NOT GREATER
                       THAN TIM-FECHA
                   AND VEC-PCA-VIG-DES(INDICE-PCA) IS NOT LESS
                       THAN VIG-PCA-HALLADA
                   MOVE VEC-PCA-VIG-DES(INDICE-PCA)
                       TO VIG-PCA-HALLADA
                   MOVE VEC-PCA-PORC(INDICE-PCA) TO WS-PORC-CANCEL
               END-IF
           END-PERFORM.

       CARGAR-ESCALA-ANTIGUEDAD.
           MOVE 0 TO CANT-ANTIGUEDAD.
           OPEN INPUT ESCALA-ANTIG-FILE.
           IF FS-ESCALA-ANTIG IS EQUAL TO 00
               PERFORM LEER-ESCALA-ANTIG
               PERFORM GUARDAR-ESCALA-ANTIG
                   VARYING INDICE-ANT FROM 1 BY 1
                   UNTIL INDICE-ANT > CON-CANT-ANT-MAX
                   OR FS-ESCALA-ANTIG IS EQUAL TO 10
               CLOSE ESCALA-ANTIG-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO ESCALAANTIGUEDAD.DAT, NO SE "
                   "APLICA ADICIONAL POR ANTIGUEDAD"
           END-IF.

       LEER-ESCALA-ANTIG.
           READ ESCALA-ANTIG-FILE.
           IF FS-ESCALA-ANTIG IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ESCALAANTIGUEDAD FS: "
                   FS-ESCALA-ANTIG
           END-IF.

       GUARDAR-ESCALA-ANTIG.
           MOVE ANT-VIG-DES     TO VEC-ANT-VIG(INDICE-ANT).
           MOVE ANT-ANIOS-DESDE TO VEC-ANT-DESDE(INDICE-ANT).
           MOVE ANT-ANIOS-HASTA TO VEC-ANT-HASTA(INDICE-ANT).
           MOVE ANT-PORC        TO VEC-ANT-PORC(INDICE-ANT).
           SET CANT-ANTIGUEDAD TO INDICE-ANT.
           PERFORM LEER-ESCALA-ANTIG.

       CARGAR-FERIADOS.
           MOVE 0 TO CANT-FER.
           OPEN INPUT FERIADOS-FILE.
           IF FS-FERIADOS IS EQUAL TO 00
               PERFORM LEER-FERIADOS
               PERFORM GUARDAR-FERIADO
                   VARYING INDICE-FER FROM 1 BY 1
                   UNTIL INDICE-FER > CON-CANT-FER-MAX
                   OR FS-FERIADOS = 10
               CLOSE FERIADOS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO FERIADOS.DAT, NO SE APLICA "
                   "NINGUN RECARGO"
           END-IF.

       LEER-FERIADOS.
           READ FERIADOS-FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FERIADOS FS: " FS-FERIADOS
           END-IF.

       GUARDAR-FERIADO.
           MOVE FER-FECHA   TO VEC-FER-FECHA(INDICE-FER).
           MOVE FER-RECARGO TO VEC-FER-RECARGO(INDICE-FER).
           MOVE FER-ZONA    TO VEC-FER-ZONA(INDICE-FER).
           SET CANT-FER TO INDICE-FER.
           PERFORM LEER-FERIADOS.


      *- Una sola pasada sobre el vivo y el historico; solo cuentan
      *- las clases de los dos meses.
       RECORRER-TIMES.
           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-TIMES UNTIL FS-TIMES = 10.
           CLOSE TIMES-FILE.
           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO IS EQUAL TO 00
               PERFORM LEER-HISTORICO
               PERFORM PROCESAR-HISTORICO UNTIL FS-HISTORICO = 10
               CLOSE HISTORICO-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TIMESHISTORICO.DAT, SE "
                   "COMPARA SOLO EL TIMES VIVO"
           END-IF.

       LEER-TIMES.
           READ TIMES-FILE NEXT RECORD INTO REG-TIMES.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       PROCESAR-TIMES.
           PERFORM EVALUAR-CLASE.
           PERFORM LEER-TIMES.

       LEER-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD INTO REG-TIMES.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMESHISTORICO FS: " FS-HISTORICO
           END-IF.

       PROCESAR-HISTORICO.
           PERFORM EVALUAR-CLASE.
           PERFORM LEER-HISTORICO.

       EVALUAR-CLASE.
           ADD 1 TO WS-CTL-LEIDOS.
           MOVE 0 TO WS-PER-CLASE.
           IF TIM-FECHA(1:6) IS EQUAL TO VEC-PER-PERIODO(1)
               MOVE 1 TO WS-PER-CLASE
           END-IF.
           IF TIM-FECHA(1:6) IS EQUAL TO VEC-PER-PERIODO(2)
               MOVE 2 TO WS-PER-CLASE
           END-IF.
           IF WS-PER-CLASE > 0
               PERFORM VALUAR-CLASE
           END-IF.

      *- Valua la clase como TP-PARTE2 y la suma a la celda de su
      *- sucursal y tipo. Un CUIT que no esta en el maestro ni lo
      *- encuentra BUSCAR-SUCURSAL queda con sucursal en blanco.
       VALUAR-CLASE.
           MOVE 00 TO OUT-CR.
           MOVE SPACES TO SUC-SUCURSAL OF OUT-REG-SUCURSALES.
           MOVE SPACES TO SUC-ZONA OF OUT-REG-SUCURSALES.
           PERFORM BUSCAR-SUCURSAL-EN-VEC.
           IF OUT-CR IS NOT EQUAL TO 00
               MOVE SPACES TO SUC-SUCURSAL OF OUT-REG-SUCURSALES
               MOVE SPACES TO SUC-ZONA OF OUT-REG-SUCURSALES
           END-IF.
           PERFORM BUSCAR-PROFESOR.
           PERFORM BUSCAR-TARIFA.
           PERFORM CALCULAR-IMPORTE.
           MOVE TIM-HORAS TO WS-HORAS-CLASE.
           IF TIM-ES-CANCEL-TARDIA
               COMPUTE WS-HORAS-CLASE =
                   TIM-HORAS * WS-PORC-CANCEL / 100
           END-IF.
           IF TIM-ES-CORRECCION
               MULTIPLY -1 BY WS-HORAS-CLASE
           END-IF.
           COMPUTE WS-BASE-CLASE = WS-HORAS-CLASE * TARIFA-VIG.
           COMPUTE WS-RECARG-CLASE =
               WS-BASE-CLASE * WS-RECARGO-FERIADO.
           PERFORM UBICAR-CELDA.
           IF IND-CEL-HALLADO > 0
               MOVE WS-PER-CLASE TO IND-MES
               ADD WS-HORAS-CLASE
                   TO VEC-CEL-HORAS(IND-CEL-HALLADO, IND-MES)
               ADD WS-BASE-CLASE
                   TO VEC-CEL-BASE(IND-CEL-HALLADO, IND-MES)
               ADD WS-RECARG-CLASE
                   TO VEC-CEL-RECARG(IND-CEL-HALLADO, IND-MES)
               ADD IMPORTE
                   TO VEC-CEL-IMPORTE(IND-CEL-HALLADO, IND-MES)
               ADD 1 TO VEC-PER-CLASES(IND-MES)
           END-IF.

      *- Busca la celda de la sucursal y tipo de la clase; si no
      *- esta la abre al final.
       UBICAR-CELDA.
           MOVE 0 TO IND-CEL-HALLADO.
           PERFORM COMPARAR-CELDA
               VARYING INDICE-CEL FROM 1 BY 1
               UNTIL INDICE-CEL > CANT-CEL
               OR IND-CEL-HALLADO > 0.
           IF IND-CEL-HALLADO = 0
               IF CANT-CEL < CON-CANT-CEL-MAX
                   ADD 1 TO CANT-CEL
                   MOVE CANT-CEL TO IND-CEL-HALLADO
                   MOVE SUC-SUCURSAL OF OUT-REG-SUCURSALES
                       TO VEC-CEL-SUCURSAL(CANT-CEL)
                   MOVE TIM-TIP-CLASE TO VEC-CEL-TIP-CLASE(CANT-CEL)
                   MOVE "N" TO VEC-CEL-EMITIDA(CANT-CEL)
                   INITIALIZE VEC-CEL-MES(CANT-CEL, 1)
                   INITIALIZE VEC-CEL-MES(CANT-CEL, 2)
               ELSE
                   DISPLAY "TABLA DE CELDAS LLENA, SE PIERDE LA CLASE "
                       TIM-CLAVE
                   ADD 1 TO CANT-SIN-LUGAR
                   ADD 1 TO WS-CTL-RECHAZADOS
                   MOVE "A" TO WS-ESTADO-CORRIDA
               END-IF
           END-IF.

       COMPARAR-CELDA.
           IF VEC-CEL-SUCURSAL(INDICE-CEL) IS EQUAL
                   TO SUC-SUCURSAL OF OUT-REG-SUCURSALES
               AND VEC-CEL-TIP-CLASE(INDICE-CEL) IS EQUAL
                   TO TIM-TIP-CLASE
               SET IND-CEL-HALLADO TO INDICE-CEL
           END-IF.

       BUSCAR-PROFESOR.
           MOVE TIM-NUMERO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO.
           IF FS-PROFESORES IS NOT EQUAL TO 00 AND 23
               DISPLAY "ERROR AL LEER PROFESORES FS: " FS-PROFESORES
           END-IF.
           IF FS-PROFESORES IS EQUAL TO 23
               MOVE 0 TO PROF-FECHA-ALTA
           END-IF.

      *- Mismas reglas de valuacion que TP-PARTE2 (ver sus parrafos
      *- homonimos): si cambian alla, cambian aca.
       BUSCAR-SUCURSAL-EN-VEC.
           SET INDICE-SUC TO 1.
           SEARCH VEC-SUCURSALES-ELM
               AT END
                   MOVE "BUSCAR" TO IN-OP
                   MOVE TIM-CUIT TO IN-CUIT
                   CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT
                   IF OUT-CR <> 00
                       DISPLAY "ERROR AL BUSCAR SUCURSAL"
                   END-IF
               WHEN VEC-SUC-CUIT(INDICE-SUC) IS EQUAL TO TIM-CUIT
                   MOVE VEC-SUC-SUCURSAL(INDICE-SUC)
                       TO SUC-SUCURSAL OF OUT-REG-SUCURSALES
                   MOVE VEC-SUC-RAZON(INDICE-SUC)
                       TO SUC-RAZON OF OUT-REG-SUCURSALES
                   MOVE VEC-SUC-CUIT(INDICE-SUC)
                       TO SUC-CUIT OF OUT-REG-SUCURSALES
                   MOVE VEC-SUC-ZONA(INDICE-SUC)
                       TO SUC-ZONA OF OUT-REG-SUCURSALES
           END-SEARCH.

       BUSCAR-TARIFA.
           MOVE 0 TO TARIFA-VIG.
           PERFORM VARYING INDICE-TAR FROM 1 BY 1
               UNTIL INDICE-TAR > CANT-TAR
               IF VEC-TAR-TIP-CLASE(INDICE-TAR) IS EQUAL
                       TO TIM-TIP-CLASE
                   AND VEC-TAR-VIG-DES(INDICE-TAR) IS NOT
                       GREATER THAN TIM-FECHA
                   MOVE VEC-TAR-TARIFA(INDICE-TAR) TO TARIFA-VIG
               END-IF
           END-PERFORM.
           IF TARIFA-VIG IS EQUAL TO 0
               PERFORM BUSCAR-TARIFA-EN-ARCHIVO
           END-IF.
           PERFORM BUSCAR-TARIFA-SUCURSAL.

       BUSCAR-TARIFA-SUCURSAL.
           MOVE 0 TO VIG-TSU-HALLADA.
           PERFORM VARYING INDICE-TSU FROM 1 BY 1
               UNTIL INDICE-TSU > CANT-TARSUC
               IF VEC-TSU-SUCURSAL(INDICE-TSU) IS EQUAL
                       TO SUC-SUCURSAL OF OUT-REG-SUCURSALES
                   AND VEC-TSU-TIP-CLASE(INDICE-TSU) IS EQUAL
                       TO TIM-TIP-CLASE
                   AND VEC-TSU-VIG-DES(INDICE-TSU) IS NOT
                       GREATER THAN TIM-FECHA
                   AND VEC-TSU-VIG-DES(INDICE-TSU) IS NOT LESS
                       THAN VIG-TSU-HALLADA
                   MOVE VEC-TSU-VIG-DES(INDICE-TSU)
                       TO VIG-TSU-HALLADA
                   MOVE VEC-TSU-TARIFA(INDICE-TSU) TO TARIFA-VIG
               END-IF
           END-PERFORM.

       BUSCAR-TARIFA-EN-ARCHIVO.
           MOVE TIM-TIP-CLASE TO TAR-TIP-CLASE OF REG-TARIFAS.
           MOVE TIM-FECHA     TO TAR-VIG-DES OF REG-TARIFAS.
           START TARIFAS-FILE KEY IS NOT GREATER THAN
                   TAR-CLAVE OF REG-TARIFAS
               INVALID KEY
                   MOVE 23 TO FS-TARIFAS
           END-START.
           IF FS-TARIFAS IS EQUAL TO 00
               READ TARIFAS-FILE NEXT RECORD
               IF FS-TARIFAS IS EQUAL TO 00
                   AND TAR-TIP-CLASE OF REG-TARIFAS IS EQUAL
                       TO TIM-TIP-CLASE
                   MOVE TAR-TARIFA OF REG-TARIFAS TO TARIFA-VIG
               END-IF
           END-IF.

       BUSCAR-FERIADO.
           MOVE 1 TO WS-RECARGO-FERIADO.
           PERFORM VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > CANT-FER
               IF VEC-FER-FECHA(INDICE-FER) IS EQUAL TO TIM-FECHA
                   AND (VEC-FER-ZONA(INDICE-FER) IS EQUAL TO SPACES
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL TO "00"
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL
                           TO SUC-ZONA OF OUT-REG-SUCURSALES)
                   MOVE VEC-FER-RECARGO(INDICE-FER)
                       TO WS-RECARGO-FERIADO
               END-IF
           END-PERFORM.

       CALCULAR-IMPORTE.
           PERFORM BUSCAR-FERIADO.
           PERFORM BUSCAR-ANTIGUEDAD.
           MULTIPLY TARIFA-VIG BY WS-RECARGO-FERIADO
               GIVING TARIFA-EFECTIVA.
           COMPUTE TARIFA-EFECTIVA ROUNDED =
               TARIFA-EFECTIVA * (1 + WS-PORC-ANTIGUEDAD / 100).
           MULTIPLY TARIFA-EFECTIVA BY TIM-HORAS
           GIVING IMPORTE.
      *- Clase cancelada tarde por la sucursal: solo el porcentaje
      *- de cancelacion del tipo.
           IF TIM-ES-CANCEL-TARDIA
               PERFORM BUSCAR-PORC-CANCEL
               COMPUTE IMPORTE ROUNDED =
                   IMPORTE * WS-PORC-CANCEL / 100
           END-IF.
           IF TIM-ES-CORRECCION
               MULTIPLY -1 BY IMPORTE
           END-IF.

       BUSCAR-ANTIGUEDAD.
           MOVE 0 TO WS-PORC-ANTIGUEDAD.
           IF CANT-ANTIGUEDAD = 0
               OR PROF-FECHA-ALTA IS NOT NUMERIC
               OR PROF-FECHA-ALTA IS EQUAL TO 0
               CONTINUE
           ELSE
               PERFORM CALCULAR-ANIOS-SERVICIO
               MOVE 0 TO VIG-ANT-HALLADA
               PERFORM VARYING INDICE-ANT FROM 1 BY 1
                   UNTIL INDICE-ANT > CANT-ANTIGUEDAD
                   IF VEC-ANT-VIG(INDICE-ANT) IS NOT GREATER
                           THAN TIM-FECHA
                       AND VEC-ANT-VIG(INDICE-ANT) IS NOT LESS
                           THAN VIG-ANT-HALLADA
                       AND WS-ANIOS-ANTIG IS NOT LESS
                           THAN VEC-ANT-DESDE(INDICE-ANT)
                       AND WS-ANIOS-ANTIG IS NOT GREATER
                           THAN VEC-ANT-HASTA(INDICE-ANT)
                       MOVE VEC-ANT-VIG(INDICE-ANT)
                           TO VIG-ANT-HALLADA
                       MOVE VEC-ANT-PORC(INDICE-ANT)
                           TO WS-PORC-ANTIGUEDAD
                   END-IF
               END-PERFORM
           END-IF.

       CALCULAR-ANIOS-SERVICIO.
           MOVE TIM-FECHA(1:4)       TO WS-AAAA-TIM.
           MOVE PROF-FECHA-ALTA(1:4) TO WS-AAAA-ALTA.
           COMPUTE WS-ANIOS-ANTIG = WS-AAAA-TIM - WS-AAAA-ALTA.
           IF TIM-FECHA(5:4) < PROF-FECHA-ALTA(5:4)
               SUBTRACT 1 FROM WS-ANIOS-ANTIG
           END-IF.
           IF WS-ANIOS-ANTIG < 0
               MOVE 0 TO WS-ANIOS-ANTIG
           END-IF.


      *- Total devengado de cada mes segun la ultima corrida que lo
      *- cubrio: DevengadoHistorico.dat se graba en orden de corrida,
      *- asi que una fecha mas nueva reemplaza lo acumulado.
       TOTALIZAR-DEVENGADO.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS EQUAL TO 00
               PERFORM LEER-DEVENGADO
               PERFORM ACUMULAR-DEVENGADO
                   UNTIL FS-DEVENGADO IS NOT EQUAL TO 00
               CLOSE DEVENGADO-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO DEVENGADOHISTORICO.DAT, NO HAY "
                   "CONTROL CONTRA LO DEVENGADO"
           END-IF.

       ACUMULAR-DEVENGADO.
           PERFORM ACUMULAR-DEVENGADO-MES
               VARYING INDICE-PER FROM 1 BY 1
               UNTIL INDICE-PER > 2.
           PERFORM LEER-DEVENGADO.

       ACUMULAR-DEVENGADO-MES.
           IF DEV-PERIODO-DESDE(1:6) IS EQUAL
                   TO VEC-PER-PERIODO(INDICE-PER)
               AND DEV-PERIODO-HASTA(1:6) IS EQUAL
                   TO VEC-PER-PERIODO(INDICE-PER)
               IF DEV-FECHA-CORRIDA > VEC-PER-FECHA-DEV(INDICE-PER)
                   MOVE DEV-FECHA-CORRIDA
                       TO VEC-PER-FECHA-DEV(INDICE-PER)
                   MOVE 0 TO VEC-PER-TOT-DEV(INDICE-PER)
               END-IF
               IF DEV-FECHA-CORRIDA IS EQUAL
                       TO VEC-PER-FECHA-DEV(INDICE-PER)
                   ADD DEV-TOT-IMPORTE TO VEC-PER-TOT-DEV(INDICE-PER)
               END-IF
           END-IF.

      *- Sucursales en el orden del maestro y al final las celdas de
      *- CUITs que no estan en el maestro; despues el puente de la
      *- empresa y el control contra lo devengado.
       EMITIR-INFORME.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM PRINT-ENCABEZADO.
           MOVE "N" TO WS-SW-HUERFANAS.
           PERFORM EMITIR-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC.
           MOVE "S" TO WS-SW-HUERFANAS.
           MOVE SPACES TO WS-SUC-EMITIR.
           MOVE SPACES TO ES-SUCURSAL.
           MOVE "SIN SUCURSAL EN EL MAESTRO" TO ES-RAZON.
           PERFORM EMITIR-GRUPO.
           PERFORM PRINT-PUENTE.
           PERFORM PRINT-CONTROL-DEVENGADO.
           CLOSE LISTADO.

       EMITIR-SUCURSAL.
           MOVE VEC-SUC-SUCURSAL(INDICE-SUC) TO WS-SUC-EMITIR.
           MOVE VEC-SUC-SUCURSAL(INDICE-SUC) TO ES-SUCURSAL.
           MOVE VEC-SUC-RAZON(INDICE-SUC)    TO ES-RAZON.
           PERFORM EMITIR-GRUPO.

      *- Primero las horas de toda la sucursal en cada mes (hacen
      *- falta para separar volumen de mezcla), despues las celdas.
       EMITIR-GRUPO.
           MOVE 0 TO CANT-CEL-SUC.
           MOVE 0 TO WS-HS-SUC-ANT.
           MOVE 0 TO WS-HS-SUC-ACT.
           INITIALIZE WS-HORAS-SUCURSAL.
           INITIALIZE WS-EFECTOS-SUCURSAL.
           PERFORM SUMAR-HORAS-SUCURSAL
               VARYING INDICE-CEL FROM 1 BY 1
               UNTIL INDICE-CEL > CANT-CEL.
           IF CANT-CEL-SUC > 0
               PERFORM PRINT-ENCABEZADO-SUCURSAL
               PERFORM EMITIR-CELDA
                   VARYING INDICE-CEL FROM 1 BY 1
                   UNTIL INDICE-CEL > CANT-CEL
               PERFORM PRINT-TOT-SUCURSAL
           END-IF.

       VER-CELDA-DEL-GRUPO.
           MOVE "N" TO WS-SW-DEL-GRUPO.
           IF VEC-CEL-EMITIDA(INDICE-CEL) IS EQUAL TO "N"
               AND (EMITIENDO-HUERFANAS
                   OR VEC-CEL-SUCURSAL(INDICE-CEL) IS EQUAL
                       TO WS-SUC-EMITIR)
               MOVE "S" TO WS-SW-DEL-GRUPO
           END-IF.

       SUMAR-HORAS-SUCURSAL.
           PERFORM VER-CELDA-DEL-GRUPO.
           IF CELDA-DEL-GRUPO
               ADD 1 TO CANT-CEL-SUC
               ADD VEC-CEL-HORAS(INDICE-CEL, 1) TO WS-HS-SUC-ANT
               ADD VEC-CEL-HORAS(INDICE-CEL, 2) TO WS-HS-SUC-ACT
           END-IF.

       EMITIR-CELDA.
           PERFORM VER-CELDA-DEL-GRUPO.
           IF CELDA-DEL-GRUPO
               MOVE "S" TO VEC-CEL-EMITIDA(INDICE-CEL)
               PERFORM CALCULAR-EFECTOS
               PERFORM ACUMULAR-EFECTOS
                   VARYING IND-EFE FROM 1 BY 1
                   UNTIL IND-EFE > 8
               COMPUTE HSC-HORAS(1) ROUNDED =
                   VEC-CEL-HORAS(INDICE-CEL, 1)
               COMPUTE HSC-HORAS(2) ROUNDED =
                   VEC-CEL-HORAS(INDICE-CEL, 2)
               ADD HSC-HORAS(1) TO HSS-HORAS(1)
               ADD HSC-HORAS(2) TO HSS-HORAS(2)
               IF EMITIENDO-HUERFANAS
                   MOVE SPACES TO DT-TIPO
                   MOVE VEC-CEL-SUCURSAL(INDICE-CEL) TO DT-TIPO(1:3)
                   MOVE VEC-CEL-TIP-CLASE(INDICE-CEL) TO DT-TIPO(5:4)
               ELSE
                   MOVE VEC-CEL-TIP-CLASE(INDICE-CEL) TO DT-TIPO
               END-IF
               PERFORM PRINT-DATOS
               ADD 1 TO WS-CTL-GRABADOS
           END-IF.

      *- Efectos encadenados de la celda (mes 1 = anterior, 2 =
      *- analizado); lo que no cierra por redondeo, o por filas que
      *- solo tienen correcciones, queda en OTROS.
       CALCULAR-EFECTOS.
           PERFORM CALCULAR-FACTORES-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES > 2.
           PERFORM COMPLETAR-FACTORES.
           INITIALIZE WS-EFECTOS-CELDA.
           MOVE VEC-CEL-IMPORTE(INDICE-CEL, 1) TO EFC-IMPORTE(1).
           MOVE VEC-CEL-IMPORTE(INDICE-CEL, 2) TO EFC-IMPORTE(2).
           COMPUTE WS-FAC-U ROUNDED =
               WS-FAC-R(1) * WS-FAC-F(1) * WS-FAC-A(1).
           COMPUTE EFC-IMPORTE(3) ROUNDED =
               WS-FAC-HORAS(2) * (WS-FAC-R(2) - WS-FAC-R(1))
               * WS-FAC-F(1) * WS-FAC-A(1).
           COMPUTE EFC-IMPORTE(7) ROUNDED =
               WS-FAC-HORAS(2) * WS-FAC-R(2)
               * (WS-FAC-F(2) - WS-FAC-F(1)) * WS-FAC-A(1).
           COMPUTE EFC-IMPORTE(6) ROUNDED =
               WS-FAC-HORAS(2) * WS-FAC-R(2) * WS-FAC-F(2)
               * (WS-FAC-A(2) - WS-FAC-A(1)).
           IF WS-HS-SUC-ANT IS NOT EQUAL TO 0
               COMPUTE EFC-IMPORTE(4) ROUNDED =
                   (WS-HS-SUC-ACT - WS-HS-SUC-ANT) * WS-FAC-HORAS(1)
                   * WS-FAC-U / WS-HS-SUC-ANT
               COMPUTE EFC-IMPORTE(5) ROUNDED =
                   (WS-FAC-HORAS(2) - WS-HS-SUC-ACT * WS-FAC-HORAS(1)
                   / WS-HS-SUC-ANT) * WS-FAC-U
           ELSE
               COMPUTE EFC-IMPORTE(4) ROUNDED =
                   WS-FAC-HORAS(2) * WS-FAC-U
               MOVE 0 TO EFC-IMPORTE(5)
           END-IF.
           COMPUTE WS-SUM-EFECTOS = EFC-IMPORTE(3) + EFC-IMPORTE(4)
               + EFC-IMPORTE(5) + EFC-IMPORTE(6) + EFC-IMPORTE(7).
           COMPUTE EFC-IMPORTE(8) = EFC-IMPORTE(2) - EFC-IMPORTE(1)
               - WS-SUM-EFECTOS.

      *- R = importe a tarifa pura / horas, F = con recargo / a
      *- tarifa pura, A = importe / con recargo. Un factor que no se
      *- puede calcular (division por cero) queda marcado.
       CALCULAR-FACTORES-MES.
           MOVE VEC-CEL-HORAS(INDICE-CEL, IND-MES)
               TO WS-FAC-HORAS(IND-MES).
           MOVE 0 TO WS-FAC-R(IND-MES).
           MOVE 1 TO WS-FAC-F(IND-MES).
           MOVE 1 TO WS-FAC-A(IND-MES).
           MOVE "N" TO WS-FAC-R-OK(IND-MES).
           MOVE "N" TO WS-FAC-F-OK(IND-MES).
           MOVE "N" TO WS-FAC-A-OK(IND-MES).
           IF VEC-CEL-HORAS(INDICE-CEL, IND-MES) IS NOT EQUAL TO 0
               COMPUTE WS-FAC-R(IND-MES) ROUNDED =
                   VEC-CEL-BASE(INDICE-CEL, IND-MES)
                   / VEC-CEL-HORAS(INDICE-CEL, IND-MES)
               MOVE "S" TO WS-FAC-R-OK(IND-MES)
           END-IF.
           IF VEC-CEL-BASE(INDICE-CEL, IND-MES) IS NOT EQUAL TO 0
               COMPUTE WS-FAC-F(IND-MES) ROUNDED =
                   VEC-CEL-RECARG(INDICE-CEL, IND-MES)
                   / VEC-CEL-BASE(INDICE-CEL, IND-MES)
               MOVE "S" TO WS-FAC-F-OK(IND-MES)
           END-IF.
           IF VEC-CEL-RECARG(INDICE-CEL, IND-MES) IS NOT EQUAL TO 0
               COMPUTE WS-FAC-A(IND-MES) ROUNDED =
                   VEC-CEL-IMPORTE(INDICE-CEL, IND-MES)
                   / VEC-CEL-RECARG(INDICE-CEL, IND-MES)
               MOVE "S" TO WS-FAC-A-OK(IND-MES)
           END-IF.

      *- Un tipo que no tuvo clases en uno de los meses toma los
      *- factores del otro: asi no genera efecto de tarifa, feriado
      *- ni antiguedad y entra o sale entero por volumen y mezcla.
       COMPLETAR-FACTORES.
           IF WS-FAC-R-OK(1) = "N" AND WS-FAC-R-OK(2) = "S"
               MOVE WS-FAC-R(2) TO WS-FAC-R(1)
           END-IF.
           IF WS-FAC-R-OK(2) = "N" AND WS-FAC-R-OK(1) = "S"
               MOVE WS-FAC-R(1) TO WS-FAC-R(2)
           END-IF.
           IF WS-FAC-F-OK(1) = "N" AND WS-FAC-F-OK(2) = "S"
               MOVE WS-FAC-F(2) TO WS-FAC-F(1)
           END-IF.
           IF WS-FAC-F-OK(2) = "N" AND WS-FAC-F-OK(1) = "S"
               MOVE WS-FAC-F(1) TO WS-FAC-F(2)
           END-IF.
           IF WS-FAC-A-OK(1) = "N" AND WS-FAC-A-OK(2) = "S"
               MOVE WS-FAC-A(2) TO WS-FAC-A(1)
           END-IF.
           IF WS-FAC-A-OK(2) = "N" AND WS-FAC-A-OK(1) = "S"
               MOVE WS-FAC-A(1) TO WS-FAC-A(2)
           END-IF.

       ACUMULAR-EFECTOS.
           ADD EFC-IMPORTE(IND-EFE) TO EFS-IMPORTE(IND-EFE).
           ADD EFC-IMPORTE(IND-EFE) TO EFE-IMPORTE(IND-EFE).

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-ACT-MM   TO E3-ACT-MM.
           MOVE WS-ACT-AAAA TO E3-ACT-AAAA.
           MOVE WS-ANT-MM   TO E3-ANT-MM.
           MOVE WS-ANT-AAAA TO E3-ANT-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO3.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           MOVE 4 TO LINEA.

      *- Una sucursal no empieza al pie de una hoja.
       PRINT-ENCABEZADO-SUCURSAL.
           IF LINEA > 54
               PERFORM PRINT-ENCABEZADO
           END-IF.
           WRITE REG-LISTADO FROM ENCABEZADO-SUCURSAL.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA1.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA2.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 4 TO LINEA.

      *- Las dos lineas de una celda o de un total, desde
      *- WS-EFECTOS-CELDA y WS-HORAS-CELDA.
       PRINT-DATOS.
           MOVE HSC-HORAS(1)   TO DT-HS-ANT.
           MOVE HSC-HORAS(2)   TO DT-HS-ACT.
           MOVE EFC-IMPORTE(1) TO DT-IMP-ANT.
           MOVE EFC-IMPORTE(2) TO DT-IMP-ACT.
           COMPUTE DT-DIFERENCIA = EFC-IMPORTE(2) - EFC-IMPORTE(1).
           PERFORM MOVER-EFECTO
               VARYING IND-EFE FROM 1 BY 1
               UNTIL IND-EFE > 6.
           WRITE REG-LISTADO FROM DATOS-TABLA1.
           WRITE REG-LISTADO FROM DATOS-TABLA2.
           ADD 2 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       MOVER-EFECTO.
           MOVE EFC-IMPORTE(IND-EFE + 2) TO DT-EFECTO(IND-EFE).

       PRINT-TOT-SUCURSAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 1 TO LINEA.
           MOVE WS-EFECTOS-SUCURSAL TO WS-EFECTOS-CELDA.
           MOVE WS-HORAS-SUCURSAL   TO WS-HORAS-CELDA.
           MOVE "TOTAL" TO DT-TIPO.
           PERFORM PRINT-DATOS.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 1 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       CHECK-NUEVA-PAGINA.
           IF LINEA > 60
               PERFORM PRINT-ENCABEZADO
           END-IF.

      *- Del total del mes anterior al del mes analizado, efecto por
      *- efecto, para toda la empresa.
       PRINT-PUENTE.
           PERFORM PRINT-ENCABEZADO.
           MOVE "PUENTE DE LA EMPRESA" TO LT-TEXTO.
           WRITE REG-LISTADO FROM LINEA-TEXTO.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE "Total liquidado mes anterior  " TO LPM-TEXTO.
           MOVE WS-ANT-MM   TO LPM-MM.
           MOVE WS-ANT-AAAA TO LPM-AAAA.
           MOVE LINEA-PUENTE-MES TO LP-TEXTO.
           MOVE EFE-IMPORTE(1) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Efecto tarifa" TO LP-TEXTO.
           MOVE EFE-IMPORTE(3) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Efecto volumen" TO LP-TEXTO.
           MOVE EFE-IMPORTE(4) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Efecto mezcla de tipos de clase" TO LP-TEXTO.
           MOVE EFE-IMPORTE(5) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Efecto antiguedad" TO LP-TEXTO.
           MOVE EFE-IMPORTE(6) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Efecto recargo de feriado" TO LP-TEXTO.
           MOVE EFE-IMPORTE(7) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "  + Otros (redondeos y correcciones)" TO LP-TEXTO.
           MOVE EFE-IMPORTE(8) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           MOVE "= Total liquidado mes actual  " TO LPM-TEXTO.
           MOVE WS-ACT-MM   TO LPM-MM.
           MOVE WS-ACT-AAAA TO LPM-AAAA.
           MOVE LINEA-PUENTE-MES TO LP-TEXTO.
           MOVE EFE-IMPORTE(2) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 11 TO LINEA.

       PRINT-CONTROL-DEVENGADO.
           MOVE "CONTROL CONTRA DEVENGADOHISTORICO.DAT" TO LT-TEXTO.
           WRITE REG-LISTADO FROM LINEA-TEXTO.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 2 TO LINEA.
           PERFORM PRINT-CONTROL-MES
               VARYING INDICE-PER FROM 1 BY 1
               UNTIL INDICE-PER > 2.

       PRINT-CONTROL-MES.
           MOVE EFE-IMPORTE(INDICE-PER)
               TO VEC-PER-TOT-REC(INDICE-PER).
           MOVE "Mes " TO LPM-TEXTO.
           MOVE VEC-PER-PERIODO(INDICE-PER)(5:2) TO LPM-MM.
           MOVE VEC-PER-PERIODO(INDICE-PER)(1:4) TO LPM-AAAA.
           MOVE LINEA-PUENTE-MES TO LT-TEXTO.
           WRITE REG-LISTADO FROM LINEA-TEXTO.
           MOVE "  Recalculado desde Times" TO LP-TEXTO.
           MOVE VEC-PER-TOT-REC(INDICE-PER) TO LP-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-PUENTE.
           IF VEC-PER-FECHA-DEV(INDICE-PER) IS EQUAL TO 0
               MOVE "  Sin corrida del periodo en el historico"
                   TO LT-TEXTO
               WRITE REG-LISTADO FROM LINEA-TEXTO
           ELSE
               MOVE "  Devengado corrida del" TO LC-TEXTO
               MOVE VEC-PER-FECHA-DEV(INDICE-PER)(7:2) TO LC-FECHA-DD
               MOVE VEC-PER-FECHA-DEV(INDICE-PER)(5:2) TO LC-FECHA-MM
               MOVE VEC-PER-FECHA-DEV(INDICE-PER)(1:4)
                   TO LC-FECHA-AAAA
               MOVE VEC-PER-TOT-DEV(INDICE-PER) TO LC-IMPORTE
               WRITE REG-LISTADO FROM LINEA-CONTROL
               MOVE "  Diferencia" TO LP-TEXTO
               COMPUTE LP-IMPORTE = VEC-PER-TOT-REC(INDICE-PER)
                   - VEC-PER-TOT-DEV(INDICE-PER)
               WRITE REG-LISTADO FROM LINEA-PUENTE
           END-IF.
           ADD 3 TO LINEA.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "TIMES LEIDOS (VIVO + HISTORICO): " WS-CTL-LEIDOS.
           DISPLAY "CLASES DEL MES ANTERIOR:         "
               VEC-PER-CLASES(1).
           DISPLAY "CLASES DEL MES ANALIZADO:        "
               VEC-PER-CLASES(2).
           DISPLAY "SUCURSAL/TIPO INFORMADOS:        " CANT-CEL.
           IF CANT-SIN-LUGAR > 0
               DISPLAY "TABLA DE CELDAS LLENA, CLASES SIN LUGAR: "
                   CANT-SIN-LUGAR
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PROFESORES-FILE.
           CLOSE TARIFAS-FILE.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       REGISTRAR-CONTROL-FIN.
           MOVE "F" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

      *- Abre, graba y cierra en el momento: si la corrida muere en el
      *- medio, el registro de inicio ya quedo en disco y la falta del
      *- fin delata el corte.
       GRABAR-CONTROL-CORRIDA.
           OPEN EXTEND CONTROLCORRIDAS-FILE.
           IF FS-CONTROLCORRIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONTROLCORRIDAS FS: "
                   FS-CONTROLCORRIDAS
           ELSE
               MOVE "VARIANZA-LIQUIDACION" TO CTL-PROGRAMA
               MOVE WS-CTL-TIPO TO CTL-TIPO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-CTL
               MOVE WS-FHC-FECHA TO CTL-FECHA
               MOVE WS-FHC-HORA  TO CTL-HORA
               MOVE WS-CTL-LEIDOS     TO CTL-LEIDOS
               MOVE WS-CTL-GRABADOS   TO CTL-GRABADOS
               MOVE WS-CTL-RECHAZADOS TO CTL-RECHAZADOS
               IF WS-CTL-TIPO IS EQUAL TO "I"
                   MOVE SPACE TO CTL-ESTADO
               ELSE
                   MOVE WS-ESTADO-CORRIDA TO CTL-ESTADO
               END-IF
               WRITE REG-CONTROL-CORRIDA
               CLOSE CONTROLCORRIDAS-FILE
           END-IF.

       END PROGRAM VARIANZA-LIQUIDACION.
