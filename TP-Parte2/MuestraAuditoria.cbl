       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTRA-AUDITORIA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Muestra de auditoria interna: cada trimestre auditoria
      *- controla una muestra de clases pagadas contra las planillas
      *- de asistencia de las sucursales. Este programa sortea esa
      *- muestra sobre TODAS las clases del periodo pedido, del
      *- Times.dat vivo y del TimesHistorico.dat que deja
      *- ARCHIVAR-TIMES, valuando cada clase con las mismas reglas
      *- de TP-PARTE2 (los parrafos de valuacion son los de
      *- LIQUIDACION-RETROACTIVA).
      *-
      *- El sorteo es estratificado por sucursal (cada sucursal es
      *- un estrato con su propio tamanio de muestra) y con
      *- probabilidad proporcional al peso de la clase: el peso es
      *- el importe absoluto, multiplicado por CON-PESO-CORRECCION
      *- si la clase es una correccion, para que las clases de
      *- importe alto y las correcciones salgan mas seguido. Dentro
      *- de cada estrato se recorre el peso acumulado con un
      *- intervalo fijo (peso total / tamanio) a partir de un
      *- arranque al azar; una clase que pesa mas que el intervalo
      *- entra siempre. Una sucursal con menos clases que el tamanio
      *- entra completa.
      *-
      *- El azar sale de un generador congruencial con la semilla de
      *- los parametros: la misma semilla sobre los mismos archivos
      *- da la misma muestra, con los mismos numeros de orden, y
      *- auditoria puede repetir el sorteo. Sin semilla se toma la
      *- fecha de corrida y se informa para poder repetirlo.
      *-
      *- Salidas:
      *-   MuestraAuditoria.dat, una fila por clase sorteada con su
      *-   numero de orden (la clave que se tipea en
      *-   CARGA-RESULTADOS-AUDITORIA);
      *-   MuestraEstratos.dat, una fila por sucursal con la
      *-   poblacion (clases e importe) y lo sorteado, que usa
      *-   INFORME-AUDITORIA para proyectar el error;
      *-   PlanillaAuditoria.txt, la planilla de trabajo por
      *-   sucursal con lugar para anotar el resultado.
      *- Cada corrida reemplaza la muestra anterior; los resultados
      *- ya cargados quedan atados a la clase (no al numero de
      *- orden) y no se pierden.
      *-
      *- Parametros (ParametrosMuestraAuditoria.txt): periodo desde y
      *- hasta (AAAAMMDD), semilla y tamanio de muestra por
      *- sucursal (en cero o en blanco, CON-TAMANIO-DEFECTO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ParametrosMuestraAuditoria.txt"
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

      *- Opcional: si ARCHIVAR-TIMES nunca corrio no hay historico y
      *- se sortea solo sobre lo que sigue en el vivo.
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

       SELECT MUESTRA-FILE
           ASSIGN TO DISK "../files/out/MuestraAuditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MUESTRA.

       SELECT ESTRATOS-FILE
           ASSIGN TO DISK "../files/out/MuestraEstratos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTRATOS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/PlanillaAuditoria.txt"
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
      *- Periodo a muestrear (AAAAMMDD), normalmente un trimestre.
           03 PMA-FECHA-DESDE   PIC 9(08).
           03 PMA-FECHA-HASTA   PIC 9(08).
      *- Semilla del sorteo; la misma semilla repite la muestra.
           03 PMA-SEMILLA       PIC 9(09).
      *- Clases a sortear por sucursal.
           03 PMA-TAMANIO       PIC 9(03).

      *- Vivo e historico tienen el mismo layout que Times.dat; aca
      *- solo se nombran las claves y el registro se lee sobre
      *- REG-TIMES en working storage (ver LEER-TIMES).
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
      *- Una fila por clase sorteada, en el orden de la planilla.
       FD MUESTRA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-MUESTRA.
           03 MUE-ORDEN         PIC 9(05).
      *- "V" Times.dat vivo, "H" TimesHistorico.dat.
           03 MUE-ORIGEN        PIC X(01).
           03 MUE-CLAVE.
               05 MUE-NUMERO    PIC X(05).
               05 MUE-FECHA     PIC 9(08).
               05 MUE-CUIT      PIC 9(11).
               05 MUE-SEC       PIC 9(04).
           03 MUE-SUCURSAL      PIC X(03).
           03 MUE-PROF-NOMBRE   PIC X(25).
           03 MUE-TIP-CLASE     PIC X(04).
           03 MUE-HORAS         PIC 9(02)V99.
           03 MUE-TIPO-NOV      PIC X(01).
           03 MUE-IMPORTE       PIC S9(07)V99
                                SIGN IS LEADING SEPARATE CHARACTER.

      *- Una fila por sucursal con clases en el periodo: la
      *- poblacion (importe en valor absoluto, las correcciones
      *- suman como movimiento auditable) y cuantas se sortearon.
       FD ESTRATOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESTRATO.
           03 EST-CUIT          PIC 9(11).
           03 EST-SUCURSAL      PIC X(03).
           03 EST-RAZON         PIC X(25).
           03 EST-FECHA-DESDE   PIC 9(08).
           03 EST-FECHA-HASTA   PIC 9(08).
           03 EST-SEMILLA       PIC 9(09).
           03 EST-CANT-CLASES   PIC 9(07).
           03 EST-IMPORTE       PIC 9(11)V99.
           03 EST-CANT-MUESTRA  PIC 9(05).

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
       77 FS-MUESTRA       PIC XX.
       77 FS-ESTRATOS      PIC XX.
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
       77 WS-ORIGEN          PIC X(01)      VALUE "V".

      *- Parametros para VALIDAR-FECHA: el periodo no puede ser
      *- futuro (se muestrean clases ya liquidadas).
       77 WS-CTL-FUTURO     PIC X(01)  VALUE "S".
       77 WS-FECHA-VALIDA   PIC X(01)  VALUE "N".
          88 FECHA-VALIDA              VALUE "S".

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

      *- Se recorren los Times dos veces: la primera arma la
      *- poblacion de cada estrato, la segunda sortea.
       77 WS-PASADA          PIC X(01)      VALUE "P".
          88 PASADA-POBLACION               VALUE "P".
          88 PASADA-SORTEO                  VALUE "S".

      *- Peso de la clase en el sorteo: importe absoluto, por
      *- CON-PESO-CORRECCION si es correccion; nunca menos de 1,
      *- para que una clase valuada en cero tambien pueda salir.
       78 CON-PESO-CORRECCION VALUE 3.
       78 CON-TAMANIO-DEFECTO VALUE 10.
       77 WS-TAMANIO         PIC 9(03)      VALUE 0.
       77 WS-IMPORTE-ABS     PIC 9(09)V99   VALUE 0.
       77 WS-PESO            PIC 9(11)V99   VALUE 0.

      *- Generador congruencial de Park y Miller: semilla * 16807
      *- modulo 2^31 - 1. WS-AZAR queda entre 0 y 1.
       78 CON-LCG-MULTIPLICADOR VALUE 16807.
       78 CON-LCG-MODULO     VALUE 2147483647.
       77 WS-SEMILLA         PIC 9(10)      VALUE 0.
       77 WS-SEMILLA-INICIAL PIC 9(09)      VALUE 0.
       77 WS-LCG-PRODUCTO    PIC 9(15)      VALUE 0.
       77 WS-LCG-COCIENTE    PIC 9(15)      VALUE 0.
       77 WS-AZAR            PIC 9V9(9)     VALUE 0.

      *- Un estrato por sucursal, en el orden de Sucursales.dat; un
      *- CUIT de Times que ya no esta en el maestro abre su propio
      *- estrato al final.
       78 CON-CANT-EST-MAX  VALUE 250.
       01 VEC-ESTRATOS.
           03 VEC-EST-ELM
               OCCURS CON-CANT-EST-MAX TIMES
               INDEXED BY INDICE-EST.
               05 VEC-EST-CUIT          PIC 9(11).
               05 VEC-EST-SUCURSAL      PIC X(03).
               05 VEC-EST-RAZON         PIC X(25).
               05 VEC-EST-CANT-CLASES   PIC 9(07).
               05 VEC-EST-IMPORTE       PIC 9(11)V99.
               05 VEC-EST-PESO          PIC 9(13)V99.
               05 VEC-EST-INTERVALO     PIC 9(13)V9(4).
               05 VEC-EST-PROXIMO       PIC 9(13)V9(4).
               05 VEC-EST-ACUMULADO     PIC 9(13)V99.
               05 VEC-EST-CANT-MUESTRA  PIC 9(05).
       77 CANT-EST           PIC 9(03)      VALUE 0.
       77 IND-EST-HALLADO    PIC 9(03)      VALUE 0.
       77 WS-EST-ACTUAL      PIC 9(03)      VALUE 0.
       77 WS-CLAVE-CUIT      PIC 9(11)      VALUE 0.

      *- Clases sorteadas; se emiten agrupadas por estrato.
       78 CON-CANT-MUE-MAX  VALUE 5000.
       01 VEC-MUESTRA.
           03 VEC-MUE-ELM
               OCCURS CON-CANT-MUE-MAX TIMES
               INDEXED BY INDICE-MUE.
               05 VEC-MUE-ESTRATO       PIC 9(03).
               05 VEC-MUE-ORIGEN        PIC X(01).
               05 VEC-MUE-CLAVE         PIC X(28).
               05 VEC-MUE-NOMBRE        PIC X(25).
               05 VEC-MUE-TIP-CLASE     PIC X(04).
               05 VEC-MUE-HORAS         PIC 9(02)V99.
               05 VEC-MUE-TIPO-NOV      PIC X(01).
               05 VEC-MUE-IMPORTE       PIC S9(07)V99
                                         SIGN LEADING SEPARATE.
       77 CANT-MUESTRA       PIC 9(05)      VALUE 0.

       77 CANT-TIMES-LEIDOS   PIC 9(07)     VALUE 0.
       77 CANT-TIMES-PERIODO  PIC 9(07)     VALUE 0.
       77 CANT-ORDEN          PIC 9(05)     VALUE 0.
       77 CANT-SIN-LUGAR      PIC 9(05)     VALUE 0.
       77 TOT-GRAL-IMPORTE    PIC 9(13)V99  VALUE 0.

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
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(32) VALUE "Planilla de Auditoria Interna".
           03 FILLER PIC X(24) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(09) VALUE "Periodo: ".
           03 E3-DESDE-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-DESDE-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-DESDE-AAAA    PIC 9(4).
           03 FILLER           PIC X(3)  VALUE " a ".
           03 E3-HASTA-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-HASTA-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-HASTA-AAAA    PIC 9(4).
           03 FILLER           PIC X(12) VALUE "   Semilla: ".
           03 E3-SEMILLA       PIC 9(9).
           03 FILLER           PIC X(17) VALUE "   Por sucursal: ".
           03 E3-TAMANIO       PIC ZZ9.
           03 FILLER           PIC X(7)  VALUE SPACES.

       01 ENCABEZADO4.
           03 FILLER PIC X(45) VALUE
              "Resultado: C confirmada, D discrepancia, N no".
           03 FILLER PIC X(35) VALUE
              " verificable   Nov: C correccion".

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-SUCURSAL.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 ES-SUCURSAL      PIC X(03).
           03 FILLER           PIC X       VALUE SPACE.
           03 ES-RAZON         PIC X(25).
           03 FILLER           PIC X(8)    VALUE "  Cuit: ".
           03 ES-CUIT          PIC 9(11).
           03 FILLER           PIC X(22)   VALUE SPACES.

       01 ENCABEZADO-TABLA.
           03 FILLER       PIC X(12)   VALUE "Orden Prof. ".
           03 FILLER       PIC X(21)   VALUE "Nombre".
           03 FILLER       PIC X(11)   VALUE "Fecha".
           03 FILLER       PIC X(05)   VALUE "Tipo".
           03 FILLER       PIC X(06)   VALUE "Horas".
           03 FILLER       PIC X(12)   VALUE "     Importe".
           03 FILLER       PIC X(13)   VALUE " Nov".

       01 DATOS-TABLA.
           03 DT-ORDEN         PIC ZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PROF          PIC X(5).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-NOMBRE        PIC X(20).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-TIPO          PIC X(4).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-HORAS         PIC Z9,99.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-IMPORTE       PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-NOV           PIC X(1).
           03 FILLER           PIC X(12)   VALUE SPACES.

       01 LINEA-RESULTADO.
           03 FILLER           PIC X(32)   VALUE
              "      Resultado (C/D/N): ___   ".
           03 FILLER           PIC X(48)   VALUE
              "Comentario: ___________________________________".

       01 LINEA-TOT-SUCURSAL.
           03 FILLER           PIC X(20)   VALUE "Clases del periodo: ".
           03 TS-CLASES        PIC ZZZZZZ9.
           03 FILLER           PIC X(11)   VALUE "  Importe: ".
           03 TS-IMPORTE       PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE "  Sorteadas: ".
           03 TS-MUESTRA       PIC ZZZZ9.
           03 FILLER           PIC X(10)   VALUE SPACES.

       01 LINEA-TOT-GENERAL.
           03 FILLER           PIC X(20)   VALUE "Total del periodo:  ".
           03 TG-CLASES        PIC ZZZZZZ9.
           03 FILLER           PIC X(11)   VALUE "  Importe: ".
           03 TG-IMPORTE       PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE "  Sorteadas: ".
           03 TG-MUESTRA       PIC ZZZZ9.
           03 FILLER           PIC X(10)   VALUE SPACES.

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
           PERFORM INICIAR-ESTRATOS.
           MOVE "P" TO WS-PASADA.
           PERFORM RECORRER-TIMES.
           PERFORM PREPARAR-SORTEO.
           MOVE "S" TO WS-PASADA.
           PERFORM RECORRER-TIMES.
           MOVE "CERRAR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM EMITIR-MUESTRA.
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

      *- Times y TimesHistorico se abren en cada pasada (ver
      *- RECORRER-TIMES).
       ABRIR-ARCHIVOS.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PARAMETROSMUESTRAAUDITORIA FS: "
                   FS-PARAMETROS
               STOP RUN
           END-IF.

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

      *- El periodo tiene que ser de fechas de calendario, no
      *- futuras y en orden. Tamanio en cero o en blanco toma el
      *- defecto; semilla en cero o en blanco toma la fecha de
      *- corrida, que se informa (y queda en MuestraEstratos.dat)
      *- para poder repetir el sorteo.
       LEER-PARAMETROS.
           READ PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL LEER PARAMETROSMUESTRAAUDITORIA FS: "
                   FS-PARAMETROS
               STOP RUN
           END-IF.
           CALL "VALIDAR-FECHA" USING PMA-FECHA-DESDE,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA DESDE INVALIDA EN PARAMETROS: "
                   PMA-FECHA-DESDE
               STOP RUN
           END-IF.
           CALL "VALIDAR-FECHA" USING PMA-FECHA-HASTA,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA HASTA INVALIDA EN PARAMETROS: "
                   PMA-FECHA-HASTA
               STOP RUN
           END-IF.
           IF PMA-FECHA-DESDE > PMA-FECHA-HASTA
               DISPLAY "PERIODO INVERTIDO: " PMA-FECHA-DESDE " A "
                   PMA-FECHA-HASTA
               STOP RUN
           END-IF.
           IF PMA-TAMANIO IS NOT NUMERIC OR PMA-TAMANIO = 0
               MOVE CON-TAMANIO-DEFECTO TO WS-TAMANIO
           ELSE
               MOVE PMA-TAMANIO TO WS-TAMANIO
           END-IF.
           IF PMA-SEMILLA IS NOT NUMERIC OR PMA-SEMILLA = 0
               MOVE WS-FECHA-CORRIDA TO WS-SEMILLA-INICIAL
               DISPLAY "SIN SEMILLA EN PARAMETROS, SE USA "
                   WS-SEMILLA-INICIAL
           ELSE
               MOVE PMA-SEMILLA TO WS-SEMILLA-INICIAL
           END-IF.
           MOVE WS-SEMILLA-INICIAL TO WS-SEMILLA.
           DISPLAY "SE MUESTREA DEL " PMA-FECHA-DESDE " AL "
               PMA-FECHA-HASTA ", " WS-TAMANIO " CLASES POR SUCURSAL, "
               "SEMILLA " WS-SEMILLA-INICIAL.

      *- Carga Sucursales.dat entero, igual que TP-PARTE2; ademas da
      *- el orden de los estratos (ver INICIAR-ESTRATOS).
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

      *- Un estrato por sucursal del maestro, en su orden; asi el
      *- orden de los sorteos (y la muestra) no depende de que
      *- sucursal aparece primero en Times.
       INICIAR-ESTRATOS.
           MOVE 0 TO CANT-EST.
           PERFORM INICIAR-ESTRATO-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC.

       INICIAR-ESTRATO-SUCURSAL.
           ADD 1 TO CANT-EST.
           MOVE VEC-SUC-CUIT(INDICE-SUC) TO VEC-EST-CUIT(CANT-EST).
           MOVE VEC-SUC-SUCURSAL(INDICE-SUC)
               TO VEC-EST-SUCURSAL(CANT-EST).
           MOVE VEC-SUC-RAZON(INDICE-SUC) TO VEC-EST-RAZON(CANT-EST).
           PERFORM LIMPIAR-ESTRATO.

       LIMPIAR-ESTRATO.
           MOVE 0 TO VEC-EST-CANT-CLASES(CANT-EST).
           MOVE 0 TO VEC-EST-IMPORTE(CANT-EST).
           MOVE 0 TO VEC-EST-PESO(CANT-EST).
           MOVE 0 TO VEC-EST-INTERVALO(CANT-EST).
           MOVE 0 TO VEC-EST-PROXIMO(CANT-EST).
           MOVE 0 TO VEC-EST-ACUMULADO(CANT-EST).
           MOVE 0 TO VEC-EST-CANT-MUESTRA(CANT-EST).

      *- Busca el estrato del CUIT en WS-CLAVE-CUIT. En la pasada de
      *- poblacion un CUIT que no esta en el maestro abre un estrato
      *- nuevo con la sucursal que haya devuelto BUSCAR-SUCURSAL.
       UBICAR-ESTRATO.
           MOVE 0 TO IND-EST-HALLADO.
           PERFORM COMPARAR-ESTRATO
               VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CANT-EST
               OR IND-EST-HALLADO > 0.
           IF IND-EST-HALLADO = 0 AND PASADA-POBLACION
               IF CANT-EST < CON-CANT-EST-MAX
                   ADD 1 TO CANT-EST
                   MOVE CANT-EST TO IND-EST-HALLADO
                   MOVE WS-CLAVE-CUIT TO VEC-EST-CUIT(CANT-EST)
                   MOVE SPACES TO VEC-EST-SUCURSAL(CANT-EST)
                   MOVE "SIN SUCURSAL EN MAESTRO"
                       TO VEC-EST-RAZON(CANT-EST)
                   PERFORM LIMPIAR-ESTRATO
               ELSE
                   DISPLAY "TABLA DE ESTRATOS LLENA, SE PIERDE EL CUIT "
                       WS-CLAVE-CUIT
                   MOVE "A" TO WS-ESTADO-CORRIDA
               END-IF
           END-IF.

       COMPARAR-ESTRATO.
           IF VEC-EST-CUIT(INDICE-EST) IS EQUAL TO WS-CLAVE-CUIT
               SET IND-EST-HALLADO TO INDICE-EST
           END-IF.

      *- Una pasada completa sobre el vivo y el historico; lo que se
      *- hace con cada clase lo decide WS-PASADA (ver
      *- EVALUAR-CLASE).
       RECORRER-TIMES.
           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.
           MOVE "V" TO WS-ORIGEN.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-TIMES UNTIL FS-TIMES = 10.
           CLOSE TIMES-FILE.
           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO IS EQUAL TO 00
               MOVE "H" TO WS-ORIGEN
               PERFORM LEER-HISTORICO
               PERFORM PROCESAR-HISTORICO UNTIL FS-HISTORICO = 10
               CLOSE HISTORICO-FILE
           ELSE
               IF PASADA-POBLACION
                   DISPLAY "NO SE ENCONTRO TIMESHISTORICO.DAT, SE "
                       "MUESTREA SOLO EL TIMES VIVO"
               END-IF
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

      *- Valua la clase del periodo en REG-TIMES y, segun la pasada,
      *- la suma a la poblacion de su estrato o la somete al sorteo.
       EVALUAR-CLASE.
           IF PASADA-POBLACION
               ADD 1 TO CANT-TIMES-LEIDOS
               ADD 1 TO WS-CTL-LEIDOS
           END-IF.
           IF TIM-FECHA IS NOT LESS THAN PMA-FECHA-DESDE
               AND TIM-FECHA IS NOT GREATER THAN PMA-FECHA-HASTA
               PERFORM BUSCAR-PROFESOR
               PERFORM BUSCAR-SUCURSAL-EN-VEC
               PERFORM BUSCAR-TARIFA
               PERFORM CALCULAR-IMPORTE
               PERFORM CALCULAR-PESO
               MOVE TIM-CUIT TO WS-CLAVE-CUIT
               PERFORM UBICAR-ESTRATO
               IF IND-EST-HALLADO > 0
                   IF PASADA-POBLACION
                       PERFORM ACUMULAR-POBLACION
                   ELSE
                       PERFORM SORTEAR-CLASE
                   END-IF
               END-IF
           END-IF.

       CALCULAR-PESO.
           IF IMPORTE < 0
               COMPUTE WS-IMPORTE-ABS = 0 - IMPORTE
           ELSE
               MOVE IMPORTE TO WS-IMPORTE-ABS
           END-IF.
           MOVE WS-IMPORTE-ABS TO WS-PESO.
           IF TIM-ES-CORRECCION
               MULTIPLY CON-PESO-CORRECCION BY WS-PESO
           END-IF.
           IF WS-PESO < 1
               MOVE 1 TO WS-PESO
           END-IF.

       ACUMULAR-POBLACION.
           ADD 1 TO CANT-TIMES-PERIODO.
           ADD 1 TO VEC-EST-CANT-CLASES(IND-EST-HALLADO).
           ADD WS-IMPORTE-ABS TO VEC-EST-IMPORTE(IND-EST-HALLADO).
           ADD WS-PESO TO VEC-EST-PESO(IND-EST-HALLADO).
           ADD WS-IMPORTE-ABS TO TOT-GRAL-IMPORTE.

      *- Intervalo de cada estrato (peso total / tamanio) y arranque
      *- al azar dentro del primer intervalo. Se sortea un numero por
      *- estrato, tenga o no clases, para que la secuencia dependa
      *- solo de la semilla y del maestro de sucursales.
       PREPARAR-SORTEO.
           PERFORM PREPARAR-ESTRATO
               VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CANT-EST.

       PREPARAR-ESTRATO.
           PERFORM SIGUIENTE-AZAR.
           MOVE 0 TO VEC-EST-ACUMULADO(INDICE-EST).
           COMPUTE VEC-EST-INTERVALO(INDICE-EST) =
               VEC-EST-PESO(INDICE-EST) / WS-TAMANIO.
           COMPUTE VEC-EST-PROXIMO(INDICE-EST) =
               VEC-EST-INTERVALO(INDICE-EST) * WS-AZAR.

       SIGUIENTE-AZAR.
           COMPUTE WS-LCG-PRODUCTO =
               WS-SEMILLA * CON-LCG-MULTIPLICADOR.
           DIVIDE WS-LCG-PRODUCTO BY CON-LCG-MODULO
               GIVING WS-LCG-COCIENTE REMAINDER WS-SEMILLA.
           COMPUTE WS-AZAR = WS-SEMILLA / CON-LCG-MODULO.

      *- Un estrato con no mas clases que el tamanio entra entero.
      *- Si no, cada clase ocupa su peso sobre el acumulado del
      *- estrato y sale cuando cubre el proximo punto de sorteo; una
      *- clase que cubre varios puntos sale una sola vez.
       SORTEAR-CLASE.
           IF VEC-EST-CANT-CLASES(IND-EST-HALLADO)
               IS NOT GREATER THAN WS-TAMANIO
               PERFORM GUARDAR-CLASE-MUESTRA
           ELSE
               ADD WS-PESO TO VEC-EST-ACUMULADO(IND-EST-HALLADO)
               IF VEC-EST-ACUMULADO(IND-EST-HALLADO) IS GREATER
                   THAN VEC-EST-PROXIMO(IND-EST-HALLADO)
                   PERFORM GUARDAR-CLASE-MUESTRA
                   PERFORM AVANZAR-PUNTO-SORTEO
                       UNTIL VEC-EST-PROXIMO(IND-EST-HALLADO)
                       IS NOT LESS THAN
                       VEC-EST-ACUMULADO(IND-EST-HALLADO)
               END-IF
           END-IF.

       AVANZAR-PUNTO-SORTEO.
           ADD VEC-EST-INTERVALO(IND-EST-HALLADO)
               TO VEC-EST-PROXIMO(IND-EST-HALLADO).

       GUARDAR-CLASE-MUESTRA.
           IF CANT-MUESTRA < CON-CANT-MUE-MAX
               ADD 1 TO CANT-MUESTRA
               MOVE IND-EST-HALLADO TO VEC-MUE-ESTRATO(CANT-MUESTRA)
               MOVE WS-ORIGEN       TO VEC-MUE-ORIGEN(CANT-MUESTRA)
               MOVE TIM-CLAVE       TO VEC-MUE-CLAVE(CANT-MUESTRA)
               MOVE TIM-TIP-CLASE   TO VEC-MUE-TIP-CLASE(CANT-MUESTRA)
               MOVE TIM-HORAS       TO VEC-MUE-HORAS(CANT-MUESTRA)
               MOVE TIM-TIPO-NOV    TO VEC-MUE-TIPO-NOV(CANT-MUESTRA)
               MOVE IMPORTE         TO VEC-MUE-IMPORTE(CANT-MUESTRA)
               IF FS-PROFESORES IS EQUAL TO 00
                   MOVE PROF-NOMBRE TO VEC-MUE-NOMBRE(CANT-MUESTRA)
               ELSE
                   MOVE SPACES TO VEC-MUE-NOMBRE(CANT-MUESTRA)
               END-IF
               ADD 1 TO VEC-EST-CANT-MUESTRA(IND-EST-HALLADO)
           ELSE
               ADD 1 TO CANT-SIN-LUGAR
               ADD 1 TO WS-CTL-RECHAZADOS
               MOVE "A" TO WS-ESTADO-CORRIDA
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

      *- Recorre los estratos y, para cada uno con clases en el
      *- periodo, graba su fila de poblacion y sus clases sorteadas;
      *- el numero de orden corre seguido en toda la planilla.
       EMITIR-MUESTRA.
           PERFORM ABRIR-SALIDAS.
           PERFORM PRINT-ENCABEZADO.
           PERFORM EMITIR-ESTRATO
               VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CANT-EST.
           MOVE CANT-TIMES-PERIODO TO TG-CLASES.
           MOVE TOT-GRAL-IMPORTE   TO TG-IMPORTE.
           MOVE CANT-ORDEN         TO TG-MUESTRA.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-TOT-GENERAL.
           PERFORM CERRAR-SALIDAS.

       ABRIR-SALIDAS.
           OPEN OUTPUT MUESTRA-FILE.
           IF FS-MUESTRA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR MUESTRAAUDITORIA FS: " FS-MUESTRA
               STOP RUN
           END-IF.
           OPEN OUTPUT ESTRATOS-FILE.
           IF FS-ESTRATOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR MUESTRAESTRATOS FS: "
                   FS-ESTRATOS
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.

       CERRAR-SALIDAS.
           CLOSE MUESTRA-FILE.
           CLOSE ESTRATOS-FILE.
           CLOSE LISTADO.

       EMITIR-ESTRATO.
           IF VEC-EST-CANT-CLASES(INDICE-EST) > 0
               SET WS-EST-ACTUAL TO INDICE-EST
               PERFORM GRABAR-ESTRATO
               PERFORM PRINT-ENCABEZADO-SUCURSAL
               PERFORM EMITIR-CLASE-DE-ESTRATO
                   VARYING INDICE-MUE FROM 1 BY 1
                   UNTIL INDICE-MUE > CANT-MUESTRA
               PERFORM PRINT-TOT-SUCURSAL
           END-IF.

       GRABAR-ESTRATO.
           MOVE VEC-EST-CUIT(INDICE-EST)        TO EST-CUIT.
           MOVE VEC-EST-SUCURSAL(INDICE-EST)    TO EST-SUCURSAL.
           MOVE VEC-EST-RAZON(INDICE-EST)       TO EST-RAZON.
           MOVE PMA-FECHA-DESDE                 TO EST-FECHA-DESDE.
           MOVE PMA-FECHA-HASTA                 TO EST-FECHA-HASTA.
           MOVE WS-SEMILLA-INICIAL              TO EST-SEMILLA.
           MOVE VEC-EST-CANT-CLASES(INDICE-EST) TO EST-CANT-CLASES.
           MOVE VEC-EST-IMPORTE(INDICE-EST)     TO EST-IMPORTE.
           MOVE VEC-EST-CANT-MUESTRA(INDICE-EST)
               TO EST-CANT-MUESTRA.
           WRITE REG-ESTRATO.
           IF FS-ESTRATOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR MUESTRAESTRATOS FS: "
                   FS-ESTRATOS
           END-IF.

       EMITIR-CLASE-DE-ESTRATO.
           IF VEC-MUE-ESTRATO(INDICE-MUE) IS EQUAL TO WS-EST-ACTUAL
               ADD 1 TO CANT-ORDEN
               PERFORM GRABAR-MUESTRA
               PERFORM PRINT-FILA
           END-IF.

       GRABAR-MUESTRA.
           MOVE CANT-ORDEN                   TO MUE-ORDEN.
           MOVE VEC-MUE-ORIGEN(INDICE-MUE)   TO MUE-ORIGEN.
           MOVE VEC-MUE-CLAVE(INDICE-MUE)    TO MUE-CLAVE.
           MOVE VEC-EST-SUCURSAL(INDICE-EST) TO MUE-SUCURSAL.
           MOVE VEC-MUE-NOMBRE(INDICE-MUE)   TO MUE-PROF-NOMBRE.
           MOVE VEC-MUE-TIP-CLASE(INDICE-MUE) TO MUE-TIP-CLASE.
           MOVE VEC-MUE-HORAS(INDICE-MUE)    TO MUE-HORAS.
           MOVE VEC-MUE-TIPO-NOV(INDICE-MUE) TO MUE-TIPO-NOV.
           MOVE VEC-MUE-IMPORTE(INDICE-MUE)  TO MUE-IMPORTE.
           WRITE REG-MUESTRA.
           IF FS-MUESTRA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR MUESTRAAUDITORIA FS: "
                   FS-MUESTRA
           END-IF.
           ADD 1 TO WS-CTL-GRABADOS.

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE PMA-FECHA-DESDE(7:2) TO E3-DESDE-DD.
           MOVE PMA-FECHA-DESDE(5:2) TO E3-DESDE-MM.
           MOVE PMA-FECHA-DESDE(1:4) TO E3-DESDE-AAAA.
           MOVE PMA-FECHA-HASTA(7:2) TO E3-HASTA-DD.
           MOVE PMA-FECHA-HASTA(5:2) TO E3-HASTA-MM.
           MOVE PMA-FECHA-HASTA(1:4) TO E3-HASTA-AAAA.
           MOVE WS-SEMILLA-INICIAL   TO E3-SEMILLA.
           MOVE WS-TAMANIO           TO E3-TAMANIO.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO3.
           WRITE REG-LISTADO FROM ENCABEZADO4.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           MOVE 5 TO LINEA.

       PRINT-ENCABEZADO-SUCURSAL.
           MOVE VEC-EST-SUCURSAL(INDICE-EST) TO ES-SUCURSAL.
           MOVE VEC-EST-RAZON(INDICE-EST)    TO ES-RAZON.
           MOVE VEC-EST-CUIT(INDICE-EST)     TO ES-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO-SUCURSAL.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.

       PRINT-FILA.
           MOVE MUE-ORDEN           TO DT-ORDEN.
           MOVE MUE-NUMERO          TO DT-PROF.
           MOVE MUE-PROF-NOMBRE     TO DT-NOMBRE.
           MOVE MUE-FECHA(7:2)      TO DT-FECHA-DD.
           MOVE MUE-FECHA(5:2)      TO DT-FECHA-MM.
           MOVE MUE-FECHA(1:4)      TO DT-FECHA-AAAA.
           MOVE MUE-TIP-CLASE       TO DT-TIPO.
           MOVE MUE-HORAS           TO DT-HORAS.
           MOVE MUE-IMPORTE         TO DT-IMPORTE.
           MOVE MUE-TIPO-NOV        TO DT-NOV.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           WRITE REG-LISTADO FROM LINEA-RESULTADO.
           ADD 2 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       PRINT-TOT-SUCURSAL.
           MOVE VEC-EST-CANT-CLASES(INDICE-EST)  TO TS-CLASES.
           MOVE VEC-EST-IMPORTE(INDICE-EST)      TO TS-IMPORTE.
           MOVE VEC-EST-CANT-MUESTRA(INDICE-EST) TO TS-MUESTRA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           WRITE REG-LISTADO FROM LINEA-TOT-SUCURSAL.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       CHECK-NUEVA-PAGINA.
           IF LINEA > 60
               PERFORM PRINT-ENCABEZADO
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "TIMES LEIDOS (VIVO + HISTORICO): "
               CANT-TIMES-LEIDOS.
           DISPLAY "CLASES DEL PERIODO:              "
               CANT-TIMES-PERIODO.
           DISPLAY "CLASES SORTEADAS:                " CANT-ORDEN.
           IF CANT-SIN-LUGAR > 0
               DISPLAY "TABLA DE MUESTRA LLENA, SORTEADAS SIN LUGAR: "
                   CANT-SIN-LUGAR
           END-IF.
           DISPLAY "SEMILLA:                         "
               WS-SEMILLA-INICIAL.

       CERRAR-ARCHIVOS.
           CLOSE PARAMETROS-FILE.
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
               MOVE "MUESTRA-AUDITORIA" TO CTL-PROGRAMA
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

       END PROGRAM MUESTRA-AUDITORIA.
