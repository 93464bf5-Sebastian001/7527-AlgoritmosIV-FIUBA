       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-RETROACTIVA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Reliquidacion retroactiva: cuando una paritaria fija una
      *- tarifa nueva con vigencia hacia atras (fila de Tarifas.dat o
      *- TarifasSucursal.dat con vigencia anterior a la fecha de
      *- carga), las clases de los periodos ya liquidados quedaron
      *- pagadas y facturadas a la tarifa vieja. Este programa vuelve
      *- a valuar TODAS las clases del rango pedido, del Times.dat
      *- vivo y del TimesHistorico.dat que deja ARCHIVAR-TIMES, con
      *- las mismas reglas que CALCULAR-IMPORTE de TP-PARTE2 (tarifa
      *- general o diferencial de la sucursal, recargo de feriado por
      *- zona, adicional por antiguedad, correcciones en negativo,
      *- cancelaciones tardias al porcentaje del tipo), y
      *- compara el resultado por profesor y sucursal contra lo que
      *- ya quedo devengado en DevengadoHistorico.dat para los
      *- periodos comprendidos en el rango.
      *-
      *- La diferencia sale como renglon "retroactivo" en el layout
      *- del extracto de cuentas a pagar:
      *-   RetroactivoAP.txt, que GENERAR-TRANSFERENCIAS suma al
      *-   extracto de la liquidacion en su proxima corrida;
      *-   RetroactivoFacturacion.txt, que FACTURACION-SUCURSALES
      *-   emite como factura complementaria (o nota de credito si la
      *-   tarifa bajo) de cada sucursal;
      *-   DevengadoHistorico.dat, con la fecha de esta corrida y el
      *-   mismo periodo, para que la cuenta corriente del profesor lo
      *-   vea devengado y una segunda corrida sobre el mismo rango de
      *-   diferencia cero.
      *- Los dos primeros se abren EXTEND, como el devengado: si una
      *- segunda corrida llega antes de que los consuman, lo de la
      *- primera no se pierde (ya quedo devengado y no se volveria a
      *- calcular).
      *- El detalle queda en LiquidacionRetroactiva.txt.
      *-
      *- Parametros (ParametrosRetroactivo.txt): la vigencia de la
      *- tarifa nueva y el rango de fechas a reliquidar. El rango
      *- tiene que empezar y terminar exactamente en limites de
      *- periodos ya devengados: un rango que corta un periodo al
      *- medio (o que llega a fechas todavia no liquidadas) no se
      *- puede comparar contra el historico y se rechaza. Solo se
      *- paga la diferencia de los profesores/sucursales con clases
      *- desde la vigencia; una diferencia en otro profesor no la
      *- explica la tarifa nueva y queda en Excepciones.dat para que
      *- se revise a mano.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ParametrosRetroactivo.txt"
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
      *- se reliquida solo lo que sigue en el vivo.
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

      *- TiposClase.dat, solo por el porcentaje que se paga de una
      *- clase cancelada tarde (TIP-PORC-CANCEL). Opcional: sin
      *- archivo una cancelacion tardia se valua en cero.
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

      *- Se lee entero para conocer lo ya devengado y despues se
      *- reabre EXTEND para agregar los renglones retroactivos.
       SELECT DEVENGADO-FILE
           ASSIGN TO DISK "../files/out/DevengadoHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVENGADO.

       SELECT RETRO-AP-FILE
           ASSIGN TO DISK "../files/out/RetroactivoAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO-AP.

       SELECT RETRO-FAC-FILE
           ASSIGN TO DISK "../files/out/RetroactivoFacturacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO-FAC.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/LiquidacionRetroactiva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT EXCEPCIONES
           ASSIGN TO DISK "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PARAMETROS.
      *- Vigencia desde de la tarifa nueva (AAAAMMDD).
           03 PRT-VIG-DES       PIC 9(08).
      *- Rango a reliquidar (AAAAMMDD).
           03 PRT-FECHA-DESDE   PIC 9(08).
           03 PRT-FECHA-HASTA   PIC 9(08).

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

      *- Mismo layout que ListadoSucursalAP.txt: horas en cero (la
      *- clase ya se conto en su liquidacion) e importe con signo.
       FD RETRO-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETRO-AP.
           03  RAP-RAZON            PIC X(25).
           03  RAP-CUIT             PIC 9(11).
           03  RAP-PROF-NUMERO      PIC X(05).
           03  RAP-PROF-NOMBRE      PIC X(25).
           03  RAP-TOT-HORAS        PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RAP-TOT-IMPORTE      PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RAP-PERIODO-DESDE    PIC 9(08).
           03  RAP-PERIODO-HASTA    PIC 9(08).

       FD RETRO-FAC-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETRO-FAC           PIC X(102).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO             PIC X(80).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
       01 REG-EXCEPCIONES.
           03 EXC-CLAVE       PIC X(11).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-MOTIVO      PIC X(40).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-SEVERIDAD   PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-ESTADO      PIC X(01).

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

      *- Fecha/hora de corrida para estampar en cada excepcion (ver
      *- COMPLETAR-DATOS-EXCEPCION).
       01 WS-FECHA-HORA-EXC.
           03 WS-FHE-FECHA      PIC 9(08).
           03 WS-FHE-HORA       PIC 9(06).

       77 FS-PARAMETROS    PIC XX.
       77 FS-TIMES         PIC XX.
       77 FS-HISTORICO     PIC XX.
       77 FS-PROFESORES    PIC XX.
       77 FS-TARIFAS       PIC XX.
       77 FS-TARIFAS-SUC   PIC XX.
       77 FS-ESCALA-ANTIG  PIC XX.
       77 FS-TIPOSCLASE   PIC XX.
       77 FS-FERIADOS      PIC XX.
       77 FS-DEVENGADO     PIC XX.
       77 FS-RETRO-AP      PIC XX.
       77 FS-RETRO-FAC     PIC XX.
       77 FS-LISTADO       PIC XX.
       77 FS-EXCEPCIONES   PIC XX.

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

      *- Parametros para VALIDAR-FECHA: las fechas del rango no
      *- pueden ser futuras (se reliquida lo ya liquidado).
       77 WS-CTL-FUTURO     PIC X(01)  VALUE "S".
       77 WS-FECHA-VALIDA   PIC X(01)  VALUE "N".
          88 FECHA-VALIDA              VALUE "S".

      *- El rango tiene que coincidir con limites de periodos ya
      *- devengados (ver CONTROLAR-LIMITES-RANGO).
       77 WS-HAY-LIMITE-DESDE PIC X(01) VALUE "N".
          88 HAY-LIMITE-DESDE          VALUE "S".
       77 WS-HAY-LIMITE-HASTA PIC X(01) VALUE "N".
          88 HAY-LIMITE-HASTA          VALUE "S".

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

      *- Una fila por profesor/sucursal: lo devengado en el rango,
      *- lo que resulta de reliquidar, y si tuvo clases desde la
      *- vigencia (solo esas filas cobran la diferencia).
       78 CON-CANT-RET-MAX  VALUE 2000.
       01 VEC-RETRO.
           03 VEC-RET-ELM
               OCCURS CON-CANT-RET-MAX TIMES
               INDEXED BY INDICE-RET.
               05 VEC-RET-CUIT         PIC 9(11).
               05 VEC-RET-RAZON        PIC X(25).
               05 VEC-RET-PROF         PIC X(05).
               05 VEC-RET-NOMBRE       PIC X(25).
               05 VEC-RET-DEVENGADO    PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-RET-NUEVO        PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-RET-AFECTADO     PIC X(01).
       77 CANT-RET           PIC 9(04)      VALUE 0.
       77 IND-RET-HALLADO    PIC 9(04)      VALUE 0.
       77 WS-CLAVE-CUIT      PIC 9(11)      VALUE 0.
       77 WS-CLAVE-PROF      PIC X(05)      VALUE SPACES.
       77 WS-DIFERENCIA      PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.

       77 CANT-TIMES-LEIDOS   PIC 9(07)     VALUE 0.
       77 CANT-TIMES-RANGO    PIC 9(07)     VALUE 0.
       77 CANT-DEV-RANGO      PIC 9(07)     VALUE 0.
       77 CANT-RETROACTIVOS   PIC 9(05)     VALUE 0.
       77 CANT-SIN-VIGENCIA   PIC 9(05)     VALUE 0.
       77 TOT-SUC-DEVENGADO   PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-SUC-NUEVO       PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-SUC-DIFERENCIA  PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-GRAL-DIFERENCIA PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-SUC-CON-RENGLON  PIC X(01)     VALUE "N".
          88 SUC-CON-RENGLON                VALUE "S".

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
           03 FILLER PIC X(32) VALUE "Liquidacion Retroactiva".
           03 FILLER PIC X(24) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(10) VALUE "Vigencia: ".
           03 E3-VIG-DD        PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-VIG-MM        PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-VIG-AAAA      PIC 9(4).
           03 FILLER           PIC X(12) VALUE "   Periodo: ".
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
           03 FILLER           PIC X(25) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-SUCURSAL.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 ES-RAZON         PIC X(25).
           03 FILLER           PIC X(8)    VALUE "  Cuit: ".
           03 ES-CUIT          PIC 9(11).
           03 FILLER           PIC X(26)   VALUE SPACES.

       01 ENCABEZADO-TABLA.
           03 FILLER       PIC X(6)    VALUE "Prof. ".
           03 FILLER       PIC X(26)   VALUE "Nombre".
           03 FILLER       PIC X(16)   VALUE "       Devengado".
           03 FILLER       PIC X(16)   VALUE "     Reliquidado".
           03 FILLER       PIC X(16)   VALUE "      Diferencia".

       01 DATOS-TABLA.
           03 DT-PROF          PIC X(5).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-NOMBRE        PIC X(25).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-DEVENGADO     PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 DT-NUEVO         PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 DT-DIFERENCIA    PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.

       01 LINEA-TOT-SUCURSAL.
           03 FILLER           PIC X(33)   VALUE "Total sucursal".
           03 TS-DEVENGADO     PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 TS-NUEVO         PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 TS-DIFERENCIA    PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.

       01 LINEA-TOT-GENERAL.
           03 FILLER           PIC X(30)   VALUE
              "Total retroactivo a liquidar".
           03 FILLER           PIC X(35)   VALUE SPACES.
           03 TG-DIFERENCIA    PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.

       01 LINEA-SIN-VIGENCIA.
           03 FILLER           PIC X(50)   VALUE
              "Diferencias sin clases desde la vigencia (ver Exce".
           03 FILLER           PIC X(17)   VALUE "pciones.dat):    ".
           03 LSV-CANT         PIC ZZZZ9.
           03 FILLER           PIC X(8)    VALUE SPACES.

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
           PERFORM CARGAR-DEVENGADO.
           PERFORM CONTROLAR-LIMITES-RANGO.
           PERFORM RELIQUIDAR-TIMES.
           PERFORM RELIQUIDAR-HISTORICO.
           MOVE "CERRAR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM EMITIR-RETROACTIVO.
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

       ABRIR-ARCHIVOS.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PARAMETROSRETROACTIVO FS: "
                   FS-PARAMETROS
               STOP RUN
           END-IF.

           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
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

           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               STOP RUN
           END-IF.

      *- Vigencia y rango tienen que ser fechas de calendario, no
      *- futuras, con el rango en orden; la vigencia no puede ser
      *- posterior al fin del rango (no habria nada que reliquidar).
       LEER-PARAMETROS.
           READ PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL LEER PARAMETROSRETROACTIVO FS: "
                   FS-PARAMETROS
               STOP RUN
           END-IF.
           CALL "VALIDAR-FECHA" USING PRT-VIG-DES,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "VIGENCIA INVALIDA EN PARAMETROSRETROACTIVO: "
                   PRT-VIG-DES
               STOP RUN
           END-IF.
           CALL "VALIDAR-FECHA" USING PRT-FECHA-DESDE,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA DESDE INVALIDA EN PARAMETROSRETROACTIVO: "
                   PRT-FECHA-DESDE
               STOP RUN
           END-IF.
           CALL "VALIDAR-FECHA" USING PRT-FECHA-HASTA,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA HASTA INVALIDA EN PARAMETROSRETROACTIVO: "
                   PRT-FECHA-HASTA
               STOP RUN
           END-IF.
           IF PRT-FECHA-HASTA < PRT-FECHA-DESDE
               DISPLAY "RANGO INVALIDO EN PARAMETROSRETROACTIVO: "
                   "HASTA ANTERIOR A DESDE"
               STOP RUN
           END-IF.
           IF PRT-VIG-DES > PRT-FECHA-HASTA
               DISPLAY "LA VIGENCIA " PRT-VIG-DES " ES POSTERIOR AL "
                   "RANGO, NO HAY NADA QUE RELIQUIDAR"
               STOP RUN
           END-IF.
           DISPLAY "SE RELIQUIDA DEL " PRT-FECHA-DESDE " AL "
               PRT-FECHA-HASTA " POR LA VIGENCIA " PRT-VIG-DES.

      *- Carga Sucursales.dat entero, igual que TP-PARTE2; ademas da
      *- el orden por sucursal de los productos (ver
      *- EMITIR-RETROACTIVO).
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

      *- Suma lo devengado por profesor/sucursal en los periodos que
      *- caen enteros dentro del rango. Una corrida sin periodo
      *- (0/99999999) no se puede ubicar en el tiempo y no entra.
      *- De paso se anota si algun periodo empieza justo en el desde
      *- y alguno termina justo en el hasta del rango.
       CARGAR-DEVENGADO.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEVENGADO FS: " FS-DEVENGADO
               STOP RUN
           END-IF.
           PERFORM LEER-DEVENGADO.
           PERFORM SUMAR-DEVENGADO UNTIL FS-DEVENGADO = 10.
           CLOSE DEVENGADO-FILE.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

       SUMAR-DEVENGADO.
           IF DEV-PERIODO-DESDE IS EQUAL TO PRT-FECHA-DESDE
               MOVE "S" TO WS-HAY-LIMITE-DESDE
           END-IF.
           IF DEV-PERIODO-HASTA IS EQUAL TO PRT-FECHA-HASTA
               MOVE "S" TO WS-HAY-LIMITE-HASTA
           END-IF.
           IF DEV-PERIODO-DESDE IS NOT LESS THAN PRT-FECHA-DESDE
               AND DEV-PERIODO-HASTA IS NOT GREATER
                   THAN PRT-FECHA-HASTA
               ADD 1 TO CANT-DEV-RANGO
               MOVE DEV-CUIT        TO WS-CLAVE-CUIT
               MOVE DEV-PROF-NUMERO TO WS-CLAVE-PROF
               PERFORM UBICAR-FILA-RETRO
               IF IND-RET-HALLADO > 0
                   IF VEC-RET-RAZON(IND-RET-HALLADO) IS EQUAL
                       TO SPACES
                       MOVE DEV-RAZON
                           TO VEC-RET-RAZON(IND-RET-HALLADO)
                   END-IF
                   IF VEC-RET-NOMBRE(IND-RET-HALLADO) IS EQUAL
                       TO SPACES
                       MOVE DEV-PROF-NOMBRE
                           TO VEC-RET-NOMBRE(IND-RET-HALLADO)
                   END-IF
                   ADD DEV-TOT-IMPORTE
                       TO VEC-RET-DEVENGADO(IND-RET-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-DEVENGADO.

      *- Sin un periodo devengado que empiece en el desde y otro que
      *- termine en el hasta, el rango corta un periodo al medio o
      *- pisa fechas que nunca se liquidaron: la comparacion contra
      *- el historico pagaria de mas y se corta la corrida.
       CONTROLAR-LIMITES-RANGO.
           IF NOT HAY-LIMITE-DESDE OR NOT HAY-LIMITE-HASTA
               DISPLAY "EL RANGO " PRT-FECHA-DESDE " A "
                   PRT-FECHA-HASTA " NO COINCIDE CON PERIODOS YA "
                   "DEVENGADOS EN DEVENGADOHISTORICO.DAT"
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM CERRAR-ARCHIVOS
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.

      *- Busca la fila del profesor/sucursal (WS-CLAVE-CUIT /
      *- WS-CLAVE-PROF) o abre una nueva en cero.
       UBICAR-FILA-RETRO.
           MOVE 0 TO IND-RET-HALLADO.
           PERFORM COMPARAR-FILA-RETRO
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET
               OR IND-RET-HALLADO > 0.
           IF IND-RET-HALLADO = 0
               IF CANT-RET < CON-CANT-RET-MAX
                   ADD 1 TO CANT-RET
                   MOVE CANT-RET TO IND-RET-HALLADO
                   MOVE WS-CLAVE-CUIT
                       TO VEC-RET-CUIT(IND-RET-HALLADO)
                   MOVE WS-CLAVE-PROF
                       TO VEC-RET-PROF(IND-RET-HALLADO)
                   MOVE SPACES TO VEC-RET-RAZON(IND-RET-HALLADO)
                   MOVE SPACES TO VEC-RET-NOMBRE(IND-RET-HALLADO)
                   MOVE 0 TO VEC-RET-DEVENGADO(IND-RET-HALLADO)
                   MOVE 0 TO VEC-RET-NUEVO(IND-RET-HALLADO)
                   MOVE "N" TO VEC-RET-AFECTADO(IND-RET-HALLADO)
               ELSE
                   DISPLAY "TABLA DE RETROACTIVOS LLENA, SE PIERDE "
                       WS-CLAVE-PROF " " WS-CLAVE-CUIT
                   MOVE "A" TO WS-ESTADO-CORRIDA
               END-IF
           END-IF.

       COMPARAR-FILA-RETRO.
           IF VEC-RET-CUIT(INDICE-RET) IS EQUAL TO WS-CLAVE-CUIT
               AND VEC-RET-PROF(INDICE-RET) IS EQUAL TO WS-CLAVE-PROF
               SET IND-RET-HALLADO TO INDICE-RET
           END-IF.

       RELIQUIDAR-TIMES.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-TIMES UNTIL FS-TIMES = 10.

       LEER-TIMES.
           READ TIMES-FILE NEXT RECORD INTO REG-TIMES.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       PROCESAR-TIMES.
           PERFORM RELIQUIDAR-CLASE.
           PERFORM LEER-TIMES.

       RELIQUIDAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO IS EQUAL TO 00
               PERFORM LEER-HISTORICO
               PERFORM PROCESAR-HISTORICO UNTIL FS-HISTORICO = 10
               CLOSE HISTORICO-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TIMESHISTORICO.DAT, SE "
                   "RELIQUIDA SOLO EL TIMES VIVO"
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD INTO REG-TIMES.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMESHISTORICO FS: " FS-HISTORICO
           END-IF.

       PROCESAR-HISTORICO.
           PERFORM RELIQUIDAR-CLASE.
           PERFORM LEER-HISTORICO.

      *- Valua la clase en REG-TIMES con la tabla de tarifas de hoy
      *- (que ya incluye la vigencia nueva) y la suma a la fila de su
      *- profesor/sucursal.
       RELIQUIDAR-CLASE.
           ADD 1 TO CANT-TIMES-LEIDOS.
           ADD 1 TO WS-CTL-LEIDOS.
           IF TIM-FECHA IS NOT LESS THAN PRT-FECHA-DESDE
               AND TIM-FECHA IS NOT GREATER THAN PRT-FECHA-HASTA
               ADD 1 TO CANT-TIMES-RANGO
               PERFORM BUSCAR-PROFESOR
               PERFORM BUSCAR-SUCURSAL-EN-VEC
               PERFORM BUSCAR-TARIFA
               PERFORM CALCULAR-IMPORTE
               MOVE TIM-CUIT   TO WS-CLAVE-CUIT
               MOVE TIM-NUMERO TO WS-CLAVE-PROF
               PERFORM UBICAR-FILA-RETRO
               IF IND-RET-HALLADO > 0
                   MOVE SUC-RAZON OF OUT-REG-SUCURSALES
                       TO VEC-RET-RAZON(IND-RET-HALLADO)
                   IF FS-PROFESORES IS EQUAL TO 00
                       MOVE PROF-NOMBRE
                           TO VEC-RET-NOMBRE(IND-RET-HALLADO)
                   END-IF
                   ADD IMPORTE TO VEC-RET-NUEVO(IND-RET-HALLADO)
                   IF TIM-FECHA IS NOT LESS THAN PRT-VIG-DES
                       MOVE "S" TO VEC-RET-AFECTADO(IND-RET-HALLADO)
                   END-IF
               END-IF
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

      *- Recorre las sucursales en el orden de Sucursales.dat y, para
      *- cada una, sus filas con diferencia: los dos archivos de
      *- retroactivo quedan agrupados por sucursal (el corte de
      *- control de FACTURACION-SUCURSALES) y el listado sale con
      *- subtotal por sucursal. Una fila cuyo CUIT ya no esta en el
      *- maestro va al final, en su propio grupo.
       EMITIR-RETROACTIVO.
           PERFORM ABRIR-SALIDAS.
           PERFORM PRINT-ENCABEZADO.
           PERFORM EMITIR-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC.
           MOVE 0 TO TOT-SUC-DEVENGADO.
           MOVE 0 TO TOT-SUC-NUEVO.
           MOVE 0 TO TOT-SUC-DIFERENCIA.
           MOVE "N" TO WS-SUC-CON-RENGLON.
           PERFORM EMITIR-FILA-SIN-SUCURSAL
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET.
           IF SUC-CON-RENGLON
               PERFORM PRINT-TOT-SUCURSAL
           END-IF.
           MOVE TOT-GRAL-DIFERENCIA TO TG-DIFERENCIA.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-TOT-GENERAL.
           MOVE CANT-SIN-VIGENCIA TO LSV-CANT.
           WRITE REG-LISTADO FROM LINEA-SIN-VIGENCIA.
           PERFORM CERRAR-SALIDAS.

       ABRIR-SALIDAS.
           OPEN EXTEND RETRO-AP-FILE.
           IF FS-RETRO-AP IS EQUAL TO 35
               OPEN OUTPUT RETRO-AP-FILE
           END-IF.
           IF FS-RETRO-AP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RETROACTIVOAP FS: " FS-RETRO-AP
               STOP RUN
           END-IF.
           OPEN EXTEND RETRO-FAC-FILE.
           IF FS-RETRO-FAC IS EQUAL TO 35
               OPEN OUTPUT RETRO-FAC-FILE
           END-IF.
           IF FS-RETRO-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RETROACTIVOFACTURACION FS: "
                   FS-RETRO-FAC
               STOP RUN
           END-IF.
           OPEN EXTEND DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEVENGADO FS: " FS-DEVENGADO
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.

       CERRAR-SALIDAS.
           CLOSE RETRO-AP-FILE.
           CLOSE RETRO-FAC-FILE.
           CLOSE DEVENGADO-FILE.
           CLOSE LISTADO.

       EMITIR-SUCURSAL.
           MOVE 0 TO TOT-SUC-DEVENGADO.
           MOVE 0 TO TOT-SUC-NUEVO.
           MOVE 0 TO TOT-SUC-DIFERENCIA.
           MOVE "N" TO WS-SUC-CON-RENGLON.
           PERFORM EMITIR-FILA-DE-SUCURSAL
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET.
           IF SUC-CON-RENGLON
               PERFORM PRINT-TOT-SUCURSAL
           END-IF.

       EMITIR-FILA-DE-SUCURSAL.
           IF VEC-RET-CUIT(INDICE-RET) IS EQUAL
               TO VEC-SUC-CUIT(INDICE-SUC)
               PERFORM EMITIR-FILA
           END-IF.

       EMITIR-FILA-SIN-SUCURSAL.
           SET INDICE-SUC TO 1.
           SEARCH VEC-SUCURSALES-ELM
               AT END
                   PERFORM EMITIR-FILA
               WHEN VEC-SUC-CUIT(INDICE-SUC) IS EQUAL
                   TO VEC-RET-CUIT(INDICE-RET)
                   CONTINUE
           END-SEARCH.

      *- Una fila sin diferencia no produce nada. Con diferencia pero
      *- sin clases desde la vigencia, la tarifa nueva no la explica:
      *- se avisa y no se paga.
       EMITIR-FILA.
           COMPUTE WS-DIFERENCIA = VEC-RET-NUEVO(INDICE-RET)
               - VEC-RET-DEVENGADO(INDICE-RET).
           IF WS-DIFERENCIA IS NOT EQUAL TO 0
               IF VEC-RET-AFECTADO(INDICE-RET) IS EQUAL TO "S"
                   IF NOT SUC-CON-RENGLON
                       PERFORM PRINT-ENCABEZADO-SUCURSAL
                   END-IF
                   PERFORM GRABAR-RETROACTIVO
                   PERFORM PRINT-FILA
               ELSE
                   ADD 1 TO CANT-SIN-VIGENCIA
                   ADD 1 TO WS-CTL-RECHAZADOS
                   PERFORM REGISTRAR-EXCEPCION-SIN-VIGENCIA
               END-IF
           END-IF.

       GRABAR-RETROACTIVO.
           MOVE VEC-RET-RAZON(INDICE-RET)  TO RAP-RAZON.
           MOVE VEC-RET-CUIT(INDICE-RET)   TO RAP-CUIT.
           MOVE VEC-RET-PROF(INDICE-RET)   TO RAP-PROF-NUMERO.
           MOVE VEC-RET-NOMBRE(INDICE-RET) TO RAP-PROF-NOMBRE.
           MOVE 0                TO RAP-TOT-HORAS.
           MOVE WS-DIFERENCIA    TO RAP-TOT-IMPORTE.
           MOVE PRT-FECHA-DESDE  TO RAP-PERIODO-DESDE.
           MOVE PRT-FECHA-HASTA  TO RAP-PERIODO-HASTA.
           WRITE REG-RETRO-AP.
           IF FS-RETRO-AP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR RETROACTIVOAP FS: " FS-RETRO-AP
           END-IF.
           WRITE REG-RETRO-FAC FROM REG-RETRO-AP.
           IF FS-RETRO-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR RETROACTIVOFACTURACION FS: "
                   FS-RETRO-FAC
           END-IF.
           MOVE WS-FECHA-CORRIDA TO DEV-FECHA-CORRIDA.
           MOVE RAP-RAZON        TO DEV-RAZON.
           MOVE RAP-CUIT         TO DEV-CUIT.
           MOVE RAP-PROF-NUMERO  TO DEV-PROF-NUMERO.
           MOVE RAP-PROF-NOMBRE  TO DEV-PROF-NOMBRE.
           MOVE 0                TO DEV-TOT-HORAS.
           MOVE WS-DIFERENCIA    TO DEV-TOT-IMPORTE.
           MOVE PRT-FECHA-DESDE  TO DEV-PERIODO-DESDE.
           MOVE PRT-FECHA-HASTA  TO DEV-PERIODO-HASTA.
           WRITE REG-DEVENGADO.
           IF FS-DEVENGADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR DEVENGADO FS: " FS-DEVENGADO
           END-IF.
           ADD 1 TO CANT-RETROACTIVOS.
           ADD 1 TO WS-CTL-GRABADOS.
           ADD VEC-RET-DEVENGADO(INDICE-RET) TO TOT-SUC-DEVENGADO.
           ADD VEC-RET-NUEVO(INDICE-RET)     TO TOT-SUC-NUEVO.
           ADD WS-DIFERENCIA TO TOT-SUC-DIFERENCIA.
           ADD WS-DIFERENCIA TO TOT-GRAL-DIFERENCIA.

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE PRT-VIG-DES(7:2)     TO E3-VIG-DD.
           MOVE PRT-VIG-DES(5:2)     TO E3-VIG-MM.
           MOVE PRT-VIG-DES(1:4)     TO E3-VIG-AAAA.
           MOVE PRT-FECHA-DESDE(7:2) TO E3-DESDE-DD.
           MOVE PRT-FECHA-DESDE(5:2) TO E3-DESDE-MM.
           MOVE PRT-FECHA-DESDE(1:4) TO E3-DESDE-AAAA.
           MOVE PRT-FECHA-HASTA(7:2) TO E3-HASTA-DD.
           MOVE PRT-FECHA-HASTA(5:2) TO E3-HASTA-MM.
           MOVE PRT-FECHA-HASTA(1:4) TO E3-HASTA-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO3.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           MOVE 4 TO LINEA.

       PRINT-ENCABEZADO-SUCURSAL.
           MOVE "S" TO WS-SUC-CON-RENGLON.
           MOVE VEC-RET-RAZON(INDICE-RET) TO ES-RAZON.
           MOVE VEC-RET-CUIT(INDICE-RET)  TO ES-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO-SUCURSAL.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.

       PRINT-FILA.
           MOVE VEC-RET-PROF(INDICE-RET)      TO DT-PROF.
           MOVE VEC-RET-NOMBRE(INDICE-RET)    TO DT-NOMBRE.
           MOVE VEC-RET-DEVENGADO(INDICE-RET) TO DT-DEVENGADO.
           MOVE VEC-RET-NUEVO(INDICE-RET)     TO DT-NUEVO.
           MOVE WS-DIFERENCIA                 TO DT-DIFERENCIA.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       PRINT-TOT-SUCURSAL.
           MOVE TOT-SUC-DEVENGADO  TO TS-DEVENGADO.
           MOVE TOT-SUC-NUEVO      TO TS-NUEVO.
           MOVE TOT-SUC-DIFERENCIA TO TS-DIFERENCIA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           WRITE REG-LISTADO FROM LINEA-TOT-SUCURSAL.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       CHECK-NUEVA-PAGINA.
           IF LINEA > 60
               PERFORM PRINT-ENCABEZADO
           END-IF.

       REGISTRAR-EXCEPCION-SIN-VIGENCIA.
           MOVE VEC-RET-PROF(INDICE-RET) TO EXC-CLAVE.
           MOVE "LIQ-RETROACTIVA"        TO EXC-PROGRAMA.
           MOVE "DIFERENCIA SIN CLASES DESDE LA VIGENCIA"
               TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "TIMES LEIDOS (VIVO + HISTORICO): "
               CANT-TIMES-LEIDOS.
           DISPLAY "TIMES EN EL RANGO:               " CANT-TIMES-RANGO.
           DISPLAY "RENGLONES DEVENGADOS EN RANGO:   " CANT-DEV-RANGO.
           DISPLAY "RENGLONES RETROACTIVOS:          "
               CANT-RETROACTIVOS.
           DISPLAY "DIFERENCIAS SIN VIGENCIA:        "
               CANT-SIN-VIGENCIA.
           DISPLAY "TOTAL RETROACTIVO:               "
               TOT-GRAL-DIFERENCIA.

       CERRAR-ARCHIVOS.
           CLOSE PARAMETROS-FILE.
           CLOSE TIMES-FILE.
           CLOSE PROFESORES-FILE.
           CLOSE TARIFAS-FILE.
           CLOSE EXCEPCIONES.

      *- Completa los datos de ciclo de vida de la excepcion: fecha y
      *- hora de la corrida y estado pendiente. La severidad la pone
      *- cada punto de registro antes de llamar aca.
       COMPLETAR-DATOS-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-EXC.
           MOVE WS-FHE-FECHA TO EXC-FECHA.
           MOVE WS-FHE-HORA  TO EXC-HORA.
           MOVE "P" TO EXC-ESTADO.

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
               MOVE "LIQ-RETROACTIVA" TO CTL-PROGRAMA
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

       END PROGRAM LIQUIDACION-RETROACTIVA.
