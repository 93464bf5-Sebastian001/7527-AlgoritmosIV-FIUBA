       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-FINAL.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Liquidacion final por egreso del profesor. La baja de
      *- MANTENIMIENTO-PROFESORES corta las novedades, pero nunca se
      *- calculaba lo que todavia se le debe. Por cada profesor dado
      *- de baja ("B") se junta:
      *-   - las horas de Times.dat posteriores a lo ultimo devengado
      *-     (DevengadoHistorico.dat) hasta la fecha de baja, valuadas
      *-     con las mismas reglas que TP-PARTE2;
      *-   - el aguinaldo proporcional del semestre de la baja, si
      *-     LIQUIDAR-AGUINALDO todavia no lo pago (AguinaldoAP.dat);
      *-   - las vacaciones proporcionales del anio de la baja, si
      *-     LIQUIDAR-VACACIONES todavia no las pago (VacacionesAP);
      *-   - la indemnizacion por antiguedad cuando el motivo de la
      *-     baja la prevee (BajasProfesores.dat);
      *-   - el saldo de la cuenta corriente (devengado contra
      *-     Pagos.dat) y los adelantos pendientes de recupero, que
      *-     quedan consumidos.
      *- Emite el documento de liquidacion final para firmar, un
      *- renglon a pagar con el layout del extracto de AP
      *- (LiquidacionFinalAP.txt, que GENERAR-TRANSFERENCIAS suma
      *- igual que el retroactivo) y deja al profesor en estado "L"
      *- (liquidado): desde ahi GENERAR-TRANSFERENCIAS ya no le paga
      *- nada que no venga de la liquidacion final.
      *-
      *- El renglon a pagar lleva la empresa (AP-EMPRESA) de las
      *- sucursales donde trabajo el profesor. Si trabajo para mas de
      *- una empresa, sale un renglon por empresa con su parte del
      *- neto, en proporcion a lo que devengo en cada una en los doce
      *- meses que terminan en la baja mas las horas no liquidadas
      *- (ver REPARTIR-POR-EMPRESA); las horas pendientes van con la
      *- empresa donde se dictaron.
      *-
      *- Sin LiquidacionFinalProfesor.txt se liquidan todas las
      *- bajas registradas en BajasProfesores.dat que siguen en "B";
      *- con el archivo, solo el profesor indicado (a pedido).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT TIMES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIM-CLAVE OF REG-TIMES
           ALTERNATE RECORD KEY IS TIM-CUIT OF REG-TIMES
           WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

       SELECT TARIFAS-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS
           FILE STATUS IS FS-TARIFAS.

      *- Profesor a liquidar a pedido (numero de profesor). Opcional.
       SELECT PEDIDO-FILE
           ASSIGN TO DISK "../files/in/LiquidacionFinalProfesor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDIDO.

      *- Bajas con su motivo, que deja MANTENIMIENTO-PROFESORES.
       SELECT BAJAS-FILE
           ASSIGN TO DISK "../files/in/BajasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

       SELECT RESUMEN-FILE
           ASSIGN TO DISK "../files/out/ResumenMensualProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       SELECT DEVENGADO-FILE
           ASSIGN TO DISK "../files/out/DevengadoHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVENGADO.

       SELECT PAGOS-FILE
           ASSIGN TO DISK "../files/in/Pagos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

       SELECT ADELANTOS-FILE
           ASSIGN TO DISK "../files/in/AdelantosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADELANTOS.

       SELECT AGUINALDO-AP-FILE
           ASSIGN TO DISK "../files/out/AguinaldoAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGUINALDO-AP.

       SELECT VACACIONES-AP-FILE
           ASSIGN TO DISK "../files/out/VacacionesAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VACACIONES-AP.

       SELECT ESCALA-VAC-FILE
           ASSIGN TO DISK "../files/in/EscalaVacaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESCALA-VAC.

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

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/LiquidacionFinal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

      *- Renglon a pagar, mismo layout que el extracto de AP.
       SELECT FINAL-AP-FILE
           ASSIGN TO DISK "../files/out/LiquidacionFinalAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FINAL-AP.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

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
      *- "L": dado de baja y con la liquidacion final emitida.
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
              88 PROF-LIQUIDADO            VALUE "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD TIMES-FILE
           LABEL RECORD IS STANDARD.
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

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS.
           03  TAR-CLAVE.
               05 TAR-TIP-CLASE PIC X(04).
               05 TAR-VIG-DES   PIC 9(08).
           03  TAR-TARIFA       PIC 9(05)V99.
           03  TAR-HORAS-MIN    PIC 9(02)V99.
           03  TAR-HORAS-MAX    PIC 9(02)V99.

       FD PEDIDO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PEDIDO.
           03 PED-PROF-NUMERO   PIC X(05).

       FD BAJAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-BAJAS.
           03 BAJ-PROF-NUMERO   PIC X(05).
           03 BAJ-FECHA-BAJA    PIC 9(08).
           03 BAJ-MOTIVO        PIC X(01).
           03 BAJ-FECHA-REGISTRO PIC 9(08).
           03 BAJ-OPERADOR      PIC X(10).

       FD RESUMEN-FILE
           LABEL RECORD IS STANDARD.
       01 REG-RESUMEN.
           03 RES-PROF-NUMERO   PIC X(05).
           03 RES-PERIODO       PIC 9(06).
           03 RES-SUCURSAL      PIC X(03).
           03 RES-TIP-CLASE     PIC X(04).
           03 RES-HORAS         PIC S9(07)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 RES-IMPORTE       PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.

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

       FD PAGOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS.
           03  PAG-PROF-NUMERO PIC X(05).
           03  PAG-FECHA       PIC 9(08).
           03  PAG-IMPORTE     PIC 9(09)V99.
           03  PAG-REFERENCIA  PIC X(20).

       FD ADELANTOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ADELANTOS.
           03  ADE-PROF-NUMERO PIC X(05).
           03  ADE-FECHA       PIC 9(08).
           03  ADE-IMPORTE     PIC 9(08)V99.
           03  ADE-SALDO       PIC 9(08)V99.
           03  ADE-ESTADO      PIC X(01).

       FD AGUINALDO-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-AGUINALDO-AP.
           03  AGU-PROF-NUMERO     PIC X(05).
           03  AGU-PROF-NOMBRE     PIC X(25).
           03  AGU-AAAA            PIC 9(04).
           03  AGU-SEMESTRE        PIC 9(01).
           03  AGU-MEJOR-MES       PIC 9(02).
           03  AGU-IMPORTE         PIC 9(09)V99.

       FD VACACIONES-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-VACACIONES-AP.
           03  VAP-PROF-NUMERO     PIC X(05).
           03  VAP-PROF-NOMBRE     PIC X(25).
           03  VAP-AAAA            PIC 9(04).
           03  VAP-SEMESTRE        PIC 9(01).
           03  VAP-MEJOR-MES       PIC 9(02).
           03  VAP-IMPORTE         PIC 9(09)V99.

       FD ESCALA-VAC-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESCALA-VAC.
           03 ESV-VIG-DES       PIC 9(08).
           03 ESV-ANIOS-DESDE   PIC 9(02).
           03 ESV-ANIOS-HASTA   PIC 9(02).
           03 ESV-DIAS          PIC 9(03).

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

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

       FD FINAL-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FINAL-AP.
           03  AP-RAZON            PIC X(25).
           03  AP-CUIT             PIC 9(11).
           03  AP-PROF-NUMERO      PIC X(05).
           03  AP-PROF-NOMBRE      PIC X(25).
           03  AP-TOT-HORAS        PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  AP-TOT-IMPORTE      PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  AP-PERIODO-DESDE    PIC 9(08).
           03  AP-PERIODO-HASTA    PIC 9(08).
           03  AP-EMPRESA          PIC X(02).

       FD AUDITORIA
           LABEL RECORD OMITTED.
       01 REG-AUDITORIA.
           03 AUD-OPERACION     PIC X(01).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-ARCHIVO       PIC X(10).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-CLAVE         PIC X(11).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-OPERADOR      PIC X(10).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-ANTES         PIC X(120).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-DESPUES       PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-PROFESORES      PIC XX.
       77 FS-TIMES           PIC XX.
       77 FS-TARIFAS         PIC XX.
       77 FS-PEDIDO          PIC XX.
       77 FS-BAJAS           PIC XX.
       77 FS-RESUMEN         PIC XX.
       77 FS-DEVENGADO       PIC XX.
       77 FS-PAGOS           PIC XX.
       77 FS-ADELANTOS       PIC XX.
       77 FS-AGUINALDO-AP    PIC XX.
       77 FS-VACACIONES-AP   PIC XX.
       77 FS-ESCALA-VAC      PIC XX.
       77 FS-TARIFAS-SUC     PIC XX.
       77 FS-TIPOSCLASE      PIC XX.
       77 FS-ESCALA-ANTIG    PIC XX.
       77 FS-FERIADOS        PIC XX.
       77 FS-LISTADO         PIC XX.
       77 FS-FINAL-AP        PIC XX.
       77 FS-AUDITORIA       PIC XX.

      *- Profesor pedido a mano; en blanco se liquidan todas las
      *- bajas pendientes de BajasProfesores.dat.
       77 WS-PROF-PEDIDO     PIC X(05)      VALUE SPACES.
       77 WS-PROF-BUSCADO    PIC X(05)      VALUE SPACES.

      *- Bajas registradas, la ultima por profesor.
       78 CON-CANT-BAJAS-MAX VALUE 500.
       01 VEC-BAJAS.
           03 VEC-BAJ-ELM
               OCCURS CON-CANT-BAJAS-MAX TIMES
               INDEXED BY INDICE-BAJ.
               05 VEC-BAJ-PROF      PIC X(05).
               05 VEC-BAJ-MOTIVO    PIC X(01).
       77 CANT-BAJAS         PIC 999        VALUE 0.
       77 IND-BAJ-HALLADO    PIC 999        VALUE 0.

      *- Motivo de la baja del profesor en proceso. La indemnizacion
      *- por antiguedad se paga entera en un despido sin causa y a la
      *- mitad por fallecimiento; renuncia, despido con causa,
      *- jubilacion, mutuo acuerdo u otro motivo no la llevan.
       77 WS-MOTIVO-BAJA     PIC X(01)      VALUE SPACE.
           88 BAJA-DESPIDO-SIN-CAUSA        VALUE "D".
           88 BAJA-FALLECIMIENTO            VALUE "F".
       01 WS-MOTIVO-DESC     PIC X(30)      VALUE SPACES.

      *- Adelantos en memoria, para regrabarlos con los del profesor
      *- liquidado ya consumidos.
       78 CON-CANT-ADE-MAX   VALUE 500.
       01 VEC-ADELANTOS.
           03 VEC-ADE-ELM
               OCCURS CON-CANT-ADE-MAX TIMES
               INDEXED BY INDICE-ADE.
               05 VEC-ADE-PROF          PIC X(05).
               05 VEC-ADE-FECHA         PIC 9(08).
               05 VEC-ADE-IMPORTE       PIC 9(08)V99.
               05 VEC-ADE-SALDO         PIC 9(08)V99.
               05 VEC-ADE-ESTADO        PIC X(01).
       77 CANT-ADELANTOS     PIC 999        VALUE 0.
       77 WS-HAY-ADELANTOS   PIC X(01)      VALUE "N".
           88 ARCH-ADELANTOS                VALUE "S".
       77 WS-ADELANTOS-TOCADOS PIC X(01)    VALUE "N".
           88 ADELANTOS-TOCADOS             VALUE "S".

      *- Escala de dias de vacaciones (mismo archivo y misma escala
      *- legal por defecto que LIQUIDAR-VACACIONES).
       78 CON-CANT-ESCALA-MAX VALUE 50.
       01 VEC-ESCALA.
           03 VEC-ESC-ELM
               OCCURS CON-CANT-ESCALA-MAX TIMES
               INDEXED BY INDICE-ESC.
               05 VEC-ESC-VIG       PIC 9(08).
               05 VEC-ESC-DESDE     PIC 9(02).
               05 VEC-ESC-HASTA     PIC 9(02).
               05 VEC-ESC-DIAS      PIC 9(03).
       77 CANT-ESCALA        PIC 99         VALUE 0.
       77 VIG-ESC-HALLADA    PIC 9(08)      VALUE 0.

      *- Tablas de valuacion de las horas (mismas reglas que
      *- TP-PARTE2).
       78 CON-CANT-TARSUC-MAX VALUE 500.
       01 VEC-TARIFAS-SUC.
           03 VEC-TARIFAS-SUC-ELM
               OCCURS CON-CANT-TARSUC-MAX TIMES
               INDEXED BY INDICE-TSU.
               05  VEC-TSU-SUCURSAL    PIC X(03).
               05  VEC-TSU-TIP-CLASE   PIC X(04).
               05  VEC-TSU-VIG-DES     PIC 9(08).
               05  VEC-TSU-TARIFA      PIC 9(05)V99.
       77 CANT-TARSUC        PIC 999        VALUE 0.
       77 VIG-TSU-HALLADA    PIC 9(08)      VALUE 0.

       78 CON-CANT-FER-MAX   VALUE 50.
       01 VEC-FERIADOS.
           03 VEC-FERIADOS-ELM
               OCCURS CON-CANT-FER-MAX TIMES
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA       PIC 9(08).
               05  VEC-FER-RECARGO     PIC 9(01)V99.
               05  VEC-FER-ZONA        PIC X(02).
       77 CANT-FER           PIC 99         VALUE 0.

       78 CON-CANT-ANT-MAX   VALUE 20.
       01 VEC-ANTIGUEDAD.
           03 VEC-ANT-ELM
               OCCURS CON-CANT-ANT-MAX TIMES
               INDEXED BY INDICE-ANT.
               05 VEC-ANT-VIG           PIC 9(08).
               05 VEC-ANT-DESDE         PIC 9(02).
               05 VEC-ANT-HASTA         PIC 9(02).
               05 VEC-ANT-PORC          PIC 9(03)V99.
       77 CANT-ANTIGUEDAD    PIC 99         VALUE 0.
       77 WS-PORC-ANTIGUEDAD PIC 9(03)V99   VALUE 0.
       77 VIG-ANT-HALLADA    PIC 9(08)      VALUE 0.

       78 CON-CANT-CANCEL-MAX VALUE 500.
       01 VEC-PORC-CANCEL.
           03 VEC-PCA-ELM
               OCCURS CON-CANT-CANCEL-MAX TIMES
               INDEXED BY INDICE-PCA.
               05 VEC-PCA-TIP-CLASE     PIC X(04).
               05 VEC-PCA-VIG-DES       PIC 9(08).
               05 VEC-PCA-PORC          PIC 9(03)V99.
       77 CANT-PCA           PIC 999        VALUE 0.
       77 WS-PORC-CANCEL     PIC 9(03)V99   VALUE 0.
       77 VIG-PCA-HALLADA    PIC 9(08)      VALUE 0.

       77 TARIFA-VIG         PIC 9(05)V99   VALUE 0.
       77 TARIFA-EFECTIVA    PIC 9(05)V99   VALUE 0.
       77 WS-RECARGO-FERIADO PIC 9(01)V99   VALUE 1.
       77 IMPORTE            PIC S9(07)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-ANIOS-ANTIG     PIC S9(03)     VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-AAAA-TIM        PIC 9(04)      VALUE 0.
       77 WS-AAAA-ALTA       PIC 9(04)      VALUE 0.

      *- Parametros de BUSCAR-SUCURSAL (sucursal y zona de la clase).
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

      *- Lock del maestro de profesores (ver GESTIONAR-LOCK.cbl): la
      *- corrida regraba el estado de los liquidados.
       01 PAR-LOCK-IN.
           03 LCK-OP            PIC X(07).
           03 LCK-RECURSO       PIC X(10).
           03 LCK-PROGRAMA      PIC X(20).
           03 LCK-OPERADOR      PIC X(10).
       01 PAR-LOCK-OUT.
           03 LCK-CR            PIC X(02).
           03 LCK-DUENIO-PROGRAMA PIC X(20).
           03 LCK-DUENIO-OPERADOR PIC X(10).
           03 LCK-DUENIO-FECHA  PIC 9(08).
           03 LCK-DUENIO-HORA   PIC 9(06).

      *- Journal de maestros (ver GRABAR-JOURNAL.cbl).
       01 PAR-JRN-IN.
           03 JRN-ARCHIVO       PIC X(10).
           03 JRN-OPERACION     PIC X(01).
           03 JRN-CLAVE         PIC X(12).
           03 JRN-ANTES         PIC X(120).
           03 JRN-DESPUES       PIC X(120).

       01 WS-IMAGEN-ANTES       PIC X(120).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Importe por mes de los doce meses que terminan en el mes de
      *- la baja (1 = mes de la baja, 12 = once meses antes): lo ya
      *- resumido mas las horas no liquidadas. De ahi salen el mejor
      *- mes del semestre (aguinaldo), lo cobrado en el anio
      *- (vacaciones) y el mejor mes del ultimo anio (indemnizacion).
       01 VEC-MESES.
           03 VEC-MES-IMPORTE OCCURS 12 TIMES PIC S9(09)V99
                                SIGN LEADING SEPARATE.
       77 WS-MES-ABS-BAJA    PIC 9(06)      VALUE 0.
       77 WS-MES-ABS         PIC 9(06)      VALUE 0.
       77 WS-IND-MES         PIC S9(06)     VALUE 0.
       01 WS-PERIODO-AUX     PIC 9(06)      VALUE 0.
       01 WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
           03 WS-PER-AAAA       PIC 9(04).
           03 WS-PER-MM         PIC 9(02).
       77 WS-I               PIC 99         VALUE 0.

      *- Profesor en proceso.
       01 WS-FECHA-BAJA.
           03 WS-BAJA-AAAA      PIC 9(04).
           03 WS-BAJA-MM        PIC 9(02).
           03 WS-BAJA-DD        PIC 9(02).
       01 WS-FECHA-BAJA-NUM REDEFINES WS-FECHA-BAJA PIC 9(08).
       01 WS-FECHA-ALTA.
           03 WS-ALTA-AAAA      PIC 9(04).
           03 WS-ALTA-MM        PIC 9(02).
           03 WS-ALTA-DD        PIC 9(02).
       01 WS-FECHA-ALTA-NUM REDEFINES WS-FECHA-ALTA PIC 9(08).
       77 WS-ULTIMA-LIQUIDADA PIC 9(08)     VALUE 0.
       77 WS-MESES-SERVICIO  PIC 9(04)      VALUE 0.
       77 WS-ANIOS-SERVICIO  PIC 9(03)      VALUE 0.
       77 WS-MESES-RESTO     PIC 9(02)      VALUE 0.
       77 WS-ANIOS-INDEM     PIC 9(03)      VALUE 0.

       77 WS-HORAS-PEND      PIC S9(05)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-IMP-HORAS       PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-FIN-TIMES       PIC X(01)      VALUE "N".
           88 FIN-TIMES-PROF                VALUE "S".

       77 WS-SEMESTRE        PIC 9(01)      VALUE 0.
       77 WS-SEM-DESDE       PIC 9(08)      VALUE 0.
       77 WS-SEM-HASTA       PIC 9(08)      VALUE 0.
       77 WS-MESES-SEM       PIC 99         VALUE 0.
       77 WS-MEJOR-MES-SEM   PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-DIAS-SEM        PIC 9(03)      VALUE 0.
       77 WS-DIAS-TRAB-SEM   PIC 9(03)      VALUE 0.
       77 WS-IMP-SAC         PIC 9(09)V99   VALUE 0.
       77 WS-SAC-YA-PAGO     PIC X(01)      VALUE "N".
           88 SAC-YA-PAGO                   VALUE "S".

       77 WS-DIAS-ANIO       PIC 9(03)      VALUE 0.
       77 WS-DIAS-TRAB-ANIO  PIC 9(03)      VALUE 0.
       77 WS-COBRADO-ANIO    PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-DIAS-ESCALA     PIC 9(03)      VALUE 0.
       77 WS-DIAS-VAC        PIC 9(03)V99   VALUE 0.
       77 WS-VALOR-DIA       PIC 9(07)V99   VALUE 0.
       77 WS-IMP-VAC         PIC 9(09)V99   VALUE 0.
       77 WS-VAC-YA-PAGA     PIC X(01)      VALUE "N".
           88 VAC-YA-PAGA                   VALUE "S".

       77 WS-MEJOR-MES-ANIO  PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-IMP-INDEM       PIC 9(09)V99   VALUE 0.

       77 WS-DEVENGADO-CC    PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-PAGADO-CC       PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-SALDO-CC        PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-IMP-ADELANTOS   PIC 9(10)V99   VALUE 0.
       77 WS-NUEVO-DEVENGADO PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-NETO            PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.

      *- Empresas del profesor en proceso: lo devengado en cada una
      *- (peso del reparto del neto) y sus horas no liquidadas.
       78 CON-CANT-EPR-MAX   VALUE 20.
       01 VEC-EMPRESAS-PROF.
           03 VEC-EPR-ELM
               OCCURS CON-CANT-EPR-MAX TIMES
               INDEXED BY INDICE-EPR.
               05 VEC-EPR-EMPRESA       PIC X(02).
               05 VEC-EPR-CUIT          PIC 9(11).
               05 VEC-EPR-PESO          PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               05 VEC-EPR-HORAS         PIC S9(05)V99
                                         SIGN LEADING SEPARATE.
       77 CANT-EPR           PIC 99         VALUE 0.
       77 IND-EPR-HALLADO    PIC 99         VALUE 0.
       77 IND-EPR-ULTIMO     PIC 99         VALUE 0.
       77 WS-EMPRESA-EPR     PIC X(02)      VALUE SPACES.
       77 WS-CUIT-EPR        PIC 9(11)      VALUE 0.
       77 WS-HORAS-EPR       PIC S9(05)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-PESO-TOTAL      PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-NETO-REPARTIDO  PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-HORAS-REPARTIDAS PIC S9(05)V99 VALUE 0
                              SIGN LEADING SEPARATE.

       77 CANT-LIQUIDADOS    PIC 9(05)      VALUE 0.
       77 TOT-NETO           PIC S9(12)V99  VALUE 0
                              SIGN LEADING SEPARATE.

      *- Dia juliano de una fecha AAAAMMDD (mismo calculo que
      *- TP_PARTE_1A).
       01 WS-FECHA-JULIANA.
           03 WS-JUL-AAAA        PIC 9(04).
           03 WS-JUL-MM          PIC 9(02).
           03 WS-JUL-DD          PIC 9(02).
       77 WS-JUL-A               PIC 9(01)     VALUE 0.
       77 WS-JUL-ANIO            PIC 9(05)     VALUE 0.
       77 WS-JUL-MES             PIC 9(02)     VALUE 0.
       77 WS-JUL-TERM-MES        PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-4          PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-100        PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-400        PIC 9(05)     VALUE 0.
       77 WS-JUL-DIA             PIC 9(08)     VALUE 0.
       77 WS-JUL-DESDE           PIC 9(08)     VALUE 0.
       77 WS-RANGO-DESDE         PIC 9(08)     VALUE 0.
       77 WS-RANGO-HASTA         PIC 9(08)     VALUE 0.
       77 WS-DIAS-RANGO          PIC 9(05)     VALUE 0.

      *- Fecha AAAAMMDD a imprimir como DD/MM/AAAA.
       01 WS-FECHA-AUX.
           03 WS-AUX-AAAA        PIC 9(04).
           03 WS-AUX-MM          PIC 9(02).
           03 WS-AUX-DD          PIC 9(02).
       01 WS-FECHA-IMPRESA.
           03 FI-DD              PIC 9(02).
           03 FILLER             PIC X      VALUE "/".
           03 FI-MM              PIC 9(02).
           03 FILLER             PIC X      VALUE "/".
           03 FI-AAAA            PIC 9(04).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

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
           03 FILLER PIC X(32) VALUE
              "Liquidacion final por egreso".
           03 FILLER PIC X(24) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 LINEA-PROFESOR.
           03 FILLER           PIC X(10)   VALUE "Profesor: ".
           03 LP-NUMERO        PIC X(05).
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 LP-NOMBRE        PIC X(25).
           03 FILLER           PIC X(07)   VALUE "  DNI: ".
           03 LP-DNI           PIC 9(08).
           03 FILLER           PIC X(23)   VALUE SPACES.

       01 LINEA-FECHAS.
           03 FILLER           PIC X(09)   VALUE "Ingreso: ".
           03 LF-ALTA          PIC X(10).
           03 FILLER           PIC X(10)   VALUE "  Egreso: ".
           03 LF-BAJA          PIC X(10).
           03 FILLER           PIC X(14)   VALUE "  Antiguedad: ".
           03 LF-ANIOS         PIC ZZ9.
           03 FILLER           PIC X(07)   VALUE " anios ".
           03 LF-MESES         PIC Z9.
           03 FILLER           PIC X(06)   VALUE " meses".
           03 FILLER           PIC X(09)   VALUE SPACES.

       01 LINEA-MOTIVO.
           03 FILLER           PIC X(18)   VALUE "Motivo de egreso: ".
           03 LM-MOTIVO        PIC X(30).
           03 FILLER           PIC X(32)   VALUE SPACES.

       01 ENCABEZADO-CONCEPTOS.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FILLER           PIC X(58)   VALUE "Concepto".
           03 FILLER           PIC X(13)   VALUE "      Importe".
           03 FILLER           PIC X(07)   VALUE SPACES.

       01 LINEA-CONCEPTO.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 LC-CONCEPTO      PIC X(56).
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 LC-IMPORTE       PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(07)   VALUE SPACES.

      *- Detalle variable de cada concepto, armado antes de moverlo a
      *- LC-CONCEPTO.
       01 WS-CONCEPTO        PIC X(56)      VALUE SPACES.
       01 WS-EDIT-HORAS      PIC ZZZZ9,99.
       01 WS-EDIT-DIAS       PIC ZZ9,99.
       01 WS-EDIT-DIAS-ENT   PIC ZZ9.
       01 WS-EDIT-ANIOS      PIC ZZ9.

       01 LINEA-NETO.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 LN-LEYENDA       PIC X(56).
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 LN-IMPORTE       PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(07)   VALUE SPACES.

       01 LINEA-CONFORMIDAD.
           03 FILLER           PIC X(80)   VALUE
              "Recibi de conformidad la liquidacion final detallada,".

       01 LINEA-CONFORMIDAD2.
           03 FILLER           PIC X(80)   VALUE
              "no teniendo nada mas que reclamar.".

       01 LINEA-FIRMAS.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FILLER           PIC X(30)   VALUE ALL "_".
           03 FILLER           PIC X(14)   VALUE SPACES.
           03 FILLER           PIC X(30)   VALUE ALL "_".
           03 FILLER           PIC X(04)   VALUE SPACES.

       01 LINEA-FIRMANTES.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FILLER           PIC X(44)   VALUE "Firma del profesor".
           03 FILLER           PIC X(34)   VALUE
              "Firma por la institucion".

       01 LINEA-ACLARACION.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FILLER           PIC X(44)   VALUE "Aclaracion:".
           03 FILLER           PIC X(34)   VALUE "Aclaracion:".

       01 LINEA-DNI-FIRMA.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FILLER           PIC X(05)   VALUE "DNI: ".
           03 LDF-DNI          PIC 9(08).
           03 FILLER           PIC X(65)   VALUE SPACES.

       77 LINEA              PIC 99.
       77 HOJA                PIC 999.
       77 RESTO-LINEAS        PIC 99.
       77 I                   PIC 99.

       PROCEDURE DIVISION.

           PERFORM INICIALIZAR.
           PERFORM TOMAR-LOCK.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PEDIDO.
           PERFORM CARGAR-BAJAS.
           PERFORM CARGAR-ADELANTOS.
           PERFORM CARGAR-ESCALA-VACACIONES.
           PERFORM CARGAR-TARIFAS-SUCURSAL.
           PERFORM CARGAR-ESCALA-ANTIGUEDAD.
           PERFORM CARGAR-PORC-CANCEL.
           PERFORM CARGAR-FERIADOS.
           MOVE "ABRIR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.

           IF WS-PROF-PEDIDO IS NOT EQUAL TO SPACES
               PERFORM LIQUIDAR-PEDIDO
           ELSE
               PERFORM LIQUIDAR-BAJA-REGISTRADA
                   VARYING INDICE-BAJ FROM 1 BY 1
                   UNTIL INDICE-BAJ > CANT-BAJAS
           END-IF.

           MOVE "CERRAR" TO IN-OP.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           PERFORM REGRABAR-ADELANTOS.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM LIBERAR-LOCK.
           DISPLAY "LIQUIDACIONES FINALES EMITIDAS: " CANT-LIQUIDADOS.
           DISPLAY "NETO TOTAL: " TOT-NETO.
           STOP RUN.

       INICIALIZAR.
           DISPLAY "Inicializar Variables".
           MOVE 0 TO LINEA.
           MOVE 1 TO HOJA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.

       TOMAR-LOCK.
           MOVE "TOMAR"    TO LCK-OP.
           MOVE "PROFESORES" TO LCK-RECURSO.
           MOVE "LIQUIDACION-FINAL" TO LCK-PROGRAMA.
           MOVE "BATCH"    TO LCK-OPERADOR.
           CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN, PAR-LOCK-OUT.
           IF LCK-CR IS NOT EQUAL TO "00"
               DISPLAY "RECURSO PROFESORES BLOQUEADO POR "
                   LCK-DUENIO-PROGRAMA " (" LCK-DUENIO-OPERADOR
                   ") DESDE " LCK-DUENIO-FECHA " " LCK-DUENIO-HORA
               DISPLAY "NO SE PUEDE ARRANCAR, LIBERAR O FORZAR EL "
                   "LOCK Y REINTENTAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIBERAR-LOCK.
           MOVE "LIBERAR"  TO LCK-OP.
           MOVE "PROFESORES" TO LCK-RECURSO.
           MOVE "LIQUIDACION-FINAL" TO LCK-PROGRAMA.
           MOVE "BATCH"    TO LCK-OPERADOR.
           CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN, PAR-LOCK-OUT.

       ABRIR-ARCHIVOS.
           OPEN I-O PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT TARIFAS-FILE.
           IF FS-TARIFAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TARIFAS FS: " FS-TARIFAS
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

      *- El renglon a pagar se agrega a lo que haya quedado sin
      *- transferir de una corrida anterior; GENERAR-TRANSFERENCIAS
      *- lo vacia despues de emitir.
           OPEN EXTEND FINAL-AP-FILE.
           IF FS-FINAL-AP IS EQUAL TO 35
               OPEN OUTPUT FINAL-AP-FILE
           END-IF.
           IF FS-FINAL-AP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LIQUIDACIONFINALAP FS: "
                   FS-FINAL-AP
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

      *- LiquidacionFinalProfesor.txt es opcional: sin archivo (o
      *- en blanco) se liquidan las bajas registradas.
       CARGAR-PEDIDO.
           MOVE SPACES TO WS-PROF-PEDIDO.
           OPEN INPUT PEDIDO-FILE.
           IF FS-PEDIDO IS EQUAL TO 00
               READ PEDIDO-FILE
               IF FS-PEDIDO IS EQUAL TO 00
                   MOVE PED-PROF-NUMERO TO WS-PROF-PEDIDO
               END-IF
               CLOSE PEDIDO-FILE
           END-IF.
           IF WS-PROF-PEDIDO IS EQUAL TO SPACES
               DISPLAY "SE LIQUIDAN LAS BAJAS PENDIENTES DE "
                   "BAJASPROFESORES.DAT"
           ELSE
               DISPLAY "SE LIQUIDA A PEDIDO EL PROFESOR "
                   WS-PROF-PEDIDO
           END-IF.

      *- BajasProfesores.dat es opcional; sin el no hay bajas que
      *- recorrer y un pedido sale sin motivo (sin indemnizacion).
       CARGAR-BAJAS.
           MOVE 0 TO CANT-BAJAS.
           OPEN INPUT BAJAS-FILE.
           IF FS-BAJAS IS EQUAL TO 00
               PERFORM LEER-BAJA
               PERFORM GUARDAR-BAJA UNTIL FS-BAJAS IS EQUAL TO 10
               CLOSE BAJAS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO BAJASPROFESORES.DAT, NO HAY "
                   "MOTIVOS DE BAJA REGISTRADOS"
           END-IF.

       LEER-BAJA.
           READ BAJAS-FILE.
           IF FS-BAJAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER BAJAS FS: " FS-BAJAS
           END-IF.

      *- Una baja revertida y vuelta a dar deja dos renglones: vale
      *- el motivo del ultimo.
       GUARDAR-BAJA.
           MOVE BAJ-PROF-NUMERO TO WS-PROF-BUSCADO.
           PERFORM BUSCAR-BAJA.
           IF IND-BAJ-HALLADO = 0
               IF CANT-BAJAS < CON-CANT-BAJAS-MAX
                   ADD 1 TO CANT-BAJAS
                   MOVE CANT-BAJAS TO IND-BAJ-HALLADO
                   MOVE BAJ-PROF-NUMERO
                       TO VEC-BAJ-PROF(IND-BAJ-HALLADO)
               ELSE
                   DISPLAY "TABLA DE BAJAS LLENA, SE PIERDE "
                       BAJ-PROF-NUMERO
               END-IF
           END-IF.
           IF IND-BAJ-HALLADO > 0
               MOVE BAJ-MOTIVO TO VEC-BAJ-MOTIVO(IND-BAJ-HALLADO)
           END-IF.
           PERFORM LEER-BAJA.

       BUSCAR-BAJA.
           MOVE 0 TO IND-BAJ-HALLADO.
           PERFORM VARYING INDICE-BAJ FROM 1 BY 1
               UNTIL INDICE-BAJ > CANT-BAJAS
               IF VEC-BAJ-PROF(INDICE-BAJ) IS EQUAL TO WS-PROF-BUSCADO
                   SET IND-BAJ-HALLADO TO INDICE-BAJ
               END-IF
           END-PERFORM.

      *- AdelantosProfesores.dat es opcional; se carga entero para
      *- poder regrabarlo con los adelantos del liquidado consumidos.
       CARGAR-ADELANTOS.
           MOVE 0 TO CANT-ADELANTOS.
           OPEN INPUT ADELANTOS-FILE.
           IF FS-ADELANTOS IS EQUAL TO 00
               MOVE "S" TO WS-HAY-ADELANTOS
               PERFORM LEER-ADELANTO
               PERFORM GUARDAR-ADELANTO
                   VARYING INDICE-ADE FROM 1 BY 1
                   UNTIL INDICE-ADE > CON-CANT-ADE-MAX
                   OR FS-ADELANTOS IS EQUAL TO 10
               CLOSE ADELANTOS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO ADELANTOSPROFESORES.DAT, NO "
                   "HAY ADELANTOS REGISTRADOS"
           END-IF.

       LEER-ADELANTO.
           READ ADELANTOS-FILE.
           IF FS-ADELANTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ADELANTOS FS: " FS-ADELANTOS
           END-IF.

       GUARDAR-ADELANTO.
           MOVE ADE-PROF-NUMERO TO VEC-ADE-PROF(INDICE-ADE).
           MOVE ADE-FECHA       TO VEC-ADE-FECHA(INDICE-ADE).
           MOVE ADE-IMPORTE     TO VEC-ADE-IMPORTE(INDICE-ADE).
           MOVE ADE-SALDO       TO VEC-ADE-SALDO(INDICE-ADE).
           MOVE ADE-ESTADO      TO VEC-ADE-ESTADO(INDICE-ADE).
           SET CANT-ADELANTOS TO INDICE-ADE.
           PERFORM LEER-ADELANTO.

       REGRABAR-ADELANTOS.
           IF ARCH-ADELANTOS AND ADELANTOS-TOCADOS
               OPEN OUTPUT ADELANTOS-FILE
               IF FS-ADELANTOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL REGRABAR ADELANTOS FS: "
                       FS-ADELANTOS
               ELSE
                   PERFORM REGRABAR-UN-ADELANTO
                       VARYING INDICE-ADE FROM 1 BY 1
                       UNTIL INDICE-ADE > CANT-ADELANTOS
                   CLOSE ADELANTOS-FILE
               END-IF
           END-IF.

       REGRABAR-UN-ADELANTO.
           MOVE VEC-ADE-PROF(INDICE-ADE)    TO ADE-PROF-NUMERO.
           MOVE VEC-ADE-FECHA(INDICE-ADE)   TO ADE-FECHA.
           MOVE VEC-ADE-IMPORTE(INDICE-ADE) TO ADE-IMPORTE.
           MOVE VEC-ADE-SALDO(INDICE-ADE)   TO ADE-SALDO.
           MOVE VEC-ADE-ESTADO(INDICE-ADE)  TO ADE-ESTADO.
           WRITE REG-ADELANTOS.

      *- EscalaVacaciones.dat es opcional; sin archivo rige la escala
      *- legal (ver LIQUIDAR-VACACIONES).
       CARGAR-ESCALA-VACACIONES.
           MOVE 0 TO CANT-ESCALA.
           OPEN INPUT ESCALA-VAC-FILE.
           IF FS-ESCALA-VAC IS EQUAL TO 00
               PERFORM LEER-ESCALA-VAC
               PERFORM GUARDAR-ESCALA-VAC
                   VARYING INDICE-ESC FROM 1 BY 1
                   UNTIL INDICE-ESC > CON-CANT-ESCALA-MAX
                   OR FS-ESCALA-VAC IS EQUAL TO 10
               CLOSE ESCALA-VAC-FILE
           END-IF.
           IF CANT-ESCALA = 0
               PERFORM CARGAR-ESCALA-LEGAL
           END-IF.

       LEER-ESCALA-VAC.
           READ ESCALA-VAC-FILE.
           IF FS-ESCALA-VAC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ESCALAVACACIONES FS: "
                   FS-ESCALA-VAC
           END-IF.

       GUARDAR-ESCALA-VAC.
           MOVE ESV-VIG-DES     TO VEC-ESC-VIG(INDICE-ESC).
           MOVE ESV-ANIOS-DESDE TO VEC-ESC-DESDE(INDICE-ESC).
           MOVE ESV-ANIOS-HASTA TO VEC-ESC-HASTA(INDICE-ESC).
           MOVE ESV-DIAS        TO VEC-ESC-DIAS(INDICE-ESC).
           SET CANT-ESCALA TO INDICE-ESC.
           PERFORM LEER-ESCALA-VAC.

       CARGAR-ESCALA-LEGAL.
           MOVE 0  TO VEC-ESC-VIG(1).
           MOVE 0  TO VEC-ESC-DESDE(1).
           MOVE 4  TO VEC-ESC-HASTA(1).
           MOVE 14 TO VEC-ESC-DIAS(1).
           MOVE 0  TO VEC-ESC-VIG(2).
           MOVE 5  TO VEC-ESC-DESDE(2).
           MOVE 9  TO VEC-ESC-HASTA(2).
           MOVE 21 TO VEC-ESC-DIAS(2).
           MOVE 0  TO VEC-ESC-VIG(3).
           MOVE 10 TO VEC-ESC-DESDE(3).
           MOVE 19 TO VEC-ESC-HASTA(3).
           MOVE 28 TO VEC-ESC-DIAS(3).
           MOVE 0  TO VEC-ESC-VIG(4).
           MOVE 20 TO VEC-ESC-DESDE(4).
           MOVE 99 TO VEC-ESC-HASTA(4).
           MOVE 35 TO VEC-ESC-DIAS(4).
           MOVE 4  TO CANT-ESCALA.

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
           END-IF.

       LEER-TIPOSCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

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

      *- Pedido puntual: el profesor tiene que existir y estar dado
      *- de baja sin liquidacion final previa.
       LIQUIDAR-PEDIDO.
           MOVE WS-PROF-PEDIDO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "PROFESOR " WS-PROF-PEDIDO " NO ENCONTRADO"
           ELSE
               IF PROF-LIQUIDADO
                   DISPLAY "PROFESOR " WS-PROF-PEDIDO " YA TIENE "
                       "LIQUIDACION FINAL"
               ELSE
                   IF NOT PROF-DADO-DE-BAJA
                       DISPLAY "PROFESOR " WS-PROF-PEDIDO " ACTIVO, "
                           "DAR LA BAJA ANTES DE LIQUIDAR"
                   ELSE
                       MOVE WS-PROF-PEDIDO TO WS-PROF-BUSCADO
                       PERFORM BUSCAR-BAJA
                       IF IND-BAJ-HALLADO > 0
                           MOVE VEC-BAJ-MOTIVO(IND-BAJ-HALLADO)
                               TO WS-MOTIVO-BAJA
                       ELSE
                           MOVE SPACE TO WS-MOTIVO-BAJA
                       END-IF
                       PERFORM LIQUIDAR-PROFESOR
                   END-IF
               END-IF
           END-IF.

      *- Recorrida de las bajas registradas: solo las que siguen en
      *- "B" (una ya liquidada o una baja revertida no se toca).
       LIQUIDAR-BAJA-REGISTRADA.
           MOVE VEC-BAJ-PROF(INDICE-BAJ) TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS EQUAL TO 00
               AND PROF-DADO-DE-BAJA
               AND NOT PROF-LIQUIDADO
               MOVE VEC-BAJ-MOTIVO(INDICE-BAJ) TO WS-MOTIVO-BAJA
               PERFORM LIQUIDAR-PROFESOR
           END-IF.

      *- Arma, emite y registra la liquidacion final del profesor
      *- leido en REG-PROFESORES.
       LIQUIDAR-PROFESOR.
           MOVE PROF-FECHA-BAJA TO WS-FECHA-BAJA-NUM.
           IF PROF-FECHA-ALTA IS NUMERIC
               MOVE PROF-FECHA-ALTA TO WS-FECHA-ALTA-NUM
           ELSE
               MOVE 0 TO WS-FECHA-ALTA-NUM
           END-IF.
           COMPUTE WS-MES-ABS-BAJA = WS-BAJA-AAAA * 12 + WS-BAJA-MM.
           MOVE 0 TO CANT-EPR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE 0 TO VEC-MES-IMPORTE(WS-I)
           END-PERFORM.

           PERFORM CALCULAR-ANTIGUEDAD-BAJA.
           PERFORM ACUMULAR-CUENTA-CORRIENTE.
           PERFORM VALUAR-HORAS-PENDIENTES.
           PERFORM ACUMULAR-RESUMEN.
           PERFORM CALCULAR-SAC-PROPORCIONAL.
           PERFORM CALCULAR-VACACIONES-PROP.
           PERFORM CALCULAR-INDEMNIZACION.
           PERFORM CONSUMIR-ADELANTOS.

           COMPUTE WS-NUEVO-DEVENGADO = WS-IMP-HORAS + WS-IMP-SAC
               + WS-IMP-VAC + WS-IMP-INDEM.
           COMPUTE WS-NETO = WS-NUEVO-DEVENGADO + WS-SALDO-CC
               - WS-IMP-ADELANTOS.

           PERFORM EMITIR-DOCUMENTO.
           IF WS-NETO > 0
               PERFORM GRABAR-RENGLON-AP
           END-IF.
           PERFORM GRABAR-DEVENGADO-FINAL.
           PERFORM MARCAR-LIQUIDADO.
           ADD 1 TO CANT-LIQUIDADOS.
           ADD WS-NETO TO TOT-NETO.

      *- Meses de servicio completos entre el ingreso y la baja, y
      *- anios computables para la indemnizacion: los anios
      *- cumplidos mas uno si la fraccion pasa de tres meses.
       CALCULAR-ANTIGUEDAD-BAJA.
           MOVE 0 TO WS-MESES-SERVICIO.
           IF WS-FECHA-ALTA-NUM > 0
               AND WS-FECHA-ALTA-NUM < WS-FECHA-BAJA-NUM
               COMPUTE WS-MESES-SERVICIO =
                   (WS-BAJA-AAAA * 12 + WS-BAJA-MM)
                   - (WS-ALTA-AAAA * 12 + WS-ALTA-MM)
               IF WS-BAJA-DD < WS-ALTA-DD
                   AND WS-MESES-SERVICIO > 0
                   SUBTRACT 1 FROM WS-MESES-SERVICIO
               END-IF
           END-IF.
           DIVIDE WS-MESES-SERVICIO BY 12 GIVING WS-ANIOS-SERVICIO
               REMAINDER WS-MESES-RESTO.
           MOVE WS-ANIOS-SERVICIO TO WS-ANIOS-INDEM.
           IF WS-MESES-RESTO > 3
               ADD 1 TO WS-ANIOS-INDEM
           END-IF.

      *- Devengado historico contra pagos: saldo de la cuenta
      *- corriente (mismo cruce que CUENTA-CORRIENTE-PROFESORES). De
      *- paso se toma la ultima fecha ya devengada: la hasta del
      *- periodo de cada corrida, o la fecha de la corrida si fue
      *- sin filtro de periodo.
       ACUMULAR-CUENTA-CORRIENTE.
           MOVE 0 TO WS-DEVENGADO-CC.
           MOVE 0 TO WS-PAGADO-CC.
           MOVE 0 TO WS-ULTIMA-LIQUIDADA.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS EQUAL TO 00
               PERFORM LEER-DEVENGADO
               PERFORM SUMAR-DEVENGADO UNTIL FS-DEVENGADO = 10
               CLOSE DEVENGADO-FILE
           END-IF.
           OPEN INPUT PAGOS-FILE.
           IF FS-PAGOS IS EQUAL TO 00
               PERFORM LEER-PAGO
               PERFORM SUMAR-PAGO UNTIL FS-PAGOS = 10
               CLOSE PAGOS-FILE
           END-IF.
           COMPUTE WS-SALDO-CC = WS-DEVENGADO-CC - WS-PAGADO-CC.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

       SUMAR-DEVENGADO.
           IF DEV-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               ADD DEV-TOT-IMPORTE TO WS-DEVENGADO-CC
               IF DEV-PERIODO-HASTA = 0
                   OR DEV-PERIODO-HASTA = 99999999
                   IF DEV-FECHA-CORRIDA > WS-ULTIMA-LIQUIDADA
                       MOVE DEV-FECHA-CORRIDA TO WS-ULTIMA-LIQUIDADA
                   END-IF
               ELSE
                   IF DEV-PERIODO-HASTA > WS-ULTIMA-LIQUIDADA
                       MOVE DEV-PERIODO-HASTA TO WS-ULTIMA-LIQUIDADA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-DEVENGADO.

       LEER-PAGO.
           READ PAGOS-FILE.
           IF FS-PAGOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PAGOS FS: " FS-PAGOS
           END-IF.

       SUMAR-PAGO.
           IF PAG-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               ADD PAG-IMPORTE TO WS-PAGADO-CC
           END-IF.
           PERFORM LEER-PAGO.

      *- Horas de Times.dat posteriores a lo ultimo devengado y no
      *- posteriores a la baja, valuadas como en TP-PARTE2.
       VALUAR-HORAS-PENDIENTES.
           MOVE 0 TO WS-HORAS-PEND.
           MOVE 0 TO WS-IMP-HORAS.
           MOVE "N" TO WS-FIN-TIMES.
           MOVE PROF-NUMERO         TO TIM-NUMERO.
           MOVE WS-ULTIMA-LIQUIDADA TO TIM-FECHA.
           MOVE 0 TO TIM-CUIT.
           MOVE 0 TO TIM-SEC.
           START TIMES-FILE KEY IS >= TIM-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-TIMES
           END-START.
           IF NOT FIN-TIMES-PROF
               PERFORM LEER-TIMES-PROFESOR
               PERFORM VALUAR-UN-TIMES UNTIL FIN-TIMES-PROF
           END-IF.

       LEER-TIMES-PROFESOR.
           READ TIMES-FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00
               MOVE "S" TO WS-FIN-TIMES
           ELSE
               IF TIM-NUMERO IS NOT EQUAL TO PROF-NUMERO
                   OR TIM-FECHA > WS-FECHA-BAJA-NUM
                   MOVE "S" TO WS-FIN-TIMES
               END-IF
           END-IF.

       VALUAR-UN-TIMES.
           IF TIM-FECHA > WS-ULTIMA-LIQUIDADA
               MOVE "BUSCAR" TO IN-OP
               MOVE TIM-CUIT TO IN-CUIT
               CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT
               IF OUT-CR IS NOT EQUAL TO "00"
                   MOVE SPACES TO SUC-SUCURSAL OF OUT-REG-SUCURSALES
                   MOVE SPACES TO SUC-ZONA OF OUT-REG-SUCURSALES
                   MOVE SPACES TO SUC-EMPRESA OF OUT-REG-SUCURSALES
               END-IF
               PERFORM BUSCAR-TARIFA
               PERFORM CALCULAR-IMPORTE
               IF TIM-ES-CORRECCION
                   SUBTRACT TIM-HORAS FROM WS-HORAS-PEND
                   COMPUTE WS-HORAS-EPR = 0 - TIM-HORAS
               ELSE
                   ADD TIM-HORAS TO WS-HORAS-PEND
                   MOVE TIM-HORAS TO WS-HORAS-EPR
               END-IF
               ADD IMPORTE TO WS-IMP-HORAS
               MOVE SUC-EMPRESA OF OUT-REG-SUCURSALES
                   TO WS-EMPRESA-EPR
               MOVE TIM-CUIT TO WS-CUIT-EPR
               PERFORM SUMAR-EMPRESA-PROFESOR
               MOVE TIM-FECHA(1:6) TO WS-PERIODO-AUX
               PERFORM SUMAR-MES
           END-IF.
           PERFORM LEER-TIMES-PROFESOR.

      *- Tarifa general de la ultima vigencia no posterior a la
      *- clase, pisada por la diferencial de la sucursal si la hay.
       BUSCAR-TARIFA.
           MOVE 0 TO TARIFA-VIG.
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

       CALCULAR-IMPORTE.
           PERFORM BUSCAR-FERIADO.
           PERFORM BUSCAR-ANTIGUEDAD.
           MULTIPLY TARIFA-VIG BY WS-RECARGO-FERIADO
               GIVING TARIFA-EFECTIVA.
           COMPUTE TARIFA-EFECTIVA ROUNDED =
               TARIFA-EFECTIVA * (1 + WS-PORC-ANTIGUEDAD / 100).
           MULTIPLY TARIFA-EFECTIVA BY TIM-HORAS
               GIVING IMPORTE.
           IF TIM-ES-CANCEL-TARDIA
               PERFORM BUSCAR-PORC-CANCEL
               COMPUTE IMPORTE ROUNDED =
                   IMPORTE * WS-PORC-CANCEL / 100
           END-IF.
           IF TIM-ES-CORRECCION
               MULTIPLY -1 BY IMPORTE
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

       BUSCAR-ANTIGUEDAD.
           MOVE 0 TO WS-PORC-ANTIGUEDAD.
           IF CANT-ANTIGUEDAD = 0
               OR WS-FECHA-ALTA-NUM IS EQUAL TO 0
               CONTINUE
           ELSE
               MOVE TIM-FECHA(1:4) TO WS-AAAA-TIM
               MOVE WS-ALTA-AAAA   TO WS-AAAA-ALTA
               COMPUTE WS-ANIOS-ANTIG = WS-AAAA-TIM - WS-AAAA-ALTA
               IF TIM-FECHA(5:4) < WS-FECHA-ALTA(5:4)
                   SUBTRACT 1 FROM WS-ANIOS-ANTIG
               END-IF
               IF WS-ANIOS-ANTIG < 0
                   MOVE 0 TO WS-ANIOS-ANTIG
               END-IF
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

      *- Lo ya liquidado por mes (resumen mensual) dentro de los doce
      *- meses que terminan en la baja.
       ACUMULAR-RESUMEN.
           OPEN INPUT RESUMEN-FILE.
           IF FS-RESUMEN IS EQUAL TO 00
               PERFORM LEER-RESUMEN
               PERFORM SUMAR-RESUMEN UNTIL FS-RESUMEN = 10
               CLOSE RESUMEN-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO RESUMENMENSUALPROFESORES.DAT, "
                   "SOLO CUENTAN LAS HORAS NO LIQUIDADAS"
           END-IF.

       LEER-RESUMEN.
           READ RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESUMEN FS: " FS-RESUMEN
           END-IF.

       SUMAR-RESUMEN.
           IF RES-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               MOVE RES-PERIODO TO WS-PERIODO-AUX
               MOVE RES-IMPORTE TO IMPORTE
               PERFORM SUMAR-MES
               IF WS-IND-MES > 0 AND WS-IND-MES < 13
                   PERFORM SUMAR-RESUMEN-EMPRESA
               END-IF
           END-IF.
           PERFORM LEER-RESUMEN.

      *- La empresa de la fila del resumen sale de su sucursal.
       SUMAR-RESUMEN-EMPRESA.
           MOVE "BUSCS"      TO IN-OP.
           MOVE RES-SUCURSAL TO IN-SUCURSAL.
           CALL "BUSCAR-SUCURSAL" USING PAR-IN, PAR-OUT.
           IF OUT-CR IS EQUAL TO "00"
               MOVE SUC-EMPRESA OF OUT-REG-SUCURSALES
                   TO WS-EMPRESA-EPR
               MOVE SUC-CUIT OF OUT-REG-SUCURSALES TO WS-CUIT-EPR
           ELSE
               MOVE SPACES TO WS-EMPRESA-EPR
               MOVE 0      TO WS-CUIT-EPR
           END-IF.
           MOVE 0 TO WS-HORAS-EPR.
           PERFORM SUMAR-EMPRESA-PROFESOR.

      *- Suma IMPORTE y WS-HORAS-EPR en la fila de WS-EMPRESA-EPR.
      *- Con la tabla llena, la empresa nueva suma en la primera.
       SUMAR-EMPRESA-PROFESOR.
           MOVE 0 TO IND-EPR-HALLADO.
           PERFORM VARYING INDICE-EPR FROM 1 BY 1
               UNTIL INDICE-EPR > CANT-EPR
               IF VEC-EPR-EMPRESA(INDICE-EPR) IS EQUAL
                   TO WS-EMPRESA-EPR
                   SET IND-EPR-HALLADO TO INDICE-EPR
               END-IF
           END-PERFORM.
           IF IND-EPR-HALLADO = 0
               IF CANT-EPR < CON-CANT-EPR-MAX
                   ADD 1 TO CANT-EPR
                   MOVE CANT-EPR TO IND-EPR-HALLADO
                   MOVE WS-EMPRESA-EPR
                       TO VEC-EPR-EMPRESA(IND-EPR-HALLADO)
                   MOVE WS-CUIT-EPR TO VEC-EPR-CUIT(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-PESO(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-HORAS(IND-EPR-HALLADO)
               ELSE
                   DISPLAY "TABLA DE EMPRESAS DEL PROFESOR LLENA, "
                       WS-EMPRESA-EPR " SUMA EN "
                       VEC-EPR-EMPRESA(1)
                   MOVE 1 TO IND-EPR-HALLADO
               END-IF
           END-IF.
           ADD IMPORTE      TO VEC-EPR-PESO(IND-EPR-HALLADO).
           ADD WS-HORAS-EPR TO VEC-EPR-HORAS(IND-EPR-HALLADO).

      *- Suma IMPORTE en la fila del periodo WS-PERIODO-AUX, si cae
      *- dentro de los doce meses que terminan en la baja.
       SUMAR-MES.
           COMPUTE WS-MES-ABS = WS-PER-AAAA * 12 + WS-PER-MM.
           COMPUTE WS-IND-MES = WS-MES-ABS-BAJA - WS-MES-ABS + 1.
           IF WS-IND-MES > 0 AND WS-IND-MES < 13
               ADD IMPORTE TO VEC-MES-IMPORTE(WS-IND-MES)
           END-IF.

      *- Mitad del mejor mes del semestre de la baja, proporcional a
      *- los dias trabajados del semestre. No corresponde si
      *- LIQUIDAR-AGUINALDO ya pago ese semestre.
       CALCULAR-SAC-PROPORCIONAL.
           MOVE 0 TO WS-IMP-SAC.
           IF WS-BAJA-MM > 06
               MOVE 2 TO WS-SEMESTRE
               COMPUTE WS-SEM-DESDE = WS-BAJA-AAAA * 10000 + 0701
               COMPUTE WS-SEM-HASTA = WS-BAJA-AAAA * 10000 + 1231
               COMPUTE WS-MESES-SEM = WS-BAJA-MM - 6
           ELSE
               MOVE 1 TO WS-SEMESTRE
               COMPUTE WS-SEM-DESDE = WS-BAJA-AAAA * 10000 + 0101
               COMPUTE WS-SEM-HASTA = WS-BAJA-AAAA * 10000 + 0630
               MOVE WS-BAJA-MM TO WS-MESES-SEM
           END-IF.
           PERFORM BUSCAR-AGUINALDO-PAGO.
           IF NOT SAC-YA-PAGO
               MOVE 0 TO WS-MEJOR-MES-SEM
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MESES-SEM
                   IF VEC-MES-IMPORTE(WS-I) > WS-MEJOR-MES-SEM
                       MOVE VEC-MES-IMPORTE(WS-I) TO WS-MEJOR-MES-SEM
                   END-IF
               END-PERFORM
               MOVE WS-SEM-DESDE TO WS-RANGO-DESDE
               MOVE WS-SEM-HASTA TO WS-RANGO-HASTA
               PERFORM CALCULAR-DIAS-RANGO
               MOVE WS-DIAS-RANGO TO WS-DIAS-SEM
               IF WS-FECHA-ALTA-NUM > WS-SEM-DESDE
                   MOVE WS-FECHA-ALTA-NUM TO WS-RANGO-DESDE
               END-IF
               MOVE WS-FECHA-BAJA-NUM TO WS-RANGO-HASTA
               PERFORM CALCULAR-DIAS-RANGO
               MOVE WS-DIAS-RANGO TO WS-DIAS-TRAB-SEM
               IF WS-MEJOR-MES-SEM > 0 AND WS-DIAS-SEM > 0
                   COMPUTE WS-IMP-SAC ROUNDED = WS-MEJOR-MES-SEM / 2
                       * WS-DIAS-TRAB-SEM / WS-DIAS-SEM
               END-IF
           END-IF.

       BUSCAR-AGUINALDO-PAGO.
           MOVE "N" TO WS-SAC-YA-PAGO.
           OPEN INPUT AGUINALDO-AP-FILE.
           IF FS-AGUINALDO-AP IS EQUAL TO 00
               PERFORM LEER-AGUINALDO-AP
               PERFORM VER-AGUINALDO-AP UNTIL FS-AGUINALDO-AP = 10
               CLOSE AGUINALDO-AP-FILE
           END-IF.

       LEER-AGUINALDO-AP.
           READ AGUINALDO-AP-FILE.
           IF FS-AGUINALDO-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AGUINALDOAP FS: "
                   FS-AGUINALDO-AP
           END-IF.

       VER-AGUINALDO-AP.
           IF AGU-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND AGU-AAAA IS EQUAL TO WS-BAJA-AAAA
               AND AGU-SEMESTRE IS EQUAL TO WS-SEMESTRE
               MOVE "S" TO WS-SAC-YA-PAGO
           END-IF.
           PERFORM LEER-AGUINALDO-AP.

      *- Vacaciones proporcionales del anio de la baja: los dias de
      *- la escala por la antiguedad a la baja, en proporcion a los
      *- dias trabajados del anio, al promedio diario de lo cobrado
      *- en el anio. No corresponde si LIQUIDAR-VACACIONES ya pago
      *- ese anio.
       CALCULAR-VACACIONES-PROP.
           MOVE 0 TO WS-IMP-VAC.
           MOVE 0 TO WS-DIAS-VAC.
           PERFORM BUSCAR-VACACIONES-PAGAS.
           IF NOT VAC-YA-PAGA
               MOVE 0 TO WS-COBRADO-ANIO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BAJA-MM
                   ADD VEC-MES-IMPORTE(WS-I) TO WS-COBRADO-ANIO
               END-PERFORM
               COMPUTE WS-RANGO-DESDE = WS-BAJA-AAAA * 10000 + 0101
               COMPUTE WS-RANGO-HASTA = WS-BAJA-AAAA * 10000 + 1231
               PERFORM CALCULAR-DIAS-RANGO
               MOVE WS-DIAS-RANGO TO WS-DIAS-ANIO
               IF WS-FECHA-ALTA-NUM > WS-RANGO-DESDE
                   MOVE WS-FECHA-ALTA-NUM TO WS-RANGO-DESDE
               END-IF
               MOVE WS-FECHA-BAJA-NUM TO WS-RANGO-HASTA
               PERFORM CALCULAR-DIAS-RANGO
               MOVE WS-DIAS-RANGO TO WS-DIAS-TRAB-ANIO
               PERFORM BUSCAR-DIAS-ESCALA
               IF WS-DIAS-TRAB-ANIO > 0 AND WS-COBRADO-ANIO > 0
                   COMPUTE WS-DIAS-VAC ROUNDED = WS-DIAS-ESCALA
                       * WS-DIAS-TRAB-ANIO / WS-DIAS-ANIO
                   COMPUTE WS-VALOR-DIA ROUNDED =
                       WS-COBRADO-ANIO / WS-DIAS-TRAB-ANIO
                   COMPUTE WS-IMP-VAC ROUNDED =
                       WS-VALOR-DIA * WS-DIAS-VAC
               END-IF
           END-IF.

       BUSCAR-VACACIONES-PAGAS.
           MOVE "N" TO WS-VAC-YA-PAGA.
           OPEN INPUT VACACIONES-AP-FILE.
           IF FS-VACACIONES-AP IS EQUAL TO 00
               PERFORM LEER-VACACIONES-AP
               PERFORM VER-VACACIONES-AP UNTIL FS-VACACIONES-AP = 10
               CLOSE VACACIONES-AP-FILE
           END-IF.

       LEER-VACACIONES-AP.
           READ VACACIONES-AP-FILE.
           IF FS-VACACIONES-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER VACACIONESAP FS: "
                   FS-VACACIONES-AP
           END-IF.

       VER-VACACIONES-AP.
           IF VAP-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND VAP-AAAA IS EQUAL TO WS-BAJA-AAAA
               MOVE "S" TO WS-VAC-YA-PAGA
           END-IF.
           PERFORM LEER-VACACIONES-AP.

      *- Fila de la escala vigente a la baja cuyo tramo contiene los
      *- anios cumplidos a esa fecha.
       BUSCAR-DIAS-ESCALA.
           MOVE 0 TO WS-DIAS-ESCALA.
           MOVE 0 TO VIG-ESC-HALLADA.
           PERFORM VARYING INDICE-ESC FROM 1 BY 1
               UNTIL INDICE-ESC > CANT-ESCALA
               IF VEC-ESC-VIG(INDICE-ESC) IS NOT GREATER
                       THAN WS-FECHA-BAJA-NUM
                   AND VEC-ESC-VIG(INDICE-ESC) IS NOT LESS
                       THAN VIG-ESC-HALLADA
                   AND WS-ANIOS-SERVICIO IS NOT LESS
                       THAN VEC-ESC-DESDE(INDICE-ESC)
                   AND WS-ANIOS-SERVICIO IS NOT GREATER
                       THAN VEC-ESC-HASTA(INDICE-ESC)
                   MOVE VEC-ESC-VIG(INDICE-ESC) TO VIG-ESC-HALLADA
                   MOVE VEC-ESC-DIAS(INDICE-ESC) TO WS-DIAS-ESCALA
               END-IF
           END-PERFORM.

      *- Un mes del mejor de los ultimos doce por cada anio
      *- computable (minimo uno), entero en un despido sin causa y a
      *- la mitad por fallecimiento.
       CALCULAR-INDEMNIZACION.
           MOVE 0 TO WS-IMP-INDEM.
           PERFORM DESCRIBIR-MOTIVO.
           IF BAJA-DESPIDO-SIN-CAUSA OR BAJA-FALLECIMIENTO
               MOVE 0 TO WS-MEJOR-MES-ANIO
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
                   IF VEC-MES-IMPORTE(WS-I) > WS-MEJOR-MES-ANIO
                       MOVE VEC-MES-IMPORTE(WS-I)
                           TO WS-MEJOR-MES-ANIO
                   END-IF
               END-PERFORM
               IF WS-ANIOS-INDEM = 0
                   MOVE 1 TO WS-ANIOS-INDEM
               END-IF
               COMPUTE WS-IMP-INDEM ROUNDED =
                   WS-MEJOR-MES-ANIO * WS-ANIOS-INDEM
               IF BAJA-FALLECIMIENTO
                   COMPUTE WS-IMP-INDEM ROUNDED = WS-IMP-INDEM / 2
               END-IF
           END-IF.

       DESCRIBIR-MOTIVO.
           EVALUATE WS-MOTIVO-BAJA
               WHEN "R" MOVE "RENUNCIA" TO WS-MOTIVO-DESC
               WHEN "D" MOVE "DESPIDO SIN CAUSA" TO WS-MOTIVO-DESC
               WHEN "C" MOVE "DESPIDO CON CAUSA" TO WS-MOTIVO-DESC
               WHEN "J" MOVE "JUBILACION" TO WS-MOTIVO-DESC
               WHEN "F" MOVE "FALLECIMIENTO" TO WS-MOTIVO-DESC
               WHEN "M" MOVE "MUTUO ACUERDO" TO WS-MOTIVO-DESC
               WHEN "O" MOVE "OTRO" TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE "NO REGISTRADO" TO WS-MOTIVO-DESC
           END-EVALUATE.

      *- Los adelantos pendientes se descuentan de la liquidacion
      *- final y quedan consumidos.
       CONSUMIR-ADELANTOS.
           MOVE 0 TO WS-IMP-ADELANTOS.
           PERFORM CONSUMIR-UN-ADELANTO
               VARYING INDICE-ADE FROM 1 BY 1
               UNTIL INDICE-ADE > CANT-ADELANTOS.

       CONSUMIR-UN-ADELANTO.
           IF VEC-ADE-PROF(INDICE-ADE) IS EQUAL TO PROF-NUMERO
               AND VEC-ADE-ESTADO(INDICE-ADE) IS EQUAL TO "P"
               AND VEC-ADE-SALDO(INDICE-ADE) > 0
               ADD VEC-ADE-SALDO(INDICE-ADE) TO WS-IMP-ADELANTOS
               MOVE 0 TO VEC-ADE-SALDO(INDICE-ADE)
               MOVE "C" TO VEC-ADE-ESTADO(INDICE-ADE)
               MOVE "S" TO WS-ADELANTOS-TOCADOS
           END-IF.

       CALCULAR-DIAS-RANGO.
           MOVE 0 TO WS-DIAS-RANGO.
           IF WS-RANGO-DESDE IS NOT GREATER THAN WS-RANGO-HASTA
               MOVE WS-RANGO-DESDE TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               MOVE WS-JUL-DIA TO WS-JUL-DESDE
               MOVE WS-RANGO-HASTA TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               COMPUTE WS-DIAS-RANGO = WS-JUL-DIA - WS-JUL-DESDE + 1
           END-IF.

       CALCULAR-DIA-JULIANO.
           IF WS-JUL-MM < 3
               MOVE 1 TO WS-JUL-A
           ELSE
               MOVE 0 TO WS-JUL-A
           END-IF.
           COMPUTE WS-JUL-ANIO = WS-JUL-AAAA + 4800 - WS-JUL-A.
           COMPUTE WS-JUL-MES = WS-JUL-MM + 12 * WS-JUL-A - 3.
           COMPUTE WS-JUL-TERM-MES = 153 * WS-JUL-MES + 2.
           DIVIDE WS-JUL-TERM-MES BY 5 GIVING WS-JUL-TERM-MES.
           DIVIDE WS-JUL-ANIO BY 4 GIVING WS-JUL-TERM-4.
           DIVIDE WS-JUL-ANIO BY 100 GIVING WS-JUL-TERM-100.
           DIVIDE WS-JUL-ANIO BY 400 GIVING WS-JUL-TERM-400.
           COMPUTE WS-JUL-DIA = WS-JUL-DD + WS-JUL-TERM-MES
               + 365 * WS-JUL-ANIO + WS-JUL-TERM-4
               - WS-JUL-TERM-100 + WS-JUL-TERM-400 - 32045.

      *- Documento de liquidacion final, una hoja por profesor, con
      *- la conformidad y las firmas.
       EMITIR-DOCUMENTO.
           PERFORM PRINT-ENCABEZADO.
           MOVE PROF-NUMERO TO LP-NUMERO.
           MOVE PROF-NOMBRE TO LP-NOMBRE.
           IF PROF-DNI IS NUMERIC
               MOVE PROF-DNI TO LP-DNI
           ELSE
               MOVE 0 TO LP-DNI
           END-IF.
           WRITE REG-LISTADO FROM LINEA-PROFESOR.
           MOVE WS-FECHA-ALTA-NUM TO WS-FECHA-AUX.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-IMPRESA TO LF-ALTA.
           MOVE WS-FECHA-BAJA-NUM TO WS-FECHA-AUX.
           PERFORM FORMATEAR-FECHA.
           MOVE WS-FECHA-IMPRESA TO LF-BAJA.
           MOVE WS-ANIOS-SERVICIO TO LF-ANIOS.
           MOVE WS-MESES-RESTO    TO LF-MESES.
           WRITE REG-LISTADO FROM LINEA-FECHAS.
           MOVE WS-MOTIVO-DESC TO LM-MOTIVO.
           WRITE REG-LISTADO FROM LINEA-MOTIVO.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO-CONCEPTOS.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 6 TO LINEA.

           MOVE SPACES TO WS-CONCEPTO.
           MOVE WS-HORAS-PEND TO WS-EDIT-HORAS.
           STRING "Horas no liquidadas (" DELIMITED BY SIZE
               WS-EDIT-HORAS DELIMITED BY SIZE
               " hs)" DELIMITED BY SIZE
               INTO WS-CONCEPTO.
           MOVE WS-IMP-HORAS TO LC-IMPORTE.
           PERFORM PRINT-CONCEPTO.

           MOVE SPACES TO WS-CONCEPTO.
           IF SAC-YA-PAGO
               STRING "Aguinaldo proporcional (ya liquidado)"
                   DELIMITED BY SIZE INTO WS-CONCEPTO
           ELSE
               MOVE WS-DIAS-TRAB-SEM TO WS-EDIT-DIAS-ENT
               STRING "Aguinaldo proporcional (" DELIMITED BY SIZE
                   WS-EDIT-DIAS-ENT DELIMITED BY SIZE
                   " dias del semestre)" DELIMITED BY SIZE
                   INTO WS-CONCEPTO
           END-IF.
           MOVE WS-IMP-SAC TO LC-IMPORTE.
           PERFORM PRINT-CONCEPTO.

           MOVE SPACES TO WS-CONCEPTO.
           IF VAC-YA-PAGA
               STRING "Vacaciones no gozadas (ya liquidadas)"
                   DELIMITED BY SIZE INTO WS-CONCEPTO
           ELSE
               MOVE WS-DIAS-VAC TO WS-EDIT-DIAS
               STRING "Vacaciones no gozadas (" DELIMITED BY SIZE
                   WS-EDIT-DIAS DELIMITED BY SIZE
                   " dias)" DELIMITED BY SIZE
                   INTO WS-CONCEPTO
           END-IF.
           MOVE WS-IMP-VAC TO LC-IMPORTE.
           PERFORM PRINT-CONCEPTO.

           MOVE SPACES TO WS-CONCEPTO.
           IF WS-IMP-INDEM > 0
               MOVE WS-ANIOS-INDEM TO WS-EDIT-ANIOS
               STRING "Indemnizacion por antiguedad (" DELIMITED BY
                   SIZE
                   WS-EDIT-ANIOS DELIMITED BY SIZE
                   " anios)" DELIMITED BY SIZE
                   INTO WS-CONCEPTO
           ELSE
               STRING "Indemnizacion por antiguedad (no corresponde)"
                   DELIMITED BY SIZE INTO WS-CONCEPTO
           END-IF.
           MOVE WS-IMP-INDEM TO LC-IMPORTE.
           PERFORM PRINT-CONCEPTO.

           MOVE "Saldo de cuenta corriente (devengado menos pagos)"
               TO WS-CONCEPTO.
           MOVE WS-SALDO-CC TO LC-IMPORTE.
           PERFORM PRINT-CONCEPTO.

           MOVE "Adelantos pendientes de recupero" TO WS-CONCEPTO.
           COMPUTE LC-IMPORTE = 0 - WS-IMP-ADELANTOS.
           PERFORM PRINT-CONCEPTO.

           WRITE REG-LISTADO FROM LINEA-TABLA.
           IF WS-NETO < 0
               MOVE "SALDO A FAVOR DE LA INSTITUCION" TO LN-LEYENDA
           ELSE
               MOVE "NETO A PAGAR" TO LN-LEYENDA
           END-IF.
           MOVE WS-NETO TO LN-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-NETO.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-CONFORMIDAD.
           WRITE REG-LISTADO FROM LINEA-CONFORMIDAD2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-FIRMAS.
           WRITE REG-LISTADO FROM LINEA-FIRMANTES.
           WRITE REG-LISTADO FROM LINEA-ACLARACION.
           MOVE LP-DNI TO LDF-DNI.
           WRITE REG-LISTADO FROM LINEA-DNI-FIRMA.
           ADD 12 TO LINEA.
           PERFORM PRINT-SALTO-DE-PAGINA.

       PRINT-CONCEPTO.
           MOVE WS-CONCEPTO TO LC-CONCEPTO.
           WRITE REG-LISTADO FROM LINEA-CONCEPTO.
           ADD 1 TO LINEA.

       FORMATEAR-FECHA.
           MOVE WS-AUX-DD   TO FI-DD.
           MOVE WS-AUX-MM   TO FI-MM.
           MOVE WS-AUX-AAAA TO FI-AAAA.

      *- Renglon a pagar para GENERAR-TRANSFERENCIAS, con el layout
      *- del extracto de AP: cubre desde lo ultimo devengado hasta
      *- la baja. Uno por empresa del profesor (ver
      *- REPARTIR-POR-EMPRESA); sin nada devengado en el periodo
      *- sale uno solo sin empresa, que se paga por la de defecto.
       GRABAR-RENGLON-AP.
           MOVE "LIQUIDACION FINAL" TO AP-RAZON.
           MOVE PROF-NUMERO       TO AP-PROF-NUMERO.
           MOVE PROF-NOMBRE       TO AP-PROF-NOMBRE.
           MOVE WS-ULTIMA-LIQUIDADA TO AP-PERIODO-DESDE.
           MOVE WS-FECHA-BAJA-NUM TO AP-PERIODO-HASTA.
           MOVE 0 TO WS-PESO-TOTAL.
           MOVE 0 TO IND-EPR-ULTIMO.
           PERFORM VARYING INDICE-EPR FROM 1 BY 1
               UNTIL INDICE-EPR > CANT-EPR
               IF VEC-EPR-PESO(INDICE-EPR) > 0
                   ADD VEC-EPR-PESO(INDICE-EPR) TO WS-PESO-TOTAL
                   SET IND-EPR-ULTIMO TO INDICE-EPR
               END-IF
           END-PERFORM.
           IF IND-EPR-ULTIMO = 0
               MOVE 0             TO AP-CUIT
               MOVE SPACES        TO AP-EMPRESA
               MOVE WS-HORAS-PEND TO AP-TOT-HORAS
               MOVE WS-NETO       TO AP-TOT-IMPORTE
               PERFORM ESCRIBIR-RENGLON-AP
           ELSE
               MOVE 0 TO WS-NETO-REPARTIDO
               MOVE 0 TO WS-HORAS-REPARTIDAS
               PERFORM REPARTIR-POR-EMPRESA
                   VARYING INDICE-EPR FROM 1 BY 1
                   UNTIL INDICE-EPR > IND-EPR-ULTIMO
           END-IF.

      *- Parte del neto de la empresa, en proporcion a su peso. La
      *- ultima lleva lo que falta, asi los renglones suman el neto
      *- exacto, y las horas de empresas sin peso positivo.
       REPARTIR-POR-EMPRESA.
           IF VEC-EPR-PESO(INDICE-EPR) > 0
               MOVE VEC-EPR-EMPRESA(INDICE-EPR) TO AP-EMPRESA
               MOVE VEC-EPR-CUIT(INDICE-EPR)    TO AP-CUIT
               IF INDICE-EPR = IND-EPR-ULTIMO
                   COMPUTE AP-TOT-IMPORTE =
                       WS-NETO - WS-NETO-REPARTIDO
                   COMPUTE AP-TOT-HORAS =
                       WS-HORAS-PEND - WS-HORAS-REPARTIDAS
               ELSE
                   COMPUTE AP-TOT-IMPORTE ROUNDED =
                       WS-NETO * VEC-EPR-PESO(INDICE-EPR)
                       / WS-PESO-TOTAL
                   MOVE VEC-EPR-HORAS(INDICE-EPR) TO AP-TOT-HORAS
                   ADD AP-TOT-IMPORTE TO WS-NETO-REPARTIDO
                   ADD AP-TOT-HORAS   TO WS-HORAS-REPARTIDAS
               END-IF
               PERFORM ESCRIBIR-RENGLON-AP
           END-IF.

       ESCRIBIR-RENGLON-AP.
           WRITE REG-FINAL-AP.
           IF FS-FINAL-AP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR LIQUIDACIONFINALAP FS: "
                   FS-FINAL-AP
           END-IF.

      *- Lo nuevo que genera la liquidacion final (horas, aguinaldo,
      *- vacaciones, indemnizacion) entra al devengado historico,
      *- para que la cuenta corriente cierre en cero cuando se
      *- registre el pago.
       GRABAR-DEVENGADO-FINAL.
           IF WS-NUEVO-DEVENGADO IS NOT EQUAL TO 0
               OPEN EXTEND DEVENGADO-FILE
               IF FS-DEVENGADO IS EQUAL TO 35
                   OPEN OUTPUT DEVENGADO-FILE
               END-IF
               IF FS-DEVENGADO IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR DEVENGADO FS: "
                       FS-DEVENGADO
               ELSE
                   MOVE FECHA-HOY-NUM       TO DEV-FECHA-CORRIDA
                   MOVE "LIQUIDACION FINAL" TO DEV-RAZON
                   MOVE 0                   TO DEV-CUIT
                   MOVE PROF-NUMERO         TO DEV-PROF-NUMERO
                   MOVE PROF-NOMBRE         TO DEV-PROF-NOMBRE
                   MOVE WS-HORAS-PEND       TO DEV-TOT-HORAS
                   MOVE WS-NUEVO-DEVENGADO  TO DEV-TOT-IMPORTE
                   MOVE WS-ULTIMA-LIQUIDADA TO DEV-PERIODO-DESDE
                   MOVE WS-FECHA-BAJA-NUM   TO DEV-PERIODO-HASTA
                   WRITE REG-DEVENGADO
                   CLOSE DEVENGADO-FILE
               END-IF
           END-IF.

      *- Estado "L" en el maestro, con pista de auditoria y journal
      *- igual que un mantenimiento.
       MARCAR-LIQUIDADO.
           MOVE REG-PROFESORES TO WS-IMAGEN-ANTES.
           MOVE "L" TO PROF-ESTADO.
           REWRITE REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL MARCAR LIQUIDADO " PROF-NUMERO
                   " FS: " FS-PROFESORES
           ELSE
               MOVE "M" TO AUD-OPERACION
               MOVE PROF-NUMERO TO AUD-CLAVE
               MOVE WS-IMAGEN-ANTES TO AUD-ANTES
               MOVE REG-PROFESORES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE "PROFESORES" TO JRN-ARCHIVO
               MOVE "R" TO JRN-OPERACION
               MOVE PROF-NUMERO TO JRN-CLAVE
               MOVE WS-IMAGEN-ANTES TO JRN-ANTES
               MOVE REG-PROFESORES TO JRN-DESPUES
               CALL "GRABAR-JOURNAL" USING PAR-JRN-IN
           END-IF.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "PROFESORES" TO AUD-ARCHIVO
               MOVE "BATCH" TO AUD-OPERADOR
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD
               MOVE WS-FHA-FECHA TO AUD-FECHA
               MOVE WS-FHA-HORA  TO AUD-HORA
               WRITE REG-AUDITORIA
               IF FS-AUDITORIA IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR AUDITORIA FS: "
                       FS-AUDITORIA
               END-IF
               CLOSE AUDITORIA
           END-IF.

       PRINT-ENCABEZADO.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           MOVE HOJA TO E1-HOJA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.

       PRINT-SALTO-DE-PAGINA.
           SUBTRACT LINEA FROM 60 GIVING RESTO-LINEAS.
           MOVE 1 TO I.
           PERFORM PRINT-LINEAS-EN-BLANCO UNTIL I > RESTO-LINEAS.
           MOVE 0 TO LINEA.
           ADD 1 TO HOJA.

       PRINT-LINEAS-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 1 TO I.

       CERRAR-ARCHIVOS.
           CLOSE PROFESORES-FILE.
           CLOSE TIMES-FILE.
           CLOSE TARIFAS-FILE.
           CLOSE LISTADO.
           CLOSE FINAL-AP-FILE.

       END PROGRAM LIQUIDACION-FINAL.
