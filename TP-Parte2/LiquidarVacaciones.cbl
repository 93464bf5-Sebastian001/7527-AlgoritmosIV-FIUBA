       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-VACACIONES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Liquidacion de las vacaciones anuales pagas de cada profesor.
      *- Igual que LIQUIDAR-AGUINALDO, lee el resumen mensual que deja
      *- GENERAR-RESUMEN-MENSUAL (ResumenMensualProfesores.dat) y
      *- acumula lo cobrado en el anio de referencia parametrizado
      *- (AnioVacaciones.txt). Los dias que corresponden salen de la
      *- escala legal por anios de servicio cumplidos al 31/12 (fecha
      *- de alta del maestro de profesores), parametrizable con
      *- vigencias en EscalaVacaciones.dat como EscalaAntiguedad.dat.
      *- Las licencias de LicenciasProfesores.dat que no se computan
      *- como trabajadas se descuentan de los dias del periodo; con
      *- menos de la mitad del anio trabajada corresponde un dia cada
      *- veinte trabajados. Cada dia se paga al promedio diario de lo
      *- cobrado en los dias trabajados del periodo. Emite el listado
      *- impreso, un archivo a pagar con el mismo formato que
      *- AguinaldoAP.dat (VacacionesAP.dat, mismo circuito de cuentas
      *- a pagar) y el registro de dias que corresponden contra dias
      *- tomados por profesor (VacacionesDias.dat).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESUMEN-FILE
           ASSIGN TO DISK "../files/out/ResumenMensualProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

      *- Anio de referencia a liquidar: AAAA. Opcional: sin archivo se
      *- toma el anio en curso desde octubre (inicio del periodo legal
      *- de otorgamiento) y el anio anterior de enero a septiembre.
       SELECT ANIO-FILE
           ASSIGN TO DISK "../files/in/AnioVacaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANIO.

      *- Escala de dias de vacaciones por anios de servicio, con
      *- vigencias. Opcional: sin archivo se aplica la escala legal.
       SELECT ESCALA-VAC-FILE
           ASSIGN TO DISK "../files/in/EscalaVacaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESCALA-VAC.

      *- Calendario de licencias (MantenimientoLicencias.cbl).
      *- Opcional: sin archivo no se descuenta ni se cuenta nada.
       SELECT LICENCIAS-FILE
           ASSIGN TO DISK "../files/in/LicenciasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/LiquidacionVacaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT VACACIONES-AP-FILE
           ASSIGN TO DISK "../files/out/VacacionesAP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VACACIONES-AP.

       SELECT VACACIONES-DIAS-FILE
           ASSIGN TO DISK "../files/out/VacacionesDias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VACACIONES-DIAS.

       DATA DIVISION.
       FILE SECTION.

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

       FD ANIO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ANIO.
           03 ANI-AAAA          PIC 9(04).

       FD ESCALA-VAC-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESCALA-VAC.
           03 ESV-VIG-DES       PIC 9(08).
           03 ESV-ANIOS-DESDE   PIC 9(02).
           03 ESV-ANIOS-HASTA   PIC 9(02).
           03 ESV-DIAS          PIC 9(03).

       FD LICENCIAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-LICENCIAS.
           03 LIC-PROF-NUMERO   PIC X(05).
           03 LIC-DESDE         PIC 9(08).
           03 LIC-HASTA         PIC 9(08).
           03 LIC-MOTIVO        PIC X(20).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

      *- Mismo formato que AguinaldoAP.dat. Semestre y mejor mes no
      *- aplican a vacaciones y salen en cero.
       FD VACACIONES-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-VACACIONES-AP.
           03  AGU-PROF-NUMERO     PIC X(05).
           03  AGU-PROF-NOMBRE     PIC X(25).
           03  AGU-AAAA            PIC 9(04).
           03  AGU-SEMESTRE        PIC 9(01).
           03  AGU-MEJOR-MES       PIC 9(02).
           03  AGU-IMPORTE         PIC 9(09)V99.

      *- Dias que corresponden contra dias tomados, por profesor y
      *- anio de referencia. El saldo negativo es exceso tomado.
       FD VACACIONES-DIAS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-VACACIONES-DIAS.
           03  VDI-PROF-NUMERO     PIC X(05).
           03  VDI-AAAA            PIC 9(04).
           03  VDI-ANIOS-ANTIG     PIC 9(02).
           03  VDI-DIAS-TRABAJADOS PIC 9(03).
           03  VDI-DIAS-NO-COMPUT  PIC 9(03).
           03  VDI-DIAS-CORRESP    PIC 9(03).
           03  VDI-DIAS-TOMADOS    PIC 9(03).
           03  VDI-SALDO           PIC S9(03)
                                    SIGN IS LEADING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.

       77 FS-RESUMEN         PIC XX.
       77 FS-PROFESORES      PIC XX.
       77 FS-ANIO            PIC XX.
       77 FS-ESCALA-VAC      PIC XX.
       77 FS-LICENCIAS       PIC XX.
       77 FS-LISTADO         PIC XX.
       77 FS-VACACIONES-AP   PIC XX.
       77 FS-VACACIONES-DIAS PIC XX.

      *- Anio de referencia y sus limites.
       77 WS-AAAA            PIC 9(04)      VALUE 0.
       77 WS-PERIODO-DESDE   PIC 9(06)      VALUE 0.
       77 WS-PERIODO-HASTA   PIC 9(06)      VALUE 0.
       77 WS-FECHA-INICIO-ANIO PIC 9(08)    VALUE 0.
       77 WS-FECHA-CORTE     PIC 9(08)      VALUE 0.
       77 WS-DIAS-ANIO       PIC 9(03)      VALUE 0.

      *- Periodo legal de goce: del 1/10 del anio de referencia al
      *- 30/4 del siguiente. Las licencias por vacaciones que caen
      *- ahi son los dias tomados.
       77 WS-GOCE-DESDE      PIC 9(08)      VALUE 0.
       77 WS-GOCE-HASTA      PIC 9(08)      VALUE 0.

      *- Escala legal por defecto (anios cumplidos al 31/12): menos
      *- de 5 anios 14 dias, de 5 a 9 anios 21, de 10 a 19 anios 28
      *- y 20 anios o mas 35.
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

       78 CON-CANT-LIC-MAX   VALUE 200.
       01 VEC-LICENCIAS.
           03 VEC-LIC-ELM
               OCCURS CON-CANT-LIC-MAX TIMES
               INDEXED BY INDICE-LIC.
               05 VEC-LIC-PROF      PIC X(05).
               05 VEC-LIC-DESDE     PIC 9(08).
               05 VEC-LIC-HASTA     PIC 9(08).
               05 VEC-LIC-MOTIVO    PIC X(20).
       77 CANT-LICENCIAS     PIC 999        VALUE 0.

      *- Clasificacion del motivo de la licencia: las vacaciones son
      *- dias tomados; las licencias medicas, por accidente y por
      *- maternidad se computan como trabajadas; cualquier otro
      *- motivo (sin goce, personales, suspensiones) no se computa.
       77 WS-TIPO-LICENCIA   PIC X(01)      VALUE SPACE.
           88 LIC-ES-VACACIONES             VALUE "V".
           88 LIC-ES-COMPUTABLE             VALUE "C".
           88 LIC-NO-COMPUTABLE             VALUE "N".

      *- Importe cobrado por profesor en el anio de referencia,
      *- acumulado en una sola pasada del resumen.
       78 CON-CANT-PROF-MAX  VALUE 500.
       01 VEC-VACACIONES.
           03 VEC-VAC-ELM
               OCCURS CON-CANT-PROF-MAX TIMES
               INDEXED BY INDICE-VAC.
               05 VEC-VAC-NUMERO    PIC X(05).
      *- Con signo: las correcciones del resumen restan.
               05 VEC-VAC-IMPORTE   PIC S9(09)V99
                                     SIGN LEADING SEPARATE.
       77 CANT-VAC           PIC 999        VALUE 0.
       77 IND-VAC-HALLADO    PIC 999        VALUE 0.

      *- Computo del profesor en proceso.
       77 WS-COMPUTO-DESDE   PIC 9(08)      VALUE 0.
       77 WS-COMPUTO-HASTA   PIC 9(08)      VALUE 0.
       77 WS-ANIOS-ANTIG     PIC S9(04)     VALUE 0.
       77 WS-AAAA-ALTA       PIC 9(04)      VALUE 0.
       77 WS-DIAS-PERIODO    PIC 9(03)      VALUE 0.
       77 WS-DIAS-NO-COMPUT  PIC 9(03)      VALUE 0.
       77 WS-DIAS-TRABAJADOS PIC 9(03)      VALUE 0.
       77 WS-DIAS-ESCALA     PIC 9(03)      VALUE 0.
       77 WS-DIAS-CORRESP    PIC 9(03)      VALUE 0.
       77 WS-DIAS-TOMADOS    PIC 9(03)      VALUE 0.
       77 WS-VALOR-DIA       PIC 9(07)V99   VALUE 0.
       77 WS-VACACIONES      PIC 9(09)V99   VALUE 0.
       77 CANT-LIQUIDADOS    PIC 9(05)      VALUE 0.
       77 TOT-VACACIONES     PIC 9(11)V99   VALUE 0.

      *- Dias de una licencia que caen dentro de un rango de fechas.
       77 WS-RANGO-DESDE     PIC 9(08)      VALUE 0.
       77 WS-RANGO-HASTA     PIC 9(08)      VALUE 0.
       77 WS-SOLAPE-DESDE    PIC 9(08)      VALUE 0.
       77 WS-SOLAPE-HASTA    PIC 9(08)      VALUE 0.
       77 WS-DIAS-SOLAPE     PIC 9(05)      VALUE 0.
       77 WS-JUL-DESDE       PIC 9(08)      VALUE 0.

      *- Dia juliano de una fecha AAAAMMDD, mismo calculo que usa
      *- TP_PARTE_1A para agrupar las semanas.
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
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(35) VALUE
              "Liquidacion de vacaciones del anio ".
           03 E2-AAAA  PIC 9(4).
           03 FILLER PIC X(23) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(7)    VALUE "Prof.".
           03 FILLER       PIC X(23)   VALUE "Nombre".
           03 FILLER       PIC X(3)    VALUE "Ant".
           03 FILLER       PIC X(5)    VALUE " Trab".
           03 FILLER       PIC X(5)    VALUE "  N/C".
           03 FILLER       PIC X(5)    VALUE " Dias".
           03 FILLER       PIC X(11)   VALUE "  Valor dia".
           03 FILLER       PIC X(12)   VALUE "     Importe".
           03 FILLER       PIC X(9)    VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 DATOS-TABLA.
           03 DT-PROF          PIC X(5).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-NOMBRE        PIC X(22).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-ANTIG         PIC Z9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-TRABAJADOS    PIC ZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-NO-COMPUT     PIC ZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-DIAS          PIC ZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-VALOR-DIA     PIC ZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-IMPORTE       PIC ZZZZZZZ9,99.
           03 FILLER           PIC X(9)    VALUE SPACES.

       01 LINEA-TOTAL.
           03 FILLER           PIC X(46)   VALUE SPACES.
           03 FILLER           PIC X(13)   VALUE "Total general".
           03 LT-IMPORTE       PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(7)    VALUE SPACES.

       77 LINEA              PIC 99.
       77 HOJA                PIC 999.
       77 RESTO-LINEAS        PIC 99.
       77 I                   PIC 99.

       PROCEDURE DIVISION.

           PERFORM INICIALIZAR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-ANIO.
           PERFORM CARGAR-ESCALA-VACACIONES.
           PERFORM CARGAR-LICENCIAS.
           PERFORM PRINT-ENCABEZADO.
           PERFORM PRINT-ENCABEZADO-TABLA.

           PERFORM LEER-RESUMEN.
           PERFORM ACUMULAR-RESUMEN UNTIL FS-RESUMEN = 10.
           PERFORM LIQUIDAR-PROFESOR
               VARYING INDICE-VAC FROM 1 BY 1
               UNTIL INDICE-VAC > CANT-VAC.

           PERFORM PRINT-TOTAL.
           PERFORM PRINT-SALTO-DE-PAGINA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "PROFESORES CON VACACIONES LIQUIDADAS: "
               CANT-LIQUIDADOS.
           STOP RUN.

       INICIALIZAR.
           DISPLAY "Inicializar Variables".
           MOVE 0 TO LINEA.
           MOVE 1 TO HOJA.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO RESUMENMENSUALPROFESORES.DAT, "
                   "CORRER GENERAR-RESUMEN-MENSUAL PRIMERO"
               STOP RUN
           END-IF.

           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.

           OPEN OUTPUT VACACIONES-AP-FILE.
           IF FS-VACACIONES-AP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR VACACIONES-AP FS: "
                   FS-VACACIONES-AP
               STOP RUN
           END-IF.

           OPEN OUTPUT VACACIONES-DIAS-FILE.
           IF FS-VACACIONES-DIAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR VACACIONES-DIAS FS: "
                   FS-VACACIONES-DIAS
               STOP RUN
           END-IF.

       LEER-RESUMEN.
           READ RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESUMEN FS: " FS-RESUMEN
           END-IF.

      *- AnioVacaciones.txt es opcional; sin archivo se liquida el
      *- anio cuyo periodo de goce esta en curso o por empezar.
       CARGAR-ANIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE FECHA-AAAA OF FECHA-DE-HOY TO WS-AAAA.
           IF FECHA-MM OF FECHA-DE-HOY < 10
               SUBTRACT 1 FROM WS-AAAA
           END-IF.
           OPEN INPUT ANIO-FILE.
           IF FS-ANIO IS EQUAL TO 00
               READ ANIO-FILE
               IF FS-ANIO IS EQUAL TO 00
                   AND ANI-AAAA IS NUMERIC
                   MOVE ANI-AAAA TO WS-AAAA
               END-IF
               CLOSE ANIO-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO ANIOVACACIONES.TXT, SE "
                   "LIQUIDA EL ANIO " WS-AAAA
           END-IF.

           COMPUTE WS-PERIODO-DESDE = WS-AAAA * 100 + 01.
           COMPUTE WS-PERIODO-HASTA = WS-AAAA * 100 + 12.
           COMPUTE WS-FECHA-INICIO-ANIO = WS-AAAA * 10000 + 0101.
           COMPUTE WS-FECHA-CORTE = WS-AAAA * 10000 + 1231.
           COMPUTE WS-GOCE-DESDE = WS-AAAA * 10000 + 1001.
           COMPUTE WS-GOCE-HASTA = (WS-AAAA + 1) * 10000 + 0430.

           MOVE WS-FECHA-INICIO-ANIO TO WS-FECHA-JULIANA.
           PERFORM CALCULAR-DIA-JULIANO.
           MOVE WS-JUL-DIA TO WS-JUL-DESDE.
           MOVE WS-FECHA-CORTE TO WS-FECHA-JULIANA.
           PERFORM CALCULAR-DIA-JULIANO.
           COMPUTE WS-DIAS-ANIO = WS-JUL-DIA - WS-JUL-DESDE + 1.
           DISPLAY "SE LIQUIDAN VACACIONES DEL ANIO " WS-AAAA.

      *- EscalaVacaciones.dat es opcional; sin archivo se carga la
      *- escala legal como unica vigencia.
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
           ELSE
               DISPLAY "NO SE ENCONTRO ESCALAVACACIONES.DAT, SE "
                   "APLICA LA ESCALA LEGAL"
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

      *- LicenciasProfesores.dat es opcional (mismo criterio que en
      *- TP_PARTE_1A).
       CARGAR-LICENCIAS.
           MOVE 0 TO CANT-LICENCIAS.
           OPEN INPUT LICENCIAS-FILE.
           IF FS-LICENCIAS IS EQUAL TO 00
               PERFORM LEER-LICENCIA
               PERFORM GUARDAR-LICENCIA
                   VARYING INDICE-LIC FROM 1 BY 1
                   UNTIL INDICE-LIC > CON-CANT-LIC-MAX
                   OR FS-LICENCIAS IS EQUAL TO 10
               CLOSE LICENCIAS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO LICENCIASPROFESORES.DAT, NO "
                   "SE DESCUENTAN LICENCIAS"
           END-IF.

       LEER-LICENCIA.
           READ LICENCIAS-FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LICENCIAS FS: " FS-LICENCIAS
           END-IF.

       GUARDAR-LICENCIA.
           MOVE LIC-PROF-NUMERO TO VEC-LIC-PROF(INDICE-LIC).
           MOVE LIC-DESDE       TO VEC-LIC-DESDE(INDICE-LIC).
           MOVE LIC-HASTA       TO VEC-LIC-HASTA(INDICE-LIC).
           MOVE LIC-MOTIVO      TO VEC-LIC-MOTIVO(INDICE-LIC).
           SET CANT-LICENCIAS TO INDICE-LIC.
           PERFORM LEER-LICENCIA.

      *- Cada fila del resumen dentro del anio de referencia suma (o
      *- resta, si viene neteada en negativo) a su profesor.
       ACUMULAR-RESUMEN.
           IF RES-PERIODO IS NOT LESS THAN WS-PERIODO-DESDE
               AND RES-PERIODO IS NOT GREATER THAN WS-PERIODO-HASTA
               PERFORM BUSCAR-FILA-VACACIONES
               IF IND-VAC-HALLADO > 0
                   ADD RES-IMPORTE
                       TO VEC-VAC-IMPORTE(IND-VAC-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-RESUMEN.

       BUSCAR-FILA-VACACIONES.
           MOVE 0 TO IND-VAC-HALLADO.
           PERFORM VARYING INDICE-VAC FROM 1 BY 1
               UNTIL INDICE-VAC > CANT-VAC
               IF VEC-VAC-NUMERO(INDICE-VAC) IS EQUAL
                   TO RES-PROF-NUMERO
                   SET IND-VAC-HALLADO TO INDICE-VAC
               END-IF
           END-PERFORM.
           IF IND-VAC-HALLADO = 0
               IF CANT-VAC < CON-CANT-PROF-MAX
                   ADD 1 TO CANT-VAC
                   SET IND-VAC-HALLADO TO CANT-VAC
                   MOVE RES-PROF-NUMERO
                       TO VEC-VAC-NUMERO(IND-VAC-HALLADO)
                   MOVE 0 TO VEC-VAC-IMPORTE(IND-VAC-HALLADO)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE PIERDE "
                       RES-PROF-NUMERO
               END-IF
           END-IF.

      *- Un profesor sin importe positivo en el anio no lleva
      *- vacaciones pagas y no sale en el listado; el registro de
      *- dias se graba igual para todo profesor del resumen.
       LIQUIDAR-PROFESOR.
           PERFORM BUSCAR-PROFESOR.
           PERFORM CALCULAR-PERIODO-COMPUTO.
           PERFORM CALCULAR-ANIOS-SERVICIO.
           PERFORM BUSCAR-DIAS-ESCALA.
           PERFORM CONTAR-LICENCIAS-PROFESOR.

           IF WS-DIAS-NO-COMPUT < WS-DIAS-PERIODO
               COMPUTE WS-DIAS-TRABAJADOS =
                   WS-DIAS-PERIODO - WS-DIAS-NO-COMPUT
           ELSE
               MOVE 0 TO WS-DIAS-TRABAJADOS
           END-IF.

      *- Menos de la mitad del anio trabajada: un dia de vacaciones
      *- cada veinte dias trabajados en lugar de la escala.
           IF WS-DIAS-TRABAJADOS * 2 < WS-DIAS-ANIO
               DIVIDE WS-DIAS-TRABAJADOS BY 20
                   GIVING WS-DIAS-CORRESP
           ELSE
               MOVE WS-DIAS-ESCALA TO WS-DIAS-CORRESP
           END-IF.

           MOVE 0 TO WS-VALOR-DIA.
           MOVE 0 TO WS-VACACIONES.
           IF VEC-VAC-IMPORTE(INDICE-VAC) > 0
               AND WS-DIAS-TRABAJADOS > 0
               COMPUTE WS-VALOR-DIA ROUNDED =
                   VEC-VAC-IMPORTE(INDICE-VAC) / WS-DIAS-TRABAJADOS
               COMPUTE WS-VACACIONES =
                   WS-VALOR-DIA * WS-DIAS-CORRESP
           END-IF.

           PERFORM GRABAR-VACACIONES-DIAS.
           IF WS-VACACIONES > 0
               PERFORM PRINT-DETALLE
               PERFORM GRABAR-VACACIONES-AP
               ADD WS-VACACIONES TO TOT-VACACIONES
               ADD 1 TO CANT-LIQUIDADOS
           END-IF.

       BUSCAR-PROFESOR.
           MOVE VEC-VAC-NUMERO(INDICE-VAC)
               TO PROF-NUMERO OF REG-PROFESORES.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               MOVE SPACES TO PROF-NOMBRE
               MOVE 0 TO PROF-FECHA-ALTA
               MOVE 0 TO PROF-FECHA-BAJA
           END-IF.

      *- Dias del anio de referencia en que el profesor estuvo en
      *- la nomina: desde el alta si ingreso en el anio, hasta la
      *- baja si egreso en el anio.
       CALCULAR-PERIODO-COMPUTO.
           MOVE WS-FECHA-INICIO-ANIO TO WS-COMPUTO-DESDE.
           IF PROF-FECHA-ALTA IS NUMERIC
               AND PROF-FECHA-ALTA > WS-COMPUTO-DESDE
               MOVE PROF-FECHA-ALTA TO WS-COMPUTO-DESDE
           END-IF.
           MOVE WS-FECHA-CORTE TO WS-COMPUTO-HASTA.
           IF PROF-FECHA-BAJA IS NUMERIC
               AND PROF-FECHA-BAJA > 0
               AND PROF-FECHA-BAJA < WS-COMPUTO-HASTA
               MOVE PROF-FECHA-BAJA TO WS-COMPUTO-HASTA
           END-IF.
           MOVE 0 TO WS-DIAS-PERIODO.
           IF WS-COMPUTO-DESDE IS NOT GREATER THAN WS-COMPUTO-HASTA
               MOVE WS-COMPUTO-DESDE TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               MOVE WS-JUL-DIA TO WS-JUL-DESDE
               MOVE WS-COMPUTO-HASTA TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               COMPUTE WS-DIAS-PERIODO =
                   WS-JUL-DIA - WS-JUL-DESDE + 1
           END-IF.

      *- Anios de servicio CUMPLIDOS al 31/12 del anio de referencia:
      *- al cierre del anio ya paso todo aniversario, alcanza con la
      *- resta de anios.
       CALCULAR-ANIOS-SERVICIO.
           MOVE 0 TO WS-ANIOS-ANTIG.
           IF PROF-FECHA-ALTA IS NUMERIC
               AND PROF-FECHA-ALTA > 0
               MOVE PROF-FECHA-ALTA(1:4) TO WS-AAAA-ALTA
               COMPUTE WS-ANIOS-ANTIG = WS-AAAA - WS-AAAA-ALTA
           END-IF.
           IF WS-ANIOS-ANTIG < 0
               MOVE 0 TO WS-ANIOS-ANTIG
           END-IF.

      *- Fila de la vigencia mas reciente no posterior al 31/12 cuyo
      *- tramo de anios contenga la antiguedad (misma regla que la
      *- escala de antiguedad de TP_PARTE_1A).
       BUSCAR-DIAS-ESCALA.
           MOVE 0 TO WS-DIAS-ESCALA.
           MOVE 0 TO VIG-ESC-HALLADA.
           PERFORM VARYING INDICE-ESC FROM 1 BY 1
               UNTIL INDICE-ESC > CANT-ESCALA
               IF VEC-ESC-VIG(INDICE-ESC) IS NOT GREATER
                       THAN WS-FECHA-CORTE
                   AND VEC-ESC-VIG(INDICE-ESC) IS NOT LESS
                       THAN VIG-ESC-HALLADA
                   AND WS-ANIOS-ANTIG IS NOT LESS
                       THAN VEC-ESC-DESDE(INDICE-ESC)
                   AND WS-ANIOS-ANTIG IS NOT GREATER
                       THAN VEC-ESC-HASTA(INDICE-ESC)
                   MOVE VEC-ESC-VIG(INDICE-ESC) TO VIG-ESC-HALLADA
                   MOVE VEC-ESC-DIAS(INDICE-ESC) TO WS-DIAS-ESCALA
               END-IF
           END-PERFORM.

      *- Recorre las licencias del profesor: las no computables
      *- restan dias del periodo de computo; las de vacaciones que
      *- caen en el periodo de goce son los dias tomados.
       CONTAR-LICENCIAS-PROFESOR.
           MOVE 0 TO WS-DIAS-NO-COMPUT.
           MOVE 0 TO WS-DIAS-TOMADOS.
           PERFORM CONTAR-LICENCIA
               VARYING INDICE-LIC FROM 1 BY 1
               UNTIL INDICE-LIC > CANT-LICENCIAS.

       CONTAR-LICENCIA.
           IF VEC-LIC-PROF(INDICE-LIC) IS EQUAL
               TO VEC-VAC-NUMERO(INDICE-VAC)
               PERFORM CLASIFICAR-LICENCIA
               IF LIC-ES-VACACIONES
                   MOVE WS-GOCE-DESDE TO WS-RANGO-DESDE
                   MOVE WS-GOCE-HASTA TO WS-RANGO-HASTA
                   PERFORM CALCULAR-DIAS-SOLAPE
                   ADD WS-DIAS-SOLAPE TO WS-DIAS-TOMADOS
               END-IF
               IF LIC-NO-COMPUTABLE
                   MOVE WS-COMPUTO-DESDE TO WS-RANGO-DESDE
                   MOVE WS-COMPUTO-HASTA TO WS-RANGO-HASTA
                   PERFORM CALCULAR-DIAS-SOLAPE
                   ADD WS-DIAS-SOLAPE TO WS-DIAS-NO-COMPUT
               END-IF
           END-IF.

       CLASIFICAR-LICENCIA.
           IF VEC-LIC-MOTIVO(INDICE-LIC)(1:8) = "VACACION"
               MOVE "V" TO WS-TIPO-LICENCIA
           ELSE
               IF VEC-LIC-MOTIVO(INDICE-LIC)(1:5) = "MEDIC"
                   OR VEC-LIC-MOTIVO(INDICE-LIC)(1:6) = "ENFERM"
                   OR VEC-LIC-MOTIVO(INDICE-LIC)(1:6) = "ACCIDE"
                   OR VEC-LIC-MOTIVO(INDICE-LIC)(1:6) = "MATERN"
                   MOVE "C" TO WS-TIPO-LICENCIA
               ELSE
                   MOVE "N" TO WS-TIPO-LICENCIA
               END-IF
           END-IF.

      *- Dias corridos de la licencia que caen dentro del rango.
       CALCULAR-DIAS-SOLAPE.
           MOVE 0 TO WS-DIAS-SOLAPE.
           MOVE VEC-LIC-DESDE(INDICE-LIC) TO WS-SOLAPE-DESDE.
           IF WS-SOLAPE-DESDE < WS-RANGO-DESDE
               MOVE WS-RANGO-DESDE TO WS-SOLAPE-DESDE
           END-IF.
           MOVE VEC-LIC-HASTA(INDICE-LIC) TO WS-SOLAPE-HASTA.
           IF WS-SOLAPE-HASTA > WS-RANGO-HASTA
               MOVE WS-RANGO-HASTA TO WS-SOLAPE-HASTA
           END-IF.
           IF WS-SOLAPE-DESDE IS NOT GREATER THAN WS-SOLAPE-HASTA
               MOVE WS-SOLAPE-DESDE TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               MOVE WS-JUL-DIA TO WS-JUL-DESDE
               MOVE WS-SOLAPE-HASTA TO WS-FECHA-JULIANA
               PERFORM CALCULAR-DIA-JULIANO
               COMPUTE WS-DIAS-SOLAPE =
                   WS-JUL-DIA - WS-JUL-DESDE + 1
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

       PRINT-DETALLE.
           MOVE VEC-VAC-NUMERO(INDICE-VAC) TO DT-PROF.
           MOVE PROF-NOMBRE        TO DT-NOMBRE.
           MOVE WS-ANIOS-ANTIG     TO DT-ANTIG.
           MOVE WS-DIAS-TRABAJADOS TO DT-TRABAJADOS.
           MOVE WS-DIAS-NO-COMPUT  TO DT-NO-COMPUT.
           MOVE WS-DIAS-CORRESP    TO DT-DIAS.
           MOVE WS-VALOR-DIA       TO DT-VALOR-DIA.
           MOVE WS-VACACIONES      TO DT-IMPORTE.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO LINEA.
           IF LINEA > 60
               PERFORM PRINT-SALTO-DE-PAGINA
               PERFORM PRINT-ENCABEZADO
               PERFORM PRINT-ENCABEZADO-TABLA
           END-IF.

       PRINT-TOTAL.
           MOVE TOT-VACACIONES TO LT-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           WRITE REG-LISTADO FROM LINEA-TOTAL.
           ADD 2 TO LINEA.

       GRABAR-VACACIONES-AP.
           MOVE VEC-VAC-NUMERO(INDICE-VAC) TO AGU-PROF-NUMERO.
           MOVE PROF-NOMBRE       TO AGU-PROF-NOMBRE.
           MOVE WS-AAAA           TO AGU-AAAA.
           MOVE 0                 TO AGU-SEMESTRE.
           MOVE 0                 TO AGU-MEJOR-MES.
           MOVE WS-VACACIONES     TO AGU-IMPORTE.
           WRITE REG-VACACIONES-AP.

       GRABAR-VACACIONES-DIAS.
           MOVE VEC-VAC-NUMERO(INDICE-VAC) TO VDI-PROF-NUMERO.
           MOVE WS-AAAA            TO VDI-AAAA.
           MOVE WS-ANIOS-ANTIG     TO VDI-ANIOS-ANTIG.
           MOVE WS-DIAS-TRABAJADOS TO VDI-DIAS-TRABAJADOS.
           MOVE WS-DIAS-NO-COMPUT  TO VDI-DIAS-NO-COMPUT.
           MOVE WS-DIAS-CORRESP    TO VDI-DIAS-CORRESP.
           MOVE WS-DIAS-TOMADOS    TO VDI-DIAS-TOMADOS.
           COMPUTE VDI-SALDO = WS-DIAS-CORRESP - WS-DIAS-TOMADOS.
           WRITE REG-VACACIONES-DIAS.

       PRINT-ENCABEZADO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-AAAA TO E2-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.

       PRINT-ENCABEZADO-TABLA.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 2 TO LINEA.

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
           CLOSE RESUMEN-FILE.
           CLOSE PROFESORES-FILE.
           CLOSE LISTADO.
           CLOSE VACACIONES-AP-FILE.
           CLOSE VACACIONES-DIAS-FILE.

       END PROGRAM LIQUIDAR-VACACIONES.
