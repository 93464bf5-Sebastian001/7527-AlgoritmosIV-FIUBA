       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASISTENCIA-POR-TIPO.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Informe mensual de asistencia por sucursal y tipo de clase:
      *- clases dictadas, clases con asistencia informada, total de
      *- alumnos, promedio por clase y costo docente por alumno-hora.
      *- El costo sale de lo devengado clase por clase en el detalle
      *- indexado que persiste TP-PARTE2 (ListadoSucursalDetalle.dat);
      *- el tipo de clase y la cantidad de asistentes se toman del
      *- Times.dat indexado (o de TimesHistorico.dat, si la clase ya
      *- se archivo) por la misma clave profesor/fecha/CUIT/TIM-SEC.
      *-
      *- La cantidad de asistentes es optativa en las novedades (en
      *- blanco en las fuentes viejas o de sucursales que no la
      *- llevan): esas clases cuentan como dictadas y su importe sale
      *- en la columna Importe, pero no entran al promedio ni al costo
      *- por alumno-hora, que se calculan solo sobre las informadas.
      *- Las correcciones/reversos ("C") no son clases y se saltean,
      *- igual que las clases canceladas tarde ("T"), que no se
      *- dictaron.
      *-
      *- Cada clase informada con menos alumnos que el minimo del tipo
      *- (TIP-ASIST-MIN de TiposClase.dat, de la vigencia que cubre la
      *- fecha; 0 = sin control) sale marcada BAJO MINIMO antes del
      *- renglon de su tipo. El periodo se toma de AsistenciaPeriodo.txt
      *- (AAAAMM; sin archivo, el mes de la fecha).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DETALLE-SUCURSAL-FILE
           ASSIGN TO DISK "../files/out/ListadoSucursalDetalle.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DET-CLAVE OF REG-DETALLE-SUCURSAL
           FILE STATUS IS FS-DETALLE.

       SELECT TIMES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIM-CLAVE OF REG-TIMES
           ALTERNATE RECORD KEY IS TIM-CUIT OF REG-TIMES
           WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

       SELECT HISTORICO-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/TimesHistorico.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIM-CLAVE OF REG-HISTORICO
           ALTERNATE RECORD KEY IS TIM-CUIT OF REG-HISTORICO
           WITH DUPLICATES
           FILE STATUS IS FS-HISTORICO.

       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT PERIODO-FILE
           ASSIGN TO DISK "../files/in/AsistenciaPeriodo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/AsistenciaPorTipo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ARCH-ASISTENCIA
           ASSIGN TO DISK "../files/out/AsistenciaPorTipo.tmp"
           SORT STATUS IS SS-ASISTENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD DETALLE-SUCURSAL-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DETALLE-SUCURSAL.
           03 DET-CLAVE.
               05 DET-RAZON             PIC X(25).
               05 DET-CUIT              PIC 9(11).
               05 DET-FECHA             PIC 9(08).
               05 DET-PROF-NUMERO       PIC X(05).
               05 DET-TIM-SEC           PIC 9(04).
           03 DET-PROF-NOMBRE           PIC X(25).
           03 DET-HORAS                 PIC 9(02)V99.
           03 DET-IMPORTE               PIC 9(07)V99.
           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
           03 DET-TIPO-NOV              PIC X(01).
              88 DET-ES-CORRECCION                 VALUE "C".
              88 DET-ES-CANCEL-TARDIA              VALUE "T".
           03 DET-TIP-CLASE             PIC X(04).
           03 DET-ID-CORRIDA            PIC X(16).

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
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-HISTORICO.
           03 TIM-CLAVE.
               05 TIM-NUMERO   PIC X(05).
               05 TIM-FECHA    PIC 9(08).
               05 TIM-CUIT     PIC 9(11).
               05 TIM-SEC      PIC 9(04).
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIPOSCLASE.
              03 TIP-CLAVE.
                 05 TIP-CLASE      PIC X(04).
                 05 TIP-VIG-DES    PIC 9(08).
              03 TIP-DESC          PIC X(20).
              03 TIP-TARIFA        PIC 9(5)V99.
              03 TIP-HORAS-MIN     PIC 9(2)V99.
              03 TIP-HORAS-MAX     PIC 9(2)V99.
              03 TIP-ASIST-MIN     PIC 9(03).

       FD PERIODO-FILE LABEL RECORD OMITTED.
       01 REG-PERIODO           PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

      *- Una clase del periodo con su tipo, su asistencia y el minimo
      *- del tipo ya resuelto, ordenada por sucursal/tipo/fecha.
       SD ARCH-ASISTENCIA
           DATA RECORD IS REG-ASISTENCIA.
       01 REG-ASISTENCIA.
           03 ASI-RAZON         PIC X(25).
           03 ASI-CUIT          PIC 9(11).
           03 ASI-TIP-CLASE     PIC X(04).
           03 ASI-FECHA         PIC 9(08).
           03 ASI-PROF-NUMERO   PIC X(05).
           03 ASI-HORAS         PIC 9(02)V99.
           03 ASI-IMPORTE       PIC 9(07)V99.
           03 ASI-INFORMADA     PIC X(01).
              88 ASI-CON-ASISTENCIA          VALUE "S".
           03 ASI-ASISTENTES    PIC 9(03).
           03 ASI-MINIMO        PIC 9(03).

       WORKING-STORAGE SECTION.

       77 FS-DETALLE      PIC XX.
       77 FS-TIMES        PIC XX.
       77 FS-HISTORICO    PIC XX.
       77 FS-TIPOSCLASE   PIC XX.
       77 FS-PERIODO      PIC XX.
       77 FS-LISTADO      PIC XX.
       77 SS-ASISTENCIA   PIC XX.

       77 WS-PERIODO        PIC 9(06)    VALUE 0.
       77 WS-HAY-HISTORICO  PIC X(01)    VALUE "N".
          88 HAY-HISTORICO               VALUE "S".
       77 WS-CLASE-HALLADA  PIC X(01)    VALUE "N".
          88 CLASE-HALLADA               VALUE "S".

      *- Tipo y asistentes de la clase hallada en Times (vivo o
      *- historico).
       77 WS-TIP-CLASE      PIC X(04)    VALUE SPACES.
       77 WS-ASISTENTES     PIC X(03)    VALUE SPACES.

      *- Vigencias de TiposClase.dat con su minimo de asistentes.
       78 CON-CANT-VIG-MAX  VALUE 500.
       01 VEC-TIPOS.
           03 VEC-TIP-ELM
               OCCURS CON-CANT-VIG-MAX TIMES
               INDEXED BY INDICE-TIP.
               05 VEC-TIP-CLASE       PIC X(04).
               05 VEC-TIP-VIG-DES     PIC 9(08).
               05 VEC-TIP-ASIST-MIN   PIC 9(03).
       77 CANT-TIP          PIC 999      VALUE 0.
       77 WS-VIG-HALLADA    PIC 9(08)    VALUE 0.

       77 CANT-LEIDAS       PIC 9(06)    VALUE 0.
       77 CANT-SIN-TIMES    PIC 9(06)    VALUE 0.
       77 CANT-BAJO-MINIMO  PIC 9(06)    VALUE 0.

       77 ANT-CUIT          PIC 9(11)    VALUE 0.
       77 ANT-RAZON         PIC X(25)    VALUE SPACES.
       77 ANT-TIPO          PIC X(04)    VALUE SPACES.

      *- Acumulados por tipo, por sucursal y generales, todos con el
      *- mismo formato para imprimirlos con un unico renglon.
       01 ACUM-TIPO.
           03 AT-CLASES         PIC 9(06)     VALUE 0.
           03 AT-INFORMADAS     PIC 9(06)     VALUE 0.
           03 AT-ASISTENTES     PIC 9(08)     VALUE 0.
           03 AT-IMPORTE        PIC 9(10)V99  VALUE 0.
           03 AT-IMPORTE-INF    PIC 9(10)V99  VALUE 0.
           03 AT-ALUMNO-HORAS   PIC 9(09)V99  VALUE 0.
           03 AT-BAJO-MINIMO    PIC 9(06)     VALUE 0.
       01 ACUM-SUCURSAL.
           03 AS-CLASES         PIC 9(06)     VALUE 0.
           03 AS-INFORMADAS     PIC 9(06)     VALUE 0.
           03 AS-ASISTENTES     PIC 9(08)     VALUE 0.
           03 AS-IMPORTE        PIC 9(10)V99  VALUE 0.
           03 AS-IMPORTE-INF    PIC 9(10)V99  VALUE 0.
           03 AS-ALUMNO-HORAS   PIC 9(09)V99  VALUE 0.
           03 AS-BAJO-MINIMO    PIC 9(06)     VALUE 0.
       01 ACUM-GENERAL.
           03 AG-CLASES         PIC 9(06)     VALUE 0.
           03 AG-INFORMADAS     PIC 9(06)     VALUE 0.
           03 AG-ASISTENTES     PIC 9(08)     VALUE 0.
           03 AG-IMPORTE        PIC 9(10)V99  VALUE 0.
           03 AG-IMPORTE-INF    PIC 9(10)V99  VALUE 0.
           03 AG-ALUMNO-HORAS   PIC 9(09)V99  VALUE 0.
           03 AG-BAJO-MINIMO    PIC 9(06)     VALUE 0.
       01 ACUM-LINEA.
           03 AL-CLASES         PIC 9(06).
           03 AL-INFORMADAS     PIC 9(06).
           03 AL-ASISTENTES     PIC 9(08).
           03 AL-IMPORTE        PIC 9(10)V99.
           03 AL-IMPORTE-INF    PIC 9(10)V99.
           03 AL-ALUMNO-HORAS   PIC 9(09)V99.
           03 AL-BAJO-MINIMO    PIC 9(06).

       77 WS-ALUMNO-HORAS   PIC 9(05)V99  VALUE 0.
       77 WS-PROMEDIO       PIC 9(04)V9   VALUE 0.
       77 WS-COSTO          PIC 9(07)V99  VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 WS-FECHA-CLASE.
           03 CLA-AAAA          PIC 9(4).
           03 CLA-MM            PIC 9(2).
           03 CLA-DD            PIC 9(2).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(64)   VALUE SPACES.
       01 ENCABEZADO2.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(51) VALUE
              "Asistencia por sucursal y tipo de clase - periodo ".
           03 E2-PERIODO-MM    PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E2-PERIODO-AAAA  PIC 9(4).
           03 FILLER PIC X(11) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.
       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(7)    VALUE "   Tipo".
           03 FILLER       PIC X(7)    VALUE " Clases".
           03 FILLER       PIC X(7)    VALUE " Inform".
           03 FILLER       PIC X(9)    VALUE "  Alumnos".
           03 FILLER       PIC X(8)    VALUE "   Prom.".
           03 FILLER       PIC X(14)   VALUE "       Importe".
           03 FILLER       PIC X(12)   VALUE " $ Alum-hora".
           03 FILLER       PIC X(6)    VALUE "  Bajo".
           03 FILLER       PIC X(10)   VALUE SPACES.
       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".
       01 LINEA-SUCURSAL.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 LS-RAZON         PIC X(25).
           03 FILLER           PIC X(6)    VALUE " CUIT ".
           03 LS-CUIT          PIC 9(11).
           03 FILLER           PIC X(28)   VALUE SPACES.
       01 DATOS-TABLA.
           03 DT-ROTULO        PIC X(07).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-CLASES        PIC ZZZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-INFORMADAS    PIC ZZZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-ASISTENTES    PIC ZZZZZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-PROMEDIO      PIC ZZZ9,9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-IMPORTE       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-COSTO         PIC ZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-BAJO-MINIMO   PIC ZZZ9.
           03 FILLER           PIC X(10)   VALUE SPACES.
       01 LINEA-BAJO-MINIMO.
           03 FILLER           PIC X(7)    VALUE SPACES.
           03 FILLER           PIC X(13)   VALUE "BAJO MINIMO  ".
           03 LB-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LB-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LB-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X(11)   VALUE "  Profesor ".
           03 LB-PROF-NUMERO   PIC X(05).
           03 FILLER           PIC X(10)   VALUE "  Alumnos ".
           03 LB-ASISTENTES    PIC ZZ9.
           03 FILLER           PIC X(11)   VALUE " de minimo ".
           03 LB-MINIMO        PIC ZZ9.
           03 FILLER           PIC X(7)    VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-TIPOSCLASE.
           SORT ARCH-ASISTENCIA
               ASCENDING KEY ASI-RAZON
               ASCENDING KEY ASI-CUIT
               ASCENDING KEY ASI-TIP-CLASE
               ASCENDING KEY ASI-FECHA
               ASCENDING KEY ASI-PROF-NUMERO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "CLASES DEL PERIODO:        " AG-CLASES.
           DISPLAY "CON ASISTENCIA INFORMADA:  " AG-INFORMADAS.
           DISPLAY "BAJO EL MINIMO DEL TIPO:   " CANT-BAJO-MINIMO.
           IF CANT-SIN-TIMES > 0
               DISPLAY "ATENCION: " CANT-SIN-TIMES
                   " RENGLONES DEL DETALLE SIN CLASE EN TIMES"
           END-IF.
           STOP RUN.

       CARGAR-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE WS-PERIODO = HOY-AAAA * 100 + HOY-MM.
           OPEN INPUT PERIODO-FILE.
           IF FS-PERIODO IS EQUAL TO 00
               READ PERIODO-FILE
               IF FS-PERIODO IS EQUAL TO 00
                   AND REG-PERIODO IS NUMERIC
                   AND REG-PERIODO IS NOT EQUAL TO 0
                   MOVE REG-PERIODO TO WS-PERIODO
               END-IF
               CLOSE PERIODO-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO ASISTENCIAPERIODO.TXT, SE "
                   "INFORMA EL MES DE LA FECHA"
           END-IF.
           DISPLAY "ASISTENCIA DEL PERIODO " WS-PERIODO.

      *- Sin TiposClase.dat el informe sale igual, sin marcar clases
      *- bajo el minimo.
       CARGAR-TIPOSCLASE.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO TIPOSCLASE.DAT, NO SE CONTROLA "
                   "EL MINIMO DE ASISTENTES"
           ELSE
               PERFORM LEER-TIPOSCLASE
               PERFORM GUARDAR-TIPOCLASE
                   VARYING INDICE-TIP FROM 1 BY 1
                   UNTIL INDICE-TIP > CON-CANT-VIG-MAX
                   OR FS-TIPOSCLASE IS EQUAL TO 10
               CLOSE TIPOSCLASE-FILE
           END-IF.

       LEER-TIPOSCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

      *- Las filas anteriores al minimo de asistentes lo traen en
      *- blanco: sin control.
       GUARDAR-TIPOCLASE.
           MOVE TIP-CLASE   TO VEC-TIP-CLASE(INDICE-TIP).
           MOVE TIP-VIG-DES TO VEC-TIP-VIG-DES(INDICE-TIP).
           IF TIP-ASIST-MIN IS NUMERIC
               MOVE TIP-ASIST-MIN TO VEC-TIP-ASIST-MIN(INDICE-TIP)
           ELSE
               MOVE 0 TO VEC-TIP-ASIST-MIN(INDICE-TIP)
           END-IF.
           SET CANT-TIP TO INDICE-TIP.
           PERFORM LEER-TIPOSCLASE.

      *
      *     ENTRADA-SECTION
       ENTRADA.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DETALLE-SUCURSAL FS: "
                   FS-DETALLE
               STOP RUN
           END-IF.
           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.
           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO IS EQUAL TO 00
               MOVE "S" TO WS-HAY-HISTORICO
           END-IF.
           PERFORM LEER-DETALLE.
           PERFORM SOLTAR-AL-SORT UNTIL FS-DETALLE = 10.
           CLOSE DETALLE-SUCURSAL-FILE.
           CLOSE TIMES-FILE.
           IF HAY-HISTORICO
               CLOSE HISTORICO-FILE
           END-IF.

       LEER-DETALLE.
           READ DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DETALLE-SUCURSAL FS: "
                   FS-DETALLE
           END-IF.

       SOLTAR-AL-SORT.
           IF DET-FECHA(1:6) IS EQUAL TO WS-PERIODO
               AND NOT DET-ES-CORRECCION
               AND NOT DET-ES-CANCEL-TARDIA
               ADD 1 TO CANT-LEIDAS
               PERFORM BUSCAR-CLASE
               IF CLASE-HALLADA
                   PERFORM ARMAR-REG-ASISTENCIA
                   RELEASE REG-ASISTENCIA
               ELSE
                   ADD 1 TO CANT-SIN-TIMES
               END-IF
           END-IF.
           PERFORM LEER-DETALLE.

      *- El renglon del detalle lleva la clave completa de la clase en
      *- Times; si ya no esta en el vivo se busca en el historico.
       BUSCAR-CLASE.
           MOVE "N" TO WS-CLASE-HALLADA.
           MOVE DET-PROF-NUMERO TO TIM-NUMERO OF REG-TIMES.
           MOVE DET-FECHA       TO TIM-FECHA OF REG-TIMES.
           MOVE DET-CUIT        TO TIM-CUIT OF REG-TIMES.
           MOVE DET-TIM-SEC     TO TIM-SEC OF REG-TIMES.
           READ TIMES-FILE RECORD
               KEY IS TIM-CLAVE OF REG-TIMES.
           IF FS-TIMES IS EQUAL TO 00
               MOVE "S" TO WS-CLASE-HALLADA
               MOVE TIM-TIP-CLASE OF REG-TIMES  TO WS-TIP-CLASE
               MOVE TIM-ASISTENTES OF REG-TIMES TO WS-ASISTENTES
           ELSE
               IF HAY-HISTORICO
                   MOVE TIM-CLAVE OF REG-TIMES
                       TO TIM-CLAVE OF REG-HISTORICO
                   READ HISTORICO-FILE RECORD
                       KEY IS TIM-CLAVE OF REG-HISTORICO
                   IF FS-HISTORICO IS EQUAL TO 00
                       MOVE "S" TO WS-CLASE-HALLADA
                       MOVE TIM-TIP-CLASE OF REG-HISTORICO
                           TO WS-TIP-CLASE
                       MOVE TIM-ASISTENTES OF REG-HISTORICO
                           TO WS-ASISTENTES
                   END-IF
               END-IF
           END-IF.

      *- Asistentes en blanco o no numericos = no informada.
       ARMAR-REG-ASISTENCIA.
           MOVE DET-RAZON       TO ASI-RAZON.
           MOVE DET-CUIT        TO ASI-CUIT.
           MOVE WS-TIP-CLASE    TO ASI-TIP-CLASE.
           MOVE DET-FECHA       TO ASI-FECHA.
           MOVE DET-PROF-NUMERO TO ASI-PROF-NUMERO.
           MOVE DET-HORAS       TO ASI-HORAS.
           MOVE DET-IMPORTE     TO ASI-IMPORTE.
           IF WS-ASISTENTES IS NUMERIC
               MOVE "S"           TO ASI-INFORMADA
               MOVE WS-ASISTENTES TO ASI-ASISTENTES
           ELSE
               MOVE "N"           TO ASI-INFORMADA
               MOVE 0             TO ASI-ASISTENTES
           END-IF.
           PERFORM BUSCAR-MINIMO-TIPO.

      *- Minimo de la vigencia mas reciente del tipo que no sea
      *- posterior a la fecha de la clase.
       BUSCAR-MINIMO-TIPO.
           MOVE 0 TO ASI-MINIMO.
           MOVE 0 TO WS-VIG-HALLADA.
           PERFORM VARYING INDICE-TIP FROM 1 BY 1
               UNTIL INDICE-TIP > CANT-TIP
               IF VEC-TIP-CLASE(INDICE-TIP) IS EQUAL TO WS-TIP-CLASE
                   AND VEC-TIP-VIG-DES(INDICE-TIP) IS NOT GREATER
                       THAN DET-FECHA
                   AND VEC-TIP-VIG-DES(INDICE-TIP) IS NOT LESS
                       THAN WS-VIG-HALLADA
                   MOVE VEC-TIP-VIG-DES(INDICE-TIP) TO WS-VIG-HALLADA
                   MOVE VEC-TIP-ASIST-MIN(INDICE-TIP) TO ASI-MINIMO
               END-IF
           END-PERFORM.

      *
      *     SALIDA-SECTION
       SALIDA.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM PRINT-ENCABEZADO.
           PERFORM LEER-ARCH-ASISTENCIA.
           PERFORM PROCESAR-SUCURSAL UNTIL SS-ASISTENCIA = 10.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE ACUM-GENERAL TO ACUM-LINEA.
           MOVE "General" TO DT-ROTULO.
           PERFORM PRINT-RENGLON.
           CLOSE LISTADO.

       LEER-ARCH-ASISTENCIA.
           RETURN ARCH-ASISTENCIA RECORD
               AT END MOVE "10" TO SS-ASISTENCIA
           END-RETURN.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD.
           MOVE HOY-MM   TO FECHA-MM.
           MOVE HOY-AAAA TO FECHA-AAAA.
           MOVE WS-PERIODO(5:2) TO E2-PERIODO-MM.
           MOVE WS-PERIODO(1:4) TO E2-PERIODO-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PROCESAR-SUCURSAL.
           MOVE ASI-CUIT  TO ANT-CUIT.
           MOVE ASI-RAZON TO ANT-RAZON.
           INITIALIZE ACUM-SUCURSAL.
           MOVE ANT-RAZON TO LS-RAZON.
           MOVE ANT-CUIT  TO LS-CUIT.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-SUCURSAL.
           PERFORM PROCESAR-TIPO
               UNTIL SS-ASISTENCIA = 10
               OR ASI-CUIT IS NOT EQUAL TO ANT-CUIT
               OR ASI-RAZON IS NOT EQUAL TO ANT-RAZON.
           MOVE ACUM-SUCURSAL TO ACUM-LINEA.
           MOVE "Total" TO DT-ROTULO.
           PERFORM PRINT-RENGLON.

       PROCESAR-TIPO.
           MOVE ASI-TIP-CLASE TO ANT-TIPO.
           INITIALIZE ACUM-TIPO.
           PERFORM PROCESAR-CLASE
               UNTIL SS-ASISTENCIA = 10
               OR ASI-CUIT IS NOT EQUAL TO ANT-CUIT
               OR ASI-RAZON IS NOT EQUAL TO ANT-RAZON
               OR ASI-TIP-CLASE IS NOT EQUAL TO ANT-TIPO.
           MOVE ACUM-TIPO TO ACUM-LINEA.
           MOVE SPACES TO DT-ROTULO.
           MOVE ANT-TIPO TO DT-ROTULO(4:4).
           PERFORM PRINT-RENGLON.

      *- Cada clase suma en los tres niveles; la informada por debajo
      *- del minimo de su tipo sale marcada en el momento.
       PROCESAR-CLASE.
           ADD 1           TO AT-CLASES AS-CLASES AG-CLASES.
           ADD ASI-IMPORTE TO AT-IMPORTE AS-IMPORTE AG-IMPORTE.
           IF ASI-CON-ASISTENCIA
               COMPUTE WS-ALUMNO-HORAS = ASI-ASISTENTES * ASI-HORAS
               ADD 1 TO AT-INFORMADAS AS-INFORMADAS AG-INFORMADAS
               ADD ASI-ASISTENTES
                   TO AT-ASISTENTES AS-ASISTENTES AG-ASISTENTES
               ADD ASI-IMPORTE
                   TO AT-IMPORTE-INF AS-IMPORTE-INF AG-IMPORTE-INF
               ADD WS-ALUMNO-HORAS
                   TO AT-ALUMNO-HORAS AS-ALUMNO-HORAS AG-ALUMNO-HORAS
               IF ASI-MINIMO > 0
                   AND ASI-ASISTENTES < ASI-MINIMO
                   ADD 1 TO AT-BAJO-MINIMO AS-BAJO-MINIMO
                       AG-BAJO-MINIMO
                   ADD 1 TO CANT-BAJO-MINIMO
                   PERFORM PRINT-BAJO-MINIMO
               END-IF
           END-IF.
           PERFORM LEER-ARCH-ASISTENCIA.

       PRINT-BAJO-MINIMO.
           MOVE ASI-FECHA       TO WS-FECHA-CLASE.
           MOVE CLA-DD          TO LB-FECHA-DD.
           MOVE CLA-MM          TO LB-FECHA-MM.
           MOVE CLA-AAAA        TO LB-FECHA-AAAA.
           MOVE ASI-PROF-NUMERO TO LB-PROF-NUMERO.
           MOVE ASI-ASISTENTES  TO LB-ASISTENTES.
           MOVE ASI-MINIMO      TO LB-MINIMO.
           WRITE REG-LISTADO FROM LINEA-BAJO-MINIMO.

      *- Promedio y costo por alumno-hora solo sobre las clases con
      *- asistencia informada; sin ninguna salen en cero.
       PRINT-RENGLON.
           MOVE AL-CLASES      TO DT-CLASES.
           MOVE AL-INFORMADAS  TO DT-INFORMADAS.
           MOVE AL-ASISTENTES  TO DT-ASISTENTES.
           MOVE AL-IMPORTE     TO DT-IMPORTE.
           MOVE AL-BAJO-MINIMO TO DT-BAJO-MINIMO.
           IF AL-INFORMADAS > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   AL-ASISTENTES / AL-INFORMADAS
           ELSE
               MOVE 0 TO WS-PROMEDIO
           END-IF.
           IF AL-ALUMNO-HORAS > 0
               COMPUTE WS-COSTO ROUNDED =
                   AL-IMPORTE-INF / AL-ALUMNO-HORAS
           ELSE
               MOVE 0 TO WS-COSTO
           END-IF.
           MOVE WS-PROMEDIO TO DT-PROMEDIO.
           MOVE WS-COSTO    TO DT-COSTO.
           WRITE REG-LISTADO FROM DATOS-TABLA.

       END PROGRAM ASISTENCIA-POR-TIPO.
