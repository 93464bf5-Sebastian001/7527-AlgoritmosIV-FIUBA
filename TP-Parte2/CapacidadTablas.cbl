       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACIDAD-TABLAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Informe nocturno de capacidad de las tablas fijas en memoria
      *- que todavia quedan (la cuenta corriente, los certificados,
      *- los asientos y la conciliacion de transferencias ya trabajan
      *- por sort, sin tope). Cada programa con tabla fija deja su
      *- ocupacion al terminar en OcupacionTablas.dat (ver
      *- REGISTRAR-OCUPACION); este paso toma la ultima corrida de
      *- cada programa y tabla y lista filas usadas, tope, porcentaje
      *- de ocupacion y filas que quedaron afuera, en
      *- CapacidadTablas.txt. Una tabla que perdio filas, o que pasa
      *- el porcentaje de aviso, deja la corrida con estado "A" en
      *- ControlCorridas.dat: la cadena nocturna lo corre como paso
      *- no obligatorio, asi que avisa y sigue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OCUPACION-FILE
           ASSIGN TO DISK "../files/out/OcupacionTablas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OCUPACION.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/CapacidadTablas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       SELECT ARCH-OCUPACION
           ASSIGN TO DISK "../files/out/CapacidadTablas-Temporal.tmp"
           SORT STATUS IS SS-OCUPACION.

       DATA DIVISION.
       FILE SECTION.

       FD OCUPACION-FILE LABEL RECORD OMITTED.
       01 REG-OCUPACION.
           03 OCU-PROGRAMA      PIC X(20).
           03 FILLER            PIC X.
           03 OCU-TABLA         PIC X(20).
           03 FILLER            PIC X.
           03 OCU-USADOS        PIC 9(07).
           03 FILLER            PIC X.
           03 OCU-MAXIMO        PIC 9(07).
           03 FILLER            PIC X.
           03 OCU-PERDIDOS      PIC 9(07).
           03 FILLER            PIC X.
           03 OCU-FECHA         PIC 9(08).
           03 FILLER            PIC X.
           03 OCU-HORA          PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01 REG-LISTADO           PIC X(80).

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

      *- Dentro de cada programa y tabla, la ultima corrida queda al
      *- final del grupo.
       SD ARCH-OCUPACION
           DATA RECORD IS REG-ORD-OCUPACION.
       01 REG-ORD-OCUPACION.
           03 ORD-PROGRAMA      PIC X(20).
           03 ORD-TABLA         PIC X(20).
           03 ORD-FECHA         PIC 9(08).
           03 ORD-HORA          PIC 9(06).
           03 ORD-USADOS        PIC 9(07).
           03 ORD-MAXIMO        PIC 9(07).
           03 ORD-PERDIDOS      PIC 9(07).

       WORKING-STORAGE SECTION.

       77 FS-OCUPACION        PIC XX.
       77 FS-LISTADO          PIC XX.
       77 FS-CONTROLCORRIDAS  PIC XX.
       77 SS-OCUPACION        PIC XX.

      *- Porcentaje de ocupacion a partir del cual se avisa.
       78 CON-PORC-AVISO      VALUE 80.

      *- Programa y tabla en curso, y su ultima corrida.
       77 WS-PROGRAMA-ACTUAL  PIC X(20)     VALUE SPACES.
       77 WS-TABLA-ACTUAL     PIC X(20)     VALUE SPACES.
       77 WS-ULT-FECHA        PIC 9(08)     VALUE 0.
       77 WS-ULT-USADOS       PIC 9(07)     VALUE 0.
       77 WS-ULT-MAXIMO       PIC 9(07)     VALUE 0.
       77 WS-ULT-PERDIDOS     PIC 9(07)     VALUE 0.
       77 WS-PORCENTAJE       PIC 9(05)     VALUE 0.

       77 CANT-TABLAS         PIC 9(05)     VALUE 0.
       77 CANT-EN-AVISO       PIC 9(05)     VALUE 0.
       77 CANT-LLENAS         PIC 9(05)     VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).

       01 WS-FECHA-CORRIDA.
           03 WS-FC-AAAA        PIC 9(4).
           03 WS-FC-MM          PIC 9(2).
           03 WS-FC-DD          PIC 9(2).

      *- Contadores y estado para la bitacora de corridas.
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(64)   VALUE SPACES.

       01 ENCABEZADO2.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40) VALUE
              "Capacidad de las tablas fijas en memoria".
           03 FILLER PIC X(20) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(19)   VALUE "Programa".
           03 FILLER       PIC X(19)   VALUE "Tabla".
           03 FILLER       PIC X(8)    VALUE "  Usadas".
           03 FILLER       PIC X(8)    VALUE "    Tope".
           03 FILLER       PIC X(6)    VALUE "  Ocup".
           03 FILLER       PIC X(8)    VALUE " Afuera".
           03 FILLER       PIC X(12)   VALUE "  Corrida".

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 DATOS-TABLA.
           03 DT-PROGRAMA      PIC X(18).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-TABLA         PIC X(18).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-USADOS        PIC ZZZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-MAXIMO        PIC ZZZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PORCENTAJE    PIC ZZZZ9.
           03 FILLER           PIC X       VALUE "%".
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PERDIDOS      PIC ZZZZZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-AAAA    PIC 9(4).

       01 LINEA-AVISO.
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 AV-TEXTO         PIC X(75).

       01 LINEA-TOTALES.
           03 FILLER           PIC X(18)   VALUE "Tablas informadas:".
           03 TOT-TABLAS       PIC ZZZZ9.
           03 FILLER           PIC X(12)   VALUE "   En aviso:".
           03 TOT-AVISO        PIC ZZZZ9.
           03 FILLER           PIC X(19)   VALUE
              "   Con filas fuera:".
           03 TOT-LLENAS       PIC ZZZZ9.
           03 FILLER           PIC X(16)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM ABRIR-LISTADO.
           PERFORM PRINT-ENCABEZADO.
           OPEN INPUT OCUPACION-FILE.
           IF FS-OCUPACION IS NOT EQUAL TO 00
               MOVE "SIN REGISTROS DE OCUPACION TODAVIA" TO AV-TEXTO
               WRITE REG-LISTADO FROM LINEA-AVISO
               DISPLAY "SIN OCUPACIONTABLAS.DAT, NADA QUE INFORMAR"
           ELSE
               SORT ARCH-OCUPACION
                   ASCENDING KEY ORD-PROGRAMA
                   ASCENDING KEY ORD-TABLA
                   ASCENDING KEY ORD-FECHA
                   ASCENDING KEY ORD-HORA
                   INPUT PROCEDURE SOLTAR-OCUPACION
                   OUTPUT PROCEDURE INFORMAR-TABLAS
               CLOSE OCUPACION-FILE
           END-IF.
           PERFORM PRINT-TOTALES.
           CLOSE LISTADO.
           IF CANT-EN-AVISO > 0 OR CANT-LLENAS > 0
               MOVE "A" TO WS-ESTADO-CORRIDA
               DISPLAY "ATENCION: " CANT-EN-AVISO " TABLAS EN AVISO Y "
                   CANT-LLENAS " CON FILAS FUERA, VER "
                   "CAPACIDADTABLAS.TXT"
           END-IF.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: corre como paso del plan de la cadena.
           GOBACK.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD OF ENCABEZADO1.
           MOVE HOY-MM   TO FECHA-MM OF ENCABEZADO1.
           MOVE HOY-AAAA TO FECHA-AAAA OF ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       SOLTAR-OCUPACION.
           PERFORM LEER-OCUPACION.
           PERFORM SOLTAR-UNA-OCUPACION UNTIL FS-OCUPACION = 10.

       LEER-OCUPACION.
           READ OCUPACION-FILE.
           IF FS-OCUPACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER OCUPACION FS: " FS-OCUPACION
           END-IF.

       SOLTAR-UNA-OCUPACION.
           ADD 1 TO WS-CTL-LEIDOS.
           MOVE OCU-PROGRAMA TO ORD-PROGRAMA.
           MOVE OCU-TABLA    TO ORD-TABLA.
           MOVE OCU-FECHA    TO ORD-FECHA.
           MOVE OCU-HORA     TO ORD-HORA.
           MOVE OCU-USADOS   TO ORD-USADOS.
           MOVE OCU-MAXIMO   TO ORD-MAXIMO.
           MOVE OCU-PERDIDOS TO ORD-PERDIDOS.
           RELEASE REG-ORD-OCUPACION.
           PERFORM LEER-OCUPACION.

      *- Corte de control por programa y tabla: se informa la ultima
      *- corrida de cada una.
       INFORMAR-TABLAS.
           PERFORM LEER-ORDENADO.
           PERFORM INFORMAR-UNA-TABLA UNTIL SS-OCUPACION = 10.

       LEER-ORDENADO.
           RETURN ARCH-OCUPACION RECORD
           AT END
           IF SS-OCUPACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER OCUPACION ORDENADA SS: "
                   SS-OCUPACION
           END-IF.

       INFORMAR-UNA-TABLA.
           MOVE ORD-PROGRAMA TO WS-PROGRAMA-ACTUAL.
           MOVE ORD-TABLA    TO WS-TABLA-ACTUAL.
           PERFORM GUARDAR-ULTIMA-CORRIDA
               UNTIL SS-OCUPACION = 10
               OR ORD-PROGRAMA IS NOT EQUAL TO WS-PROGRAMA-ACTUAL
               OR ORD-TABLA IS NOT EQUAL TO WS-TABLA-ACTUAL.
           PERFORM PRINT-RENGLON-TABLA.

       GUARDAR-ULTIMA-CORRIDA.
           MOVE ORD-FECHA    TO WS-ULT-FECHA.
           MOVE ORD-USADOS   TO WS-ULT-USADOS.
           MOVE ORD-MAXIMO   TO WS-ULT-MAXIMO.
           MOVE ORD-PERDIDOS TO WS-ULT-PERDIDOS.
           PERFORM LEER-ORDENADO.

       PRINT-RENGLON-TABLA.
           ADD 1 TO CANT-TABLAS.
           IF WS-ULT-MAXIMO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-ULT-USADOS * 100 / WS-ULT-MAXIMO
           ELSE
               MOVE 0 TO WS-PORCENTAJE
           END-IF.
           MOVE WS-PROGRAMA-ACTUAL TO DT-PROGRAMA.
           MOVE WS-TABLA-ACTUAL    TO DT-TABLA.
           MOVE WS-ULT-USADOS      TO DT-USADOS.
           MOVE WS-ULT-MAXIMO      TO DT-MAXIMO.
           MOVE WS-PORCENTAJE      TO DT-PORCENTAJE.
           MOVE WS-ULT-PERDIDOS    TO DT-PERDIDOS.
           MOVE WS-ULT-FECHA       TO WS-FECHA-CORRIDA.
           MOVE WS-FC-DD           TO DT-FECHA-DD.
           MOVE WS-FC-MM           TO DT-FECHA-MM.
           MOVE WS-FC-AAAA         TO DT-FECHA-AAAA.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO WS-CTL-GRABADOS.
           EVALUATE TRUE
               WHEN WS-ULT-PERDIDOS > 0
                   ADD 1 TO CANT-LLENAS
                   MOVE "TABLA LLENA: EL LISTADO DE LA ULTIMA CORRIDA "
                       TO AV-TEXTO
                   MOVE "SALIO INCOMPLETO" TO AV-TEXTO(46:16)
                   WRITE REG-LISTADO FROM LINEA-AVISO
               WHEN WS-PORCENTAJE >= CON-PORC-AVISO
                   ADD 1 TO CANT-EN-AVISO
                   MOVE "OCUPACION EN ZONA DE AVISO, AMPLIAR EL TOPE "
                       TO AV-TEXTO
                   MOVE "ANTES DE QUE SE LLENE" TO AV-TEXTO(45:21)
                   WRITE REG-LISTADO FROM LINEA-AVISO
           END-EVALUATE.

       PRINT-TOTALES.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE CANT-TABLAS   TO TOT-TABLAS.
           MOVE CANT-EN-AVISO TO TOT-AVISO.
           MOVE CANT-LLENAS   TO TOT-LLENAS.
           WRITE REG-LISTADO FROM LINEA-TOTALES.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       REGISTRAR-CONTROL-FIN.
           MOVE "F" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       GRABAR-CONTROL-CORRIDA.
           OPEN EXTEND CONTROLCORRIDAS-FILE.
           IF FS-CONTROLCORRIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONTROLCORRIDAS FS: "
                   FS-CONTROLCORRIDAS
           ELSE
               MOVE "CAPACIDAD-TABLAS" TO CTL-PROGRAMA
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

       END PROGRAM CAPACIDAD-TABLAS.
