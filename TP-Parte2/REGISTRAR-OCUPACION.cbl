       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-OCUPACION.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Bitacora de ocupacion de las tablas fijas en memoria. Los
      *- programas que todavia cargan un archivo entero en una tabla
      *- con tope (CALIDAD-MAESTROS, CONTROL-AGENDA, AGING-FACTURAS)
      *- dejan aca, al terminar, cuantas filas usaron, el tope y
      *- cuantas quedaron afuera por tabla llena, para que
      *- CAPACIDAD-TABLAS avise desde la cadena nocturna antes de que
      *- el volumen pase el tope y el listado salga incompleto. Se
      *- pide como subprograma (igual que CONTROLAR-CONSUMO) porque
      *- lo llaman varios programas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OCUPACION-FILE
           ASSIGN TO DISK "../files/out/OcupacionTablas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OCUPACION.

       DATA DIVISION.
       FILE SECTION.

       FD OCUPACION-FILE LABEL RECORD OMITTED.
       01 REG-OCUPACION.
           03 OCU-PROGRAMA      PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-TABLA         PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-USADOS        PIC 9(07).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-MAXIMO        PIC 9(07).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-PERDIDOS      PIC 9(07).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 OCU-HORA          PIC 9(06).

       WORKING-STORAGE SECTION.

       77 FS-OCUPACION         PIC X(2).

       01 WS-FECHA-HORA.
           03 WS-FH-FECHA       PIC 9(08).
           03 WS-FH-HORA        PIC 9(06).

       LINKAGE SECTION.

       01 PAR-OCU-IN.
           03 POC-PROGRAMA      PIC X(20).
           03 POC-TABLA         PIC X(20).
           03 POC-USADOS        PIC 9(07).
           03 POC-MAXIMO        PIC 9(07).
      *- Filas que no entraron porque la tabla estaba llena.
           03 POC-PERDIDOS      PIC 9(07).

       01 PAR-OCU-OUT.
      *- "00" registrado, "99" error de archivo (el llamador sigue).
           03 POC-CR            PIC X(02).

       PROCEDURE DIVISION USING PAR-OCU-IN, PAR-OCU-OUT.

           MOVE "00" TO POC-CR.
           PERFORM GRABAR-OCUPACION.
           EXIT PROGRAM.

      *- Abre, graba y cierra en el momento, igual que la bitacora de
      *- corridas.
       GRABAR-OCUPACION.
           OPEN EXTEND OCUPACION-FILE.
           IF FS-OCUPACION IS NOT EQUAL TO 00
               OPEN OUTPUT OCUPACION-FILE
           END-IF.
           IF FS-OCUPACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR OCUPACION FS: " FS-OCUPACION
               MOVE "99" TO POC-CR
           ELSE
               MOVE SPACES        TO REG-OCUPACION
               MOVE POC-PROGRAMA  TO OCU-PROGRAMA
               MOVE POC-TABLA     TO OCU-TABLA
               MOVE POC-USADOS    TO OCU-USADOS
               MOVE POC-MAXIMO    TO OCU-MAXIMO
               MOVE POC-PERDIDOS  TO OCU-PERDIDOS
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FH-FECHA   TO OCU-FECHA
               MOVE WS-FH-HORA    TO OCU-HORA
               WRITE REG-OCUPACION
               CLOSE OCUPACION-FILE
           END-IF.

       END PROGRAM REGISTRAR-OCUPACION.
