       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABILITACIONES-POR-VENCER.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Listado mensual de las habilitaciones de profesores (ver
      *- MANTENIMIENTO-HABILITACIONES) que vencen en los proximos 60
      *- dias, ordenado por fecha de vencimiento, para que la
      *- coordinacion pida la renovacion del certificado antes de que
      *- la captura y el merge empiecen a rechazar las clases del
      *- profesor. Los dias se cuentan con la convencion de 360 dias
      *- que ya usan AGING-FACTURAS y CONSULTA-EXCEPCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HABILITACIONES
           ASSIGN TO DISK "../files/in/HabilitacionesProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HABILITACIONES.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/HabilitacionesPorVencer.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ARCH-VENCIMIENTOS
           ASSIGN TO DISK "../files/out/HabilitacionesPorVencer.tmp"
           SORT STATUS IS SS-VENCIMIENTOS.

       DATA DIVISION.
       FILE SECTION.

       FD HABILITACIONES
           LABEL RECORD IS STANDARD.
       01 REG-HABILITACIONES.
           03  HAB-PROF-NUMERO PIC X(05).
           03  HAB-TIP-CLASE   PIC X(04).
           03  HAB-DESDE       PIC 9(08).
           03  HAB-HASTA       PIC 9(08).
           03  HAB-CERTIFICADO PIC X(20).

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

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

       SD ARCH-VENCIMIENTOS
           DATA RECORD IS REG-VENCIMIENTO.
       01 REG-VENCIMIENTO.
           03 VTO-HASTA         PIC 9(08).
           03 VTO-PROF-NUMERO   PIC X(05).
           03 VTO-TIP-CLASE     PIC X(04).
           03 VTO-CERTIFICADO   PIC X(20).
           03 VTO-DIAS          PIC 9(03).

       WORKING-STORAGE SECTION.

       77 FS-HABILITACIONES PIC XX.
       77 FS-PROFESORES     PIC XX.
       77 FS-LISTADO        PIC XX.
       77 SS-VENCIMIENTOS   PIC XX.

       78 CON-DIAS-AVISO    VALUE 60.
       77 WS-DIAS           PIC S9(6)     SIGN LEADING SEPARATE.
       77 CANT-POR-VENCER   PIC 9(04)     VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 WS-FECHA-VTO.
           03 VTO-F-AAAA        PIC 9(4).
           03 VTO-F-MM          PIC 9(2).
           03 VTO-F-DD          PIC 9(2).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(64)   VALUE SPACES.
       01 ENCABEZADO2.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(52) VALUE
              "Habilitaciones de profesores a vencer en 60 dias".
           03 FILLER PIC X(14) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.
       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(12)   VALUE "  Vence".
           03 FILLER       PIC X(33)   VALUE "Profesor".
           03 FILLER       PIC X(6)    VALUE "Tipo".
           03 FILLER       PIC X(22)   VALUE "Certificado".
           03 FILLER       PIC X(7)    VALUE "  Dias".
       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".
       01 DATOS-TABLA.
           03 DT-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-PROF-NUMERO   PIC X(05).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PROF-NOMBRE   PIC X(25).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-TIP-CLASE     PIC X(04).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-CERTIFICADO   PIC X(20).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-DIAS          PIC ZZZZZ9.
       01 LINEA-TOTAL.
           03 FILLER           PIC X(30)   VALUE
              "Habilitaciones a vencer:".
           03 LT-POR-VENCER    PIC ZZZ9.
           03 FILLER           PIC X(46)   VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           SORT ARCH-VENCIMIENTOS
               ASCENDING KEY VTO-HASTA
               ASCENDING KEY VTO-PROF-NUMERO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "HABILITACIONES A VENCER: " CANT-POR-VENCER.
           STOP RUN.

       ENTRADA.
           OPEN INPUT HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO HABILITACIONESPROFESORES.DAT, "
                   "NO HAY HABILITACIONES REGISTRADAS"
           ELSE
               PERFORM LEER-HABILITACION
               PERFORM SOLTAR-AL-SORT
                   UNTIL FS-HABILITACIONES = 10
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HABILITACIONES FS: "
                   FS-HABILITACIONES
           END-IF.

      *- Solo van al sort las que tienen vencimiento (hasta en cero =
      *- sin vencimiento) entre hoy y los proximos 60 dias.
       SOLTAR-AL-SORT.
           IF HAB-HASTA IS NOT EQUAL TO 0
               MOVE HAB-HASTA TO WS-FECHA-VTO
               COMPUTE WS-DIAS =
                   (VTO-F-AAAA - HOY-AAAA) * 360
                   + (VTO-F-MM - HOY-MM) * 30
                   + (VTO-F-DD - HOY-DD)
               IF WS-DIAS IS NOT LESS THAN 0
                   AND WS-DIAS IS NOT GREATER THAN CON-DIAS-AVISO
                   MOVE HAB-HASTA       TO VTO-HASTA
                   MOVE HAB-PROF-NUMERO TO VTO-PROF-NUMERO
                   MOVE HAB-TIP-CLASE   TO VTO-TIP-CLASE
                   MOVE HAB-CERTIFICADO TO VTO-CERTIFICADO
                   MOVE WS-DIAS         TO VTO-DIAS
                   RELEASE REG-VENCIMIENTO
               END-IF
           END-IF.
           PERFORM LEER-HABILITACION.

      *
      *     SALIDA-SECTION
       SALIDA.
           PERFORM ABRIR-ARCHIVOS-SALIDA.
           PERFORM PRINT-ENCABEZADO.
           PERFORM LEER-ARCH-VENCIMIENTOS.
           PERFORM PRINT-DETALLE UNTIL SS-VENCIMIENTOS = 10.
           PERFORM PRINT-TOTAL.
           CLOSE LISTADO.
           CLOSE PROFESORES-FILE.

       ABRIR-ARCHIVOS-SALIDA.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.

       LEER-ARCH-VENCIMIENTOS.
           RETURN ARCH-VENCIMIENTOS RECORD
               AT END MOVE "10" TO SS-VENCIMIENTOS
           END-RETURN.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD.
           MOVE HOY-MM   TO FECHA-MM.
           MOVE HOY-AAAA TO FECHA-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PRINT-DETALLE.
           ADD 1 TO CANT-POR-VENCER.
           MOVE VTO-HASTA TO WS-FECHA-VTO.
           MOVE VTO-F-DD        TO DT-FECHA-DD.
           MOVE VTO-F-MM        TO DT-FECHA-MM.
           MOVE VTO-F-AAAA      TO DT-FECHA-AAAA.
           MOVE VTO-PROF-NUMERO TO DT-PROF-NUMERO.
           MOVE VTO-PROF-NUMERO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS EQUAL TO 00
               MOVE PROF-NOMBRE TO DT-PROF-NOMBRE
           ELSE
               MOVE SPACES TO DT-PROF-NOMBRE
           END-IF.
           MOVE VTO-TIP-CLASE   TO DT-TIP-CLASE.
           MOVE VTO-CERTIFICADO TO DT-CERTIFICADO.
           MOVE VTO-DIAS        TO DT-DIAS.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           PERFORM LEER-ARCH-VENCIMIENTOS.

       PRINT-TOTAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE CANT-POR-VENCER TO LT-POR-VENCER.
           WRITE REG-LISTADO FROM LINEA-TOTAL.

       END PROGRAM HABILITACIONES-POR-VENCER.
