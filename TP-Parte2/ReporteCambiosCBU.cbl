       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMBIOS-CBU.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Listado semanal de los cambios de CBU que siguen pendientes
      *- de verificacion (CambiosCBU.dat, ver MANTENIMIENTO-PROFESORES
      *- y VERIFICACION-CBU), del mas viejo al mas nuevo, con los dias
      *- que lleva esperando cada uno. Mientras un cambio esta
      *- pendiente GENERAR-TRANSFERENCIAS retiene el pago del
      *- profesor, asi que lo que aparece aca es plata que no sale.
      *- Los dias se cuentan con la convencion de 360 dias de
      *- HABILITACIONES-POR-VENCER. Los CBU salen enmascarados (ver
      *- ENMASCARAR-DATO): los ultimos 4 digitos alcanzan para
      *- reconocer la cuenta y el listado circula impreso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CAMBIOS-CBU
           ASSIGN TO DISK "../files/in/CambiosCBU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS-CBU.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/CambiosCBUPendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ARCH-PENDIENTES
           ASSIGN TO DISK "../files/out/CambiosCBUPendientes.tmp"
           SORT STATUS IS SS-PENDIENTES.

       DATA DIVISION.
       FILE SECTION.

       FD CAMBIOS-CBU
           LABEL RECORD IS STANDARD.
       01 REG-CAMBIOS-CBU.
           03 CCB-PROF-NUMERO   PIC X(05).
           03 CCB-CBU-ANTERIOR  PIC X(22).
           03 CCB-CBU-NUEVO     PIC X(22).
           03 CCB-FECHA         PIC 9(08).
           03 CCB-HORA          PIC 9(06).
           03 CCB-OPERADOR      PIC X(10).
           03 CCB-ESTADO        PIC X(01).
              88 CCB-PENDIENTE          VALUE "P".
           03 CCB-FECHA-VERIF   PIC 9(08).
           03 CCB-OPERADOR-VERIF PIC X(10).

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

       SD ARCH-PENDIENTES
           DATA RECORD IS REG-PENDIENTE.
       01 REG-PENDIENTE.
           03 PEN-FECHA         PIC 9(08).
           03 PEN-HORA          PIC 9(06).
           03 PEN-PROF-NUMERO   PIC X(05).
           03 PEN-CBU-ANTERIOR  PIC X(22).
           03 PEN-CBU-NUEVO     PIC X(22).
           03 PEN-OPERADOR      PIC X(10).
           03 PEN-DIAS          PIC 9(05).

       WORKING-STORAGE SECTION.

       77 FS-CAMBIOS-CBU    PIC XX.
       77 FS-PROFESORES     PIC XX.
       77 FS-LISTADO        PIC XX.
       77 SS-PENDIENTES     PIC XX.

       77 WS-DIAS           PIC S9(6)     SIGN LEADING SEPARATE.
       77 CANT-PENDIENTES   PIC 9(04)     VALUE 0.

       01 PAR-MASC-IN.
           03 MSC-OP            PIC X(03).
           03 MSC-DATO          PIC X(22).
       01 PAR-MASC-OUT          PIC X(22).

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 WS-FECHA-CAMBIO.
           03 CAM-F-AAAA        PIC 9(4).
           03 CAM-F-MM          PIC 9(2).
           03 CAM-F-DD          PIC 9(2).

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
              "Cambios de CBU pendientes de verificacion".
           03 FILLER PIC X(14) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.
       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(12)   VALUE "  Cambiado".
           03 FILLER       PIC X(33)   VALUE "Profesor".
           03 FILLER       PIC X(12)   VALUE "Operador".
           03 FILLER       PIC X(23)   VALUE "  Dias".
       01 ENCABEZADO4-TABLA.
           03 FILLER       PIC X(12)   VALUE SPACES.
           03 FILLER       PIC X(24)   VALUE "CBU anterior".
           03 FILLER       PIC X(44)   VALUE "CBU nuevo".
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
           03 DT-OPERADOR      PIC X(10).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-DIAS          PIC ZZZZZ9.
           03 FILLER           PIC X(17)   VALUE SPACES.
       01 DATOS-TABLA-CBU.
           03 FILLER           PIC X(12)   VALUE SPACES.
           03 DT-CBU-ANTERIOR  PIC X(22).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-CBU-NUEVO     PIC X(22).
           03 FILLER           PIC X(22)   VALUE SPACES.
       01 LINEA-TOTAL.
           03 FILLER           PIC X(30)   VALUE
              "Cambios pendientes:".
           03 LT-PENDIENTES    PIC ZZZ9.
           03 FILLER           PIC X(46)   VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           SORT ARCH-PENDIENTES
               ASCENDING KEY PEN-FECHA
               ASCENDING KEY PEN-HORA
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "CAMBIOS DE CBU PENDIENTES: " CANT-PENDIENTES.
           STOP RUN.

       ENTRADA.
           OPEN INPUT CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO CAMBIOSCBU.DAT, "
                   "NO HAY CAMBIOS DE CBU REGISTRADOS"
           ELSE
               PERFORM LEER-CAMBIO
               PERFORM SOLTAR-AL-SORT
                   UNTIL FS-CAMBIOS-CBU = 10
               CLOSE CAMBIOS-CBU
           END-IF.

       LEER-CAMBIO.
           READ CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CAMBIOSCBU FS: "
                   FS-CAMBIOS-CBU
           END-IF.

      *- Solo van al sort los cambios que nadie verifico todavia.
       SOLTAR-AL-SORT.
           IF CCB-PENDIENTE
               MOVE CCB-FECHA TO WS-FECHA-CAMBIO
               COMPUTE WS-DIAS =
                   (HOY-AAAA - CAM-F-AAAA) * 360
                   + (HOY-MM - CAM-F-MM) * 30
                   + (HOY-DD - CAM-F-DD)
               IF WS-DIAS < 0
                   MOVE 0 TO WS-DIAS
               END-IF
               MOVE CCB-FECHA        TO PEN-FECHA
               MOVE CCB-HORA         TO PEN-HORA
               MOVE CCB-PROF-NUMERO  TO PEN-PROF-NUMERO
               MOVE CCB-CBU-ANTERIOR TO PEN-CBU-ANTERIOR
               MOVE CCB-CBU-NUEVO    TO PEN-CBU-NUEVO
               MOVE CCB-OPERADOR     TO PEN-OPERADOR
               MOVE WS-DIAS          TO PEN-DIAS
               RELEASE REG-PENDIENTE
           END-IF.
           PERFORM LEER-CAMBIO.

      *
      *     SALIDA-SECTION
       SALIDA.
           PERFORM ABRIR-ARCHIVOS-SALIDA.
           PERFORM PRINT-ENCABEZADO.
           PERFORM LEER-ARCH-PENDIENTES.
           PERFORM PRINT-DETALLE UNTIL SS-PENDIENTES = 10.
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

       LEER-ARCH-PENDIENTES.
           RETURN ARCH-PENDIENTES RECORD
               AT END MOVE "10" TO SS-PENDIENTES
           END-RETURN.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD.
           MOVE HOY-MM   TO FECHA-MM.
           MOVE HOY-AAAA TO FECHA-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM ENCABEZADO4-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PRINT-DETALLE.
           ADD 1 TO CANT-PENDIENTES.
           MOVE PEN-FECHA TO WS-FECHA-CAMBIO.
           MOVE CAM-F-DD        TO DT-FECHA-DD.
           MOVE CAM-F-MM        TO DT-FECHA-MM.
           MOVE CAM-F-AAAA      TO DT-FECHA-AAAA.
           MOVE PEN-PROF-NUMERO TO DT-PROF-NUMERO.
           MOVE PEN-PROF-NUMERO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS EQUAL TO 00
               MOVE PROF-NOMBRE TO DT-PROF-NOMBRE
           ELSE
               MOVE SPACES TO DT-PROF-NOMBRE
           END-IF.
           MOVE PEN-OPERADOR     TO DT-OPERADOR.
           MOVE PEN-DIAS         TO DT-DIAS.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           MOVE "CBU"            TO MSC-OP.
           MOVE PEN-CBU-ANTERIOR TO MSC-DATO.
           CALL "ENMASCARAR-DATO" USING PAR-MASC-IN, PAR-MASC-OUT.
           MOVE PAR-MASC-OUT     TO DT-CBU-ANTERIOR.
           MOVE PEN-CBU-NUEVO    TO MSC-DATO.
           CALL "ENMASCARAR-DATO" USING PAR-MASC-IN, PAR-MASC-OUT.
           MOVE PAR-MASC-OUT     TO DT-CBU-NUEVO.
           WRITE REG-LISTADO FROM DATOS-TABLA-CBU.
           PERFORM LEER-ARCH-PENDIENTES.

       PRINT-TOTAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE CANT-PENDIENTES TO LT-PENDIENTES.
           WRITE REG-LISTADO FROM LINEA-TOTAL.

       END PROGRAM REPORTE-CAMBIOS-CBU.
