       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS-EMBARGOS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Informe mensual de remesas por juzgado: todo lo retenido
      *- por embargos en las liquidaciones del mes (renglones
      *- "EMBARGO nnnnnn" de DeduccionesHistorico.dat, ver
      *- APLICAR-EMBARGOS en TP_PARTE_1A) agrupado por juzgado, con
      *- el expediente y la cuenta judicial de cada orden, el total a
      *- depositar por juzgado y lo que le falta cobrar a cada orden
      *- segun EmbargosProfesores.dat. Es lo que tesoreria necesita
      *- para hacer los depositos y lo que se le informa al juzgado.
      *- El mes sale de RemesasEmbargos.txt (AAAAMM); sin archivo,
      *- el mes en curso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMBARGOS-FILE
           ASSIGN TO DISK "../files/in/EmbargosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMBARGOS.

       SELECT DEDUCCIONESHIST-FILE
           ASSIGN TO DISK "../files/out/DeduccionesHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEDUCCIONESHIST.

       SELECT PERIODO-FILE
           ASSIGN TO DISK "../files/in/RemesasEmbargos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/RemesasEmbargos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ARCH-REMESAS
           ASSIGN TO DISK "../files/out/RemesasEmbargos-Temporal.tmp"
           SORT STATUS IS SS-REMESAS.

       DATA DIVISION.
       FILE SECTION.

       FD EMBARGOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-EMBARGOS.
           03  EMB-NUMERO      PIC 9(06).
           03  EMB-PROF-NUMERO PIC X(05).
           03  EMB-JUZGADO     PIC X(30).
           03  EMB-EXPEDIENTE  PIC X(20).
           03  EMB-CUENTA      PIC X(22).
           03  EMB-TIPO        PIC X(01).
           03  EMB-PORC        PIC 9(02)V99.
           03  EMB-MONTO       PIC 9(08)V99.
           03  EMB-COBRADO     PIC 9(08)V99.
           03  EMB-FECHA-ALTA  PIC 9(08).
           03  EMB-ESTADO      PIC X(01).

       FD DEDUCCIONESHIST-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DEDUCCIONESHIST.
           03 DHI-FECHA-CORRIDA PIC 9(08).
           03 DHI-PROF-NUMERO   PIC X(05).
           03 DHI-CONCEPTO.
      *- "EMBARGO " y el numero de orden (ver GRABAR-DEDUCCION-
      *- EMBARGO en TP_PARTE_1A).
               05 DHI-CONC-MARCA    PIC X(08).
               05 DHI-CONC-ORDEN    PIC X(06).
               05 FILLER            PIC X(06).
           03 DHI-PORC          PIC 9(02)V99.
           03 DHI-IMPORTE       PIC 9(08)V99.
           03 DHI-EMPRESA       PIC X(02).

       FD PERIODO-FILE
           LABEL RECORD OMITTED.
       01 REG-PERIODO           PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

      *- Un renglon por retencion del mes, ordenado por juzgado y
      *- dentro del juzgado por expediente y orden.
       SD ARCH-REMESAS
           DATA RECORD IS REG-REMESA.
       01  REG-REMESA.
           03  RMS-JUZGADO          PIC X(30).
           03  RMS-EXPEDIENTE       PIC X(20).
           03  RMS-ORDEN            PIC 9(06).
           03  RMS-PROF-NUMERO      PIC X(05).
           03  RMS-CUENTA           PIC X(22).
           03  RMS-IMPORTE          PIC 9(08)V99.
           03  RMS-MONTO            PIC 9(08)V99.
           03  RMS-COBRADO          PIC 9(08)V99.
           03  RMS-ESTADO           PIC X(01).

       WORKING-STORAGE SECTION.

       77 FS-EMBARGOS         PIC XX.
       77 FS-DEDUCCIONESHIST  PIC XX.
       77 FS-PERIODO          PIC XX.
       77 FS-LISTADO          PIC XX.
       77 SS-REMESAS          PIC XX.

       77 WS-PERIODO          PIC 9(06)   VALUE 0.

      *- Ordenes cargadas de EmbargosProfesores.dat, para resolver
      *- juzgado, expediente y cuenta de cada retencion.
       78 CON-CANT-EMB-MAX    VALUE 200.
       01 VEC-EMBARGOS.
           03 VEC-EMB-ELM
               OCCURS CON-CANT-EMB-MAX TIMES
               INDEXED BY INDICE-EMB.
               05 VEC-EMB-NUMERO        PIC 9(06).
               05 VEC-EMB-JUZGADO       PIC X(30).
               05 VEC-EMB-EXPEDIENTE    PIC X(20).
               05 VEC-EMB-CUENTA        PIC X(22).
               05 VEC-EMB-MONTO         PIC 9(08)V99.
               05 VEC-EMB-COBRADO       PIC 9(08)V99.
               05 VEC-EMB-ESTADO        PIC X(01).
       77 CANT-EMBARGOS       PIC 999     VALUE 0.
       77 IND-EMB-HALLADO     PIC 999     VALUE 0.
       01 WS-ORDEN-BUSCADA    PIC 9(06)   VALUE 0.

       77 WS-JUZGADO-ANT      PIC X(30)   VALUE SPACES.
       77 TOT-JUZGADO         PIC 9(10)V99 VALUE 0.
       77 TOT-GENERAL         PIC 9(10)V99 VALUE 0.
       77 WS-SALDO-ORDEN      PIC 9(08)V99 VALUE 0.
       77 CANT-RETENCIONES    PIC 9(05)   VALUE 0.
       77 CANT-SIN-ORDEN      PIC 9(05)   VALUE 0.

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
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(39) VALUE
              "Remesas de embargos judiciales - Mes ".
           03 E2-MM       PIC 9(2).
           03 FILLER      PIC X       VALUE "/".
           03 E2-AAAA     PIC 9(4).
           03 FILLER      PIC X(18)   VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 ENCABEZADO3-JUZGADO.
           03 FILLER          PIC X(9)    VALUE "Juzgado: ".
           03 E3-JUZGADO      PIC X(30).
           03 FILLER          PIC X(41)   VALUE SPACES.

       01 ENCABEZADO4-TABLA.
           03 FILLER       PIC X(8)    VALUE " Orden  ".
           03 FILLER       PIC X(22)   VALUE "Expediente".
           03 FILLER       PIC X(10)   VALUE "Profesor".
           03 FILLER       PIC X(20)   VALUE "      Retenido".
           03 FILLER       PIC X(20)   VALUE "   Saldo orden".

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 DATOS-TABLA.
           03 DT-ORDEN         PIC 9(06).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-EXPEDIENTE    PIC X(20).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-PROF          PIC X(5).
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 DT-IMPORTE       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(4)    VALUE SPACES.
           03 DT-SALDO         PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
      *- "C" = la orden quedo cumplida, "L" = levantada.
           03 DT-ESTADO        PIC X(1).
           03 FILLER           PIC X(9)    VALUE SPACES.

       01 DATOS-CUENTA.
           03 FILLER           PIC X(18)   VALUE
              "        Cuenta:   ".
           03 DT-CUENTA        PIC X(22).
           03 FILLER           PIC X(40)   VALUE SPACES.

       01 LINEA-TOT-JUZGADO.
           03 FILLER           PIC X(26)   VALUE
              "Total a depositar juzgado ".
           03 FILLER           PIC X(14)   VALUE SPACES.
           03 TJ-IMPORTE       PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(27)   VALUE SPACES.

       01 LINEA-TOT-GENERAL.
           03 FILLER           PIC X(13)   VALUE "Total general".
           03 FILLER           PIC X(27)   VALUE SPACES.
           03 TG-IMPORTE       PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(27)   VALUE SPACES.

       77 LINEA              PIC 99.
       77 HOJA               PIC 999.
       77 RESTO-LINEAS       PIC 99.
       77 I                  PIC 99.

       PROCEDURE DIVISION.

           PERFORM INICIALIZAR.
           PERFORM SORT-SECTION.
           DISPLAY "RETENCIONES INFORMADAS: " CANT-RETENCIONES.
           IF CANT-SIN-ORDEN > 0
               DISPLAY "RETENCIONES SIN ORDEN EN EL MAESTRO: "
                   CANT-SIN-ORDEN
           END-IF.
           STOP RUN.

       INICIALIZAR.
           DISPLAY "Inicializar Variables".
           MOVE 0 TO LINEA.
           MOVE 1 TO HOJA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-EMBARGOS.

      *- RemesasEmbargos.txt es opcional; sin archivo se informa el
      *- mes en curso, que es el de la liquidacion recien corrida.
       CARGAR-PERIODO.
           COMPUTE WS-PERIODO = FECHA-AAAA OF FECHA-DE-HOY * 100
               + FECHA-MM OF FECHA-DE-HOY.
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
               DISPLAY "NO SE ENCONTRO REMESASEMBARGOS.TXT, SE "
                   "INFORMA EL MES EN CURSO"
           END-IF.
           DISPLAY "REMESAS DEL MES " WS-PERIODO.

       CARGAR-EMBARGOS.
           MOVE 0 TO CANT-EMBARGOS.
           OPEN INPUT EMBARGOS-FILE.
           IF FS-EMBARGOS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO EMBARGOSPROFESORES.DAT, NO "
                   "HAY EMBARGOS QUE INFORMAR"
               STOP RUN
           END-IF.
           PERFORM LEER-EMBARGO.
           PERFORM GUARDAR-EMBARGO
               VARYING INDICE-EMB FROM 1 BY 1
               UNTIL INDICE-EMB > CON-CANT-EMB-MAX
               OR FS-EMBARGOS IS EQUAL TO 10.
           IF FS-EMBARGOS IS EQUAL TO 00
               DISPLAY "TABLA DE EMBARGOS LLENA (" CON-CANT-EMB-MAX
                   "), LAS ORDENES SOBRANTES SALEN SIN JUZGADO"
           END-IF.
           CLOSE EMBARGOS-FILE.

       LEER-EMBARGO.
           READ EMBARGOS-FILE.
           IF FS-EMBARGOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMBARGOS FS: " FS-EMBARGOS
           END-IF.

       GUARDAR-EMBARGO.
           MOVE EMB-NUMERO     TO VEC-EMB-NUMERO(INDICE-EMB).
           MOVE EMB-JUZGADO    TO VEC-EMB-JUZGADO(INDICE-EMB).
           MOVE EMB-EXPEDIENTE TO VEC-EMB-EXPEDIENTE(INDICE-EMB).
           MOVE EMB-CUENTA     TO VEC-EMB-CUENTA(INDICE-EMB).
           MOVE EMB-MONTO      TO VEC-EMB-MONTO(INDICE-EMB).
           MOVE EMB-COBRADO    TO VEC-EMB-COBRADO(INDICE-EMB).
           MOVE EMB-ESTADO     TO VEC-EMB-ESTADO(INDICE-EMB).
           SET CANT-EMBARGOS TO INDICE-EMB.
           PERFORM LEER-EMBARGO.

       SORT-SECTION.
           DISPLAY "SORT SECTION".
           SORT ARCH-REMESAS
               ASCENDING KEY RMS-JUZGADO
               ASCENDING KEY RMS-EXPEDIENTE
               ASCENDING KEY RMS-ORDEN
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.

       ENTRADA.
           DISPLAY "ENTRADA".
           OPEN INPUT DEDUCCIONESHIST-FILE.
           IF FS-DEDUCCIONESHIST IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO DEDUCCIONESHISTORICO.DAT, "
                   "NO HAY RETENCIONES QUE INFORMAR"
           ELSE
               PERFORM LEER-DEDUCCION
               PERFORM SOLTAR-AL-SORT UNTIL FS-DEDUCCIONESHIST = 10
               CLOSE DEDUCCIONESHIST-FILE
           END-IF.

       LEER-DEDUCCION.
           READ DEDUCCIONESHIST-FILE.
           IF FS-DEDUCCIONESHIST IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEDUCCIONESHIST FS: "
                   FS-DEDUCCIONESHIST
           END-IF.

      *- Solo los renglones de embargo del mes pedido. Una retencion
      *- cuya orden ya no esta en el maestro igual se informa (la
      *- plata se retuvo), agrupada bajo un juzgado en blanco.
       SOLTAR-AL-SORT.
           IF DHI-FECHA-CORRIDA(1:6) IS EQUAL TO WS-PERIODO
               AND DHI-CONC-MARCA IS EQUAL TO "EMBARGO "
               AND DHI-CONC-ORDEN IS NUMERIC
               MOVE DHI-CONC-ORDEN TO WS-ORDEN-BUSCADA
               PERFORM BUSCAR-ORDEN
               INITIALIZE REG-REMESA
               MOVE WS-ORDEN-BUSCADA TO RMS-ORDEN
               MOVE DHI-PROF-NUMERO  TO RMS-PROF-NUMERO
               MOVE DHI-IMPORTE      TO RMS-IMPORTE
               IF IND-EMB-HALLADO > 0
                   MOVE VEC-EMB-JUZGADO(IND-EMB-HALLADO)
                       TO RMS-JUZGADO
                   MOVE VEC-EMB-EXPEDIENTE(IND-EMB-HALLADO)
                       TO RMS-EXPEDIENTE
                   MOVE VEC-EMB-CUENTA(IND-EMB-HALLADO)
                       TO RMS-CUENTA
                   MOVE VEC-EMB-MONTO(IND-EMB-HALLADO)
                       TO RMS-MONTO
                   MOVE VEC-EMB-COBRADO(IND-EMB-HALLADO)
                       TO RMS-COBRADO
                   MOVE VEC-EMB-ESTADO(IND-EMB-HALLADO)
                       TO RMS-ESTADO
               ELSE
                   ADD 1 TO CANT-SIN-ORDEN
               END-IF
               RELEASE REG-REMESA
               ADD 1 TO CANT-RETENCIONES
           END-IF.
           PERFORM LEER-DEDUCCION.

       BUSCAR-ORDEN.
           MOVE 0 TO IND-EMB-HALLADO.
           PERFORM VARYING INDICE-EMB FROM 1 BY 1
               UNTIL INDICE-EMB > CANT-EMBARGOS
               OR IND-EMB-HALLADO > 0
               IF VEC-EMB-NUMERO(INDICE-EMB) IS EQUAL
                   TO WS-ORDEN-BUSCADA
                   SET IND-EMB-HALLADO TO INDICE-EMB
               END-IF
           END-PERFORM.

      *
      *     SALIDA-SECTION

       SALIDA.
           DISPLAY "SALIDA".
           PERFORM ABRIR-LISTADO.
           PERFORM PRINT-ENCABEZADO.
           MOVE 0 TO TOT-GENERAL.
           PERFORM LEER-ARCH-REMESAS.
           IF SS-REMESAS IS NOT EQUAL TO 10
               MOVE RMS-JUZGADO TO WS-JUZGADO-ANT
               PERFORM PRINT-ENCABEZADO-JUZGADO
           END-IF.
           PERFORM PROCESO-IMPRIMIR UNTIL SS-REMESAS = 10.
           IF CANT-RETENCIONES > 0
               PERFORM PRINT-TOT-JUZGADO
           END-IF.
           MOVE TOT-GENERAL TO TG-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TOT-GENERAL.
           ADD 1 TO LINEA.
           PERFORM PRINT-SALTO-DE-PAGINA.
           CLOSE LISTADO.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.

       LEER-ARCH-REMESAS.
           RETURN ARCH-REMESAS RECORD
           AT END
           IF SS-REMESAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ARCH-REMESAS SS: " SS-REMESAS
           END-IF.

      *- Corte por juzgado: cada uno cierra con su total a depositar.
       PROCESO-IMPRIMIR.
           IF RMS-JUZGADO IS NOT EQUAL TO WS-JUZGADO-ANT
               PERFORM PRINT-TOT-JUZGADO
               MOVE RMS-JUZGADO TO WS-JUZGADO-ANT
               PERFORM PRINT-ENCABEZADO-JUZGADO
           END-IF.
           PERFORM PRINT-DETALLE.
           PERFORM LEER-ARCH-REMESAS.

       PRINT-ENCABEZADO.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-PERIODO(5:2) TO E2-MM.
           MOVE WS-PERIODO(1:4) TO E2-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.

       PRINT-ENCABEZADO-JUZGADO.
           IF LINEA > 50
               PERFORM PRINT-SALTO-DE-PAGINA
               PERFORM PRINT-ENCABEZADO
           END-IF.
           MOVE 0 TO TOT-JUZGADO.
           MOVE RMS-JUZGADO TO E3-JUZGADO.
           WRITE REG-LISTADO FROM ENCABEZADO3-JUZGADO.
           WRITE REG-LISTADO FROM ENCABEZADO4-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.

       PRINT-DETALLE.
           IF LINEA > 56
               PERFORM PRINT-SALTO-DE-PAGINA
               PERFORM PRINT-ENCABEZADO
               PERFORM PRINT-ENCABEZADO-JUZGADO-CONT
           END-IF.
           IF RMS-MONTO > RMS-COBRADO
               COMPUTE WS-SALDO-ORDEN = RMS-MONTO - RMS-COBRADO
           ELSE
               MOVE 0 TO WS-SALDO-ORDEN
           END-IF.
           MOVE RMS-ORDEN       TO DT-ORDEN.
           MOVE RMS-EXPEDIENTE  TO DT-EXPEDIENTE.
           MOVE RMS-PROF-NUMERO TO DT-PROF.
           MOVE RMS-IMPORTE     TO DT-IMPORTE.
           MOVE WS-SALDO-ORDEN  TO DT-SALDO.
           IF RMS-ESTADO IS EQUAL TO "A"
               MOVE SPACE TO DT-ESTADO
           ELSE
               MOVE RMS-ESTADO TO DT-ESTADO
           END-IF.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           MOVE RMS-CUENTA      TO DT-CUENTA.
           WRITE REG-LISTADO FROM DATOS-CUENTA.
           ADD 2 TO LINEA.
           ADD RMS-IMPORTE TO TOT-JUZGADO.
           ADD RMS-IMPORTE TO TOT-GENERAL.

      *- Encabezado del juzgado repetido al pasar de hoja, sin poner
      *- en cero su total.
       PRINT-ENCABEZADO-JUZGADO-CONT.
           MOVE RMS-JUZGADO TO E3-JUZGADO.
           WRITE REG-LISTADO FROM ENCABEZADO3-JUZGADO.
           WRITE REG-LISTADO FROM ENCABEZADO4-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.

       PRINT-TOT-JUZGADO.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-JUZGADO TO TJ-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TOT-JUZGADO.
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

       END PROGRAM REMESAS-EMBARGOS.
