      *- pagos se acumulan para siempre; cruzar uno contra otro
      *- hubiera mostrado sobrepagos falsos un ciclo despues del
      *- primer pago. Un saldo negativo es un sobrepago real y se
      *- marca aparte. Devengado, pagos y adelantos se sueltan a un
      *- sort por profesor y el informe sale por corte de control,
      *- ordenado por numero de profesor: sin tabla en memoria no hay
      *- tope de profesores.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ARCH-MOVIMIENTOS
           ASSIGN TO DISK "../files/out/CuentaCorriente-Temporal.tmp"
           SORT STATUS IS SS-MOVIMIENTOS.

       DATA DIVISION.
       FILE SECTION.

           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD ADELANTOS-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

      *- Un movimiento por renglon de devengado, pago o adelanto
      *- pendiente. La fecha ordena los de un mismo profesor, asi el
      *- nombre que queda es el de la corrida mas reciente.
       SD ARCH-MOVIMIENTOS
           DATA RECORD IS REG-MOVIMIENTO.
       01  REG-MOVIMIENTO.
           03  MOV-PROF-NUMERO     PIC X(05).
           03  MOV-FECHA           PIC 9(08).
      *- "D" devengado, "P" pagado (pago o saldo de adelanto).
           03  MOV-TIPO            PIC X(01).
           03  MOV-NOMBRE          PIC X(25).
           03  MOV-IMPORTE         PIC S9(10)V99
                                    SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       77 FS-DEVENGADO    PIC XX.
       77 FS-PROFESORES   PIC XX.
       77 FS-LISTADO      PIC XX.
       77 FS-ADELANTOS    PIC XX.
       77 SS-MOVIMIENTOS  PIC XX.

      *- Profesor en curso del corte de control, con lo devengado y
      *- lo pagado; entran tanto los que aparecen en el devengado
      *- historico como los que solo tienen pagos (para que un pago
      *- mal imputado no desaparezca del informe).
       77 WS-PROF-ACTUAL     PIC X(05)      VALUE SPACES.
       77 WS-CC-NOMBRE       PIC X(25)      VALUE SPACES.
       77 WS-CC-DEVENGADO    PIC S9(10)V99  SIGN LEADING SEPARATE.
       77 WS-CC-PAGADO       PIC S9(10)V99  SIGN LEADING SEPARATE.
       77 CANT-CC            PIC 9(07)      VALUE 0.
       77 WS-SALDO           PIC S9(11)V99  SIGN LEADING SEPARATE.
       77 CANT-SOBREPAGOS    PIC 9(05)      VALUE 0.

       PROCEDURE DIVISION.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM PRINT-ENCABEZADO.
           SORT ARCH-MOVIMIENTOS
               ASCENDING KEY MOV-PROF-NUMERO
               ASCENDING KEY MOV-FECHA
               INPUT PROCEDURE SOLTAR-MOVIMIENTOS
               OUTPUT PROCEDURE CORTE-POR-PROFESOR.
           PERFORM PRINT-PIE.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

       SOLTAR-MOVIMIENTOS.
           PERFORM ACUMULAR-DEVENGADO.
           PERFORM ACUMULAR-PAGOS.
           PERFORM ACUMULAR-ADELANTOS.

       ACUMULAR-DEVENGADO.
           PERFORM LEER-DEVENGADO.
           PERFORM SUMAR-RENGLON-DEVENGADO
           CLOSE DEVENGADO-FILE.

       SUMAR-RENGLON-DEVENGADO.
           MOVE DEV-PROF-NUMERO   TO MOV-PROF-NUMERO.
           MOVE DEV-FECHA-CORRIDA TO MOV-FECHA.
           MOVE "D"               TO MOV-TIPO.
           MOVE DEV-PROF-NOMBRE   TO MOV-NOMBRE.
           MOVE DEV-TOT-IMPORTE   TO MOV-IMPORTE.
           RELEASE REG-MOVIMIENTO.
           PERFORM LEER-DEVENGADO.

      *- Pagos.dat puede no existir todavia (nunca se registro un
           END-IF.

       SUMAR-PAGO.
           MOVE PAG-PROF-NUMERO TO MOV-PROF-NUMERO.
           MOVE PAG-FECHA       TO MOV-FECHA.
           MOVE "P"             TO MOV-TIPO.
           MOVE SPACES          TO MOV-NOMBRE.
           MOVE PAG-IMPORTE     TO MOV-IMPORTE.
           RELEASE REG-MOVIMIENTO.
           PERFORM LEER-PAGO.

      *- El saldo pendiente de cada adelanto es plata ya entregada
       SUMAR-ADELANTO.
           IF ADE-PENDIENTE
               AND ADE-SALDO > 0
               MOVE ADE-PROF-NUMERO TO MOV-PROF-NUMERO
               MOVE ADE-FECHA       TO MOV-FECHA
               MOVE "P"             TO MOV-TIPO
               MOVE SPACES          TO MOV-NOMBRE
               MOVE ADE-SALDO       TO MOV-IMPORTE
               RELEASE REG-MOVIMIENTO
           END-IF.
           PERFORM LEER-ADELANTO.

      *- Corte de control por profesor: al cambiar de numero se
      *- imprime el renglon del anterior.
       CORTE-POR-PROFESOR.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-PROFESOR UNTIL SS-MOVIMIENTOS = 10.

       LEER-MOVIMIENTO.
           RETURN ARCH-MOVIMIENTOS RECORD
           AT END
           IF SS-MOVIMIENTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MOVIMIENTOS SS: " SS-MOVIMIENTOS
           END-IF.

       PROCESAR-PROFESOR.
           MOVE MOV-PROF-NUMERO TO WS-PROF-ACTUAL.
           MOVE SPACES TO WS-CC-NOMBRE.
           MOVE 0 TO WS-CC-DEVENGADO.
           MOVE 0 TO WS-CC-PAGADO.
           PERFORM SUMAR-MOVIMIENTO
               UNTIL SS-MOVIMIENTOS = 10
               OR MOV-PROF-NUMERO IS NOT EQUAL TO WS-PROF-ACTUAL.
           IF WS-CC-NOMBRE IS EQUAL TO SPACES
               PERFORM BUSCAR-NOMBRE-PROFESOR
           END-IF.
           PERFORM PRINT-DETALLE.

       SUMAR-MOVIMIENTO.
           IF MOV-TIPO IS EQUAL TO "D"
               MOVE MOV-NOMBRE TO WS-CC-NOMBRE
               ADD MOV-IMPORTE TO WS-CC-DEVENGADO
           ELSE
               ADD MOV-IMPORTE TO WS-CC-PAGADO
           END-IF.
           PERFORM LEER-MOVIMIENTO.

      *- Para un profesor que solo tiene pagos (sin renglon en el
      *- extracto) el nombre sale del maestro.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS EQUAL TO 00
               MOVE PROF-NOMBRE TO WS-CC-NOMBRE
           END-IF.

       PRINT-ENCABEZADO.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PRINT-DETALLE.
           ADD 1 TO CANT-CC.
           MOVE WS-PROF-ACTUAL  TO DT-PROF.
           MOVE WS-CC-NOMBRE    TO DT-NOMBRE.
           MOVE WS-CC-DEVENGADO TO DT-DEVENGADO.
           MOVE WS-CC-PAGADO    TO DT-PAGADO.
           COMPUTE WS-SALDO = WS-CC-DEVENGADO - WS-CC-PAGADO.
           MOVE WS-SALDO TO DT-SALDO.
           IF WS-SALDO < 0
               MOVE "SOBREPAGO" TO DT-MARCA

       PRINT-PIE.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           DISPLAY "PROFESORES LISTADOS: " CANT-CC.
           IF CANT-SOBREPAGOS > 0
               DISPLAY "ATENCION: " CANT-SOBREPAGOS
                   " PROFESORES CON SOBREPAGO"
