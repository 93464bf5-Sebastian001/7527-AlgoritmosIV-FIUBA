       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEXPRESAR-IMPORTE.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Reexpresion de importes a moneda constante. Con la inflacion,
      *- comparar un importe de este anio con uno del anio pasado (o
      *- rankear meses distintos sumados) no dice nada: los informes
      *- historicos (RENTABILIDAD-SUCURSALES, RANKING-PROFESORES,
      *- PRONOSTICO-TESORERIA) llevan cada importe a la moneda de un
      *- mes base con el indice de precios mensual que se mantiene en
      *- IndicesPrecios.dat (ver MANTENIMIENTO-INDICES):
      *-   importe constante = importe * IPC(base) / IPC(mes).
      *- Operaciones:
      *-   ABRIR   carga la tabla de indices y fija el mes base (0 =
      *-           el ultimo mes cargado); devuelve el indice base.
      *-   AJUSTAR reexpresa RXP-IMPORTE del mes RXP-PERIODO.
      *- Un mes sin indice cargado no se inventa: se devuelve el
      *- importe nominal con codigo "10" para que el informe lo cuente
      *- y lo avise. Se pide como subprograma (igual que
      *- REGISTRAR-OCUPACION) porque lo llaman varios programas; la
      *- tabla queda cargada entre llamadas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INDICES-FILE
           ASSIGN TO DISK "../files/in/IndicesPrecios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INDICES.

       DATA DIVISION.
       FILE SECTION.

       FD INDICES-FILE LABEL RECORD IS STANDARD.
       01 REG-INDICES.
           03 IPC-PERIODO       PIC 9(06).
           03 IPC-INDICE        PIC 9(06)V9(04).

       WORKING-STORAGE SECTION.

       77 FS-INDICES           PIC X(2).

      *- Cincuenta anios de indices mensuales.
       78 CON-CANT-IND-MAX     VALUE 600.
       01 VEC-INDICES.
           03 VEC-IND-ELM
               OCCURS CON-CANT-IND-MAX TIMES
               INDEXED BY INDICE-IND.
               05 VEC-IND-PERIODO   PIC 9(06).
               05 VEC-IND-INDICE    PIC 9(06)V9(04).
       77 CANT-IND             PIC 9(04)   VALUE 0.
       77 IND-IND-HALLADO      PIC 9(04)   VALUE 0.
       77 WS-PERIODO-BUSCADO   PIC 9(06)   VALUE 0.
       77 WS-PERIODO-BASE      PIC 9(06)   VALUE 0.
       77 WS-INDICE-BASE       PIC 9(06)V9(04) VALUE 0.

       LINKAGE SECTION.

       01 PAR-RXP-IN.
      *- "ABRIR" / "AJUSTAR".
           03 RXP-OP            PIC X(07).
           03 RXP-PERIODO-BASE  PIC 9(06).
           03 RXP-PERIODO       PIC 9(06).
           03 RXP-IMPORTE       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

       01 PAR-RXP-OUT.
      *- "00" reexpresado, "10" mes sin indice (se devuelve el
      *- nominal), "99" sin IndicesPrecios.dat o mes base sin indice.
           03 RXP-CR            PIC X(02).
           03 RXP-PERIODO-BASE-USADO PIC 9(06).
           03 RXP-INDICE-BASE   PIC 9(06)V9(04).
           03 RXP-INDICE        PIC 9(06)V9(04).
           03 RXP-IMPORTE-CONST PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

       PROCEDURE DIVISION USING PAR-RXP-IN, PAR-RXP-OUT.

           MOVE "00" TO RXP-CR.
           EVALUATE RXP-OP
               WHEN "ABRIR"
                   PERFORM CARGAR-INDICES
               WHEN "AJUSTAR"
                   PERFORM AJUSTAR-IMPORTE
               WHEN OTHER
                   DISPLAY "OPERACION DE REEXPRESION INVALIDA: " RXP-OP
                   MOVE "99" TO RXP-CR
           END-EVALUATE.
           EXIT PROGRAM.

      *- El archivo no tiene por que venir ordenado; el mes base por
      *- defecto es el mayor periodo cargado.
       CARGAR-INDICES.
           MOVE 0 TO CANT-IND.
           MOVE 0 TO WS-PERIODO-BASE.
           MOVE 0 TO WS-INDICE-BASE.
           OPEN INPUT INDICES-FILE.
           IF FS-INDICES IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO INDICESPRECIOS.DAT"
               MOVE "99" TO RXP-CR
           ELSE
               PERFORM LEER-INDICE
               PERFORM GUARDAR-INDICE UNTIL FS-INDICES = 10
               CLOSE INDICES-FILE
               IF RXP-PERIODO-BASE IS EQUAL TO 0
                   MOVE WS-PERIODO-BASE TO WS-PERIODO-BUSCADO
               ELSE
                   MOVE RXP-PERIODO-BASE TO WS-PERIODO-BUSCADO
               END-IF
               PERFORM BUSCAR-INDICE
               IF IND-IND-HALLADO = 0
                   DISPLAY "EL MES BASE " WS-PERIODO-BUSCADO
                       " NO TIENE INDICE CARGADO"
                   MOVE "99" TO RXP-CR
                   MOVE 0 TO WS-INDICE-BASE
               ELSE
                   MOVE WS-PERIODO-BUSCADO TO WS-PERIODO-BASE
                   MOVE VEC-IND-INDICE(IND-IND-HALLADO)
                       TO WS-INDICE-BASE
               END-IF
           END-IF.
           MOVE WS-PERIODO-BASE TO RXP-PERIODO-BASE-USADO.
           MOVE WS-INDICE-BASE  TO RXP-INDICE-BASE.

       LEER-INDICE.
           READ INDICES-FILE.
           IF FS-INDICES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER INDICES FS: " FS-INDICES
           END-IF.

      *- Un indice en cero no sirve de divisor: se ignora como si el
      *- mes no estuviera cargado.
       GUARDAR-INDICE.
           IF IPC-PERIODO IS NUMERIC AND IPC-INDICE IS NUMERIC
               AND IPC-INDICE > 0
               IF CANT-IND < CON-CANT-IND-MAX
                   ADD 1 TO CANT-IND
                   MOVE IPC-PERIODO TO VEC-IND-PERIODO(CANT-IND)
                   MOVE IPC-INDICE  TO VEC-IND-INDICE(CANT-IND)
                   IF IPC-PERIODO > WS-PERIODO-BASE
                       MOVE IPC-PERIODO TO WS-PERIODO-BASE
                   END-IF
               ELSE
                   DISPLAY "TABLA DE INDICES LLENA, SE PIERDE "
                       IPC-PERIODO
               END-IF
           ELSE
               DISPLAY "INDICE INVALIDO EN INDICESPRECIOS.DAT: "
                   REG-INDICES
           END-IF.
           PERFORM LEER-INDICE.

       BUSCAR-INDICE.
           MOVE 0 TO IND-IND-HALLADO.
           PERFORM VARYING INDICE-IND FROM 1 BY 1
               UNTIL INDICE-IND > CANT-IND
               IF VEC-IND-PERIODO(INDICE-IND) IS EQUAL
                   TO WS-PERIODO-BUSCADO
                   SET IND-IND-HALLADO TO INDICE-IND
               END-IF
           END-PERFORM.

       AJUSTAR-IMPORTE.
           MOVE WS-PERIODO-BASE TO RXP-PERIODO-BASE-USADO.
           MOVE WS-INDICE-BASE  TO RXP-INDICE-BASE.
           MOVE RXP-IMPORTE     TO RXP-IMPORTE-CONST.
           MOVE 0               TO RXP-INDICE.
           IF WS-INDICE-BASE IS EQUAL TO 0
               MOVE "99" TO RXP-CR
           ELSE
               MOVE RXP-PERIODO TO WS-PERIODO-BUSCADO
               PERFORM BUSCAR-INDICE
               IF IND-IND-HALLADO = 0
                   MOVE "10" TO RXP-CR
               ELSE
                   MOVE VEC-IND-INDICE(IND-IND-HALLADO) TO RXP-INDICE
                   COMPUTE RXP-IMPORTE-CONST ROUNDED =
                       RXP-IMPORTE * WS-INDICE-BASE / RXP-INDICE
               END-IF
           END-IF.

       END PROGRAM REEXPRESAR-IMPORTE.
