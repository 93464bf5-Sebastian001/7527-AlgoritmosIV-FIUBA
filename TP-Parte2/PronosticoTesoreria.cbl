      *- AguinaldoAP.dat como ajuste estacional, para que tesoreria
      *- posicione fondos ANTES de que se genere el archivo de
      *- transferencias.
      *- Con Reexpresion.txt presente (AAAAMM del mes base; 0 = el
      *- ultimo mes con indice) debajo de la proyeccion nominal sale
      *- la misma tabla en moneda constante del mes base: cada mes de
      *- la base del promedio (y el ultimo SAC) se reexpresa con su
      *- propio indice antes de promediar (ver REEXPRESAR-IMPORTE),
      *- porque promediar tres meses nominales con inflacion proyecta
      *- de menos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGUINALDO.

      *- Opcional: sin archivo solo sale la proyeccion nominal (ver
      *- CARGAR-REEXPRESION).
       SELECT REEXPRESION-FILE
           ASSIGN TO DISK "../files/in/Reexpresion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEXPRESION.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/PronosticoTesoreria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           03  AGU-MEJOR-MES       PIC 9(02).
           03  AGU-IMPORTE         PIC 9(09)V99.

       FD REEXPRESION-FILE LABEL RECORD OMITTED.
       01 REG-REEXPRESION      PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).
       77 FS-DEVENGADO    PIC XX.
       77 FS-AGUINALDO    PIC XX.
       77 FS-LISTADO      PIC XX.
       77 FS-REEXPRESION  PIC XX.

      *- Reexpresion a moneda constante (ver CARGAR-REEXPRESION).
      *- WS-MONEDA dice cual de las dos tablas se esta imprimiendo.
       77 WS-REEXPRESAR      PIC X(01)     VALUE "N".
           88 REEXPRESAR                   VALUE "S".
       77 WS-MONEDA          PIC X(01)     VALUE "N".
           88 MONEDA-CONSTANTE             VALUE "C".
       77 CANT-SIN-INDICE    PIC 9(05)     VALUE 0.
       77 WS-IMPORTE-FLU     PIC S9(11)V99 VALUE 0
                              SIGN LEADING SEPARATE.
       01 PAR-RXP-IN.
           03 RXP-OP            PIC X(07).
           03 RXP-PERIODO-BASE  PIC 9(06).
           03 RXP-PERIODO       PIC 9(06).
           03 RXP-IMPORTE       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
       01 PAR-RXP-OUT.
           03 RXP-CR            PIC X(02).
           03 RXP-PERIODO-BASE-USADO PIC 9(06).
           03 RXP-INDICE-BASE   PIC 9(06)V9(04).
           03 RXP-INDICE        PIC 9(06)V9(04).
           03 RXP-IMPORTE-CONST PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

      *- Devengado por sucursal y mes de corrida, base del promedio.
       78 CON-CANT-FLUJO-MAX VALUE 1000.
               05 VEC-FLU-PERIODO   PIC 9(06).
               05 VEC-FLU-IMPORTE   PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               05 VEC-FLU-IMP-CONST PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
       77 CANT-FLU           PIC 9(04)     VALUE 0.
       77 IND-FLU-HALLADO    PIC 9(04)     VALUE 0.

                              SIGN LEADING SEPARATE.
       77 TOT-AGUINALDO      PIC S9(12)V99 VALUE 0
                              SIGN LEADING SEPARATE.
       77 TOT-PROYECCION-CONST  PIC S9(12)V99 VALUE 0
                              SIGN LEADING SEPARATE.
       77 TOT-ULTIMO-REAL-CONST PIC S9(12)V99 VALUE 0
                              SIGN LEADING SEPARATE.
       77 TOT-AGUINALDO-CONST   PIC S9(12)V99 VALUE 0
                              SIGN LEADING SEPARATE.

       01 ENCABEZADO1.
           03 FILLER PIC X(44) VALUE
           03 E1-PERIODO-AAAA  PIC 9(4).
           03 FILLER PIC X(20) VALUE SPACES.

      *- Solo con reexpresion: titulo de la tabla en moneda constante
      *- con el mes base y su indice.
       01 ENCABEZADO-REEXPRESION.
           03 FILLER PIC X(20) VALUE "Moneda constante de ".
           03 ER-BASE-MM       PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 ER-BASE-AAAA     PIC 9(4).
           03 FILLER PIC X(6)  VALUE ", IPC ".
           03 ER-INDICE        PIC ZZZZZ9,9999.
           03 FILLER PIC X(36) VALUE SPACES.

       01 LINEA-SIN-INDICE.
           03 FILLER PIC X(45) VALUE
              "Renglones sin indice, tomados a valor nominal".
           03 FILLER PIC X(1)  VALUE SPACES.
           03 LS-CANTIDAD      PIC ZZZZ9.
           03 FILLER PIC X(29) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM CARGAR-REEXPRESION.
           PERFORM ACUMULAR-DEVENGADO.
           IF WS-ULTIMO-PERIODO = 0
               DISPLAY "SIN CORRIDAS EN EL DEVENGADO HISTORICO, "
               " - ULTIMO REAL: " TOT-ULTIMO-REAL.
           STOP RUN.

      *- Reexpresion.txt es opcional; si no esta, o no hay indices
      *- con que reexpresar, solo sale la proyeccion nominal.
       CARGAR-REEXPRESION.
           OPEN INPUT REEXPRESION-FILE.
           IF FS-REEXPRESION IS EQUAL TO 00
               MOVE 0 TO RXP-PERIODO-BASE
               READ REEXPRESION-FILE
               IF FS-REEXPRESION IS EQUAL TO 00
                   AND REG-REEXPRESION IS NUMERIC
                   MOVE REG-REEXPRESION TO RXP-PERIODO-BASE
               END-IF
               CLOSE REEXPRESION-FILE
               MOVE "ABRIR" TO RXP-OP
               CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN,
                   PAR-RXP-OUT
               IF RXP-CR IS EQUAL TO "00"
                   MOVE "S" TO WS-REEXPRESAR
                   DISPLAY "IMPORTES EN MONEDA CONSTANTE DE "
                       RXP-PERIODO-BASE-USADO
               ELSE
                   DISPLAY "SIN INDICES PARA REEXPRESAR, SOLO SALE LA "
                       "PROYECCION NOMINAL"
               END-IF
           END-IF.

      *- Lleva RXP-IMPORTE del mes RXP-PERIODO a moneda constante; un
      *- mes sin indice queda nominal y se cuenta para avisarlo al pie.
       REEXPRESAR-RENGLON.
           MOVE "AJUSTAR" TO RXP-OP.
           CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN, PAR-RXP-OUT.
           IF RXP-CR IS NOT EQUAL TO "00"
               ADD 1 TO CANT-SIN-INDICE
           END-IF.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
                   MOVE DEV-FECHA-CORRIDA(1:6)
                       TO VEC-FLU-PERIODO(IND-FLU-HALLADO)
                   MOVE 0 TO VEC-FLU-IMPORTE(IND-FLU-HALLADO)
                   MOVE 0 TO VEC-FLU-IMP-CONST(IND-FLU-HALLADO)
               ELSE
                   DISPLAY "TABLA DE FLUJO LLENA, SE PIERDE "
                       DEV-CUIT
           IF IND-FLU-HALLADO > 0
               ADD DEV-TOT-IMPORTE
                   TO VEC-FLU-IMPORTE(IND-FLU-HALLADO)
               IF REEXPRESAR
                   MOVE DEV-FECHA-CORRIDA(1:6) TO RXP-PERIODO
                   MOVE DEV-TOT-IMPORTE        TO RXP-IMPORTE
                   PERFORM REEXPRESAR-RENGLON
                   ADD RXP-IMPORTE-CONST
                       TO VEC-FLU-IMP-CONST(IND-FLU-HALLADO)
               END-IF
               IF VEC-FLU-PERIODO(IND-FLU-HALLADO)
                   > WS-ULTIMO-PERIODO
                   MOVE VEC-FLU-PERIODO(IND-FLU-HALLADO)
      *- ajuste estacional.
       CARGAR-AGUINALDO.
           MOVE 0 TO TOT-AGUINALDO.
           MOVE 0 TO TOT-AGUINALDO-CONST.
           IF WS-MM-AUX = 06 OR WS-MM-AUX = 12
               OPEN INPUT AGUINALDO-AP-FILE
               IF FS-AGUINALDO IS EQUAL TO 00
               DISPLAY "ERROR AL LEER AGUINALDOAP FS: " FS-AGUINALDO
           END-IF.

      *- El SAC del primer semestre se paga con junio y el del
      *- segundo con diciembre: ese es el mes de su indice.
       SUMAR-AGUINALDO.
           ADD AGU-IMPORTE TO TOT-AGUINALDO.
           IF REEXPRESAR
               IF AGU-SEMESTRE = 1
                   COMPUTE RXP-PERIODO = AGU-AAAA * 100 + 6
               ELSE
                   COMPUTE RXP-PERIODO = AGU-AAAA * 100 + 12
               END-IF
               MOVE AGU-IMPORTE TO RXP-IMPORTE
               PERFORM REEXPRESAR-RENGLON
               ADD RXP-IMPORTE-CONST TO TOT-AGUINALDO-CONST
           END-IF.
           PERFORM LEER-AGUINALDO.

       IMPRIMIR-PRONOSTICO.
           MOVE WS-PERIODO-PROX(5:2) TO E1-PERIODO-MM.
           MOVE WS-PERIODO-PROX(1:4) TO E1-PERIODO-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           MOVE "N" TO WS-MONEDA.
           PERFORM IMPRIMIR-TABLA.
           IF REEXPRESAR
               MOVE RXP-PERIODO-BASE-USADO(5:2) TO ER-BASE-MM
               MOVE RXP-PERIODO-BASE-USADO(1:4) TO ER-BASE-AAAA
               MOVE RXP-INDICE-BASE TO ER-INDICE
               WRITE REG-LISTADO FROM LINEA-EN-BLANCO
               WRITE REG-LISTADO FROM ENCABEZADO-REEXPRESION
               MOVE "C" TO WS-MONEDA
               PERFORM IMPRIMIR-TABLA
               IF CANT-SIN-INDICE > 0
                   MOVE CANT-SIN-INDICE TO LS-CANTIDAD
                   WRITE REG-LISTADO FROM LINEA-SIN-INDICE
                   DISPLAY "ATENCION: " CANT-SIN-INDICE
                       " RENGLONES SIN INDICE, A VALOR NOMINAL"
               END-IF
           END-IF.
           CLOSE LISTADO.

      *- La misma tabla sale en pesos nominales y, con reexpresion,
      *- en moneda constante: WS-MONEDA elige importes y totales.
       IMPRIMIR-TABLA.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO2-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           IF MONEDA-CONSTANTE
               IF TOT-AGUINALDO-CONST IS NOT EQUAL TO 0
                   ADD TOT-AGUINALDO-CONST TO TOT-PROYECCION-CONST
                   MOVE TOT-AGUINALDO-CONST TO LA-IMPORTE
                   WRITE REG-LISTADO FROM LINEA-AGUINALDO
               END-IF
               MOVE TOT-PROYECCION-CONST  TO TL-PROYECTADO
               MOVE TOT-ULTIMO-REAL-CONST TO TL-ULTIMO
           ELSE
               IF TOT-AGUINALDO IS NOT EQUAL TO 0
                   ADD TOT-AGUINALDO TO TOT-PROYECCION
                   MOVE TOT-AGUINALDO TO LA-IMPORTE
                   WRITE REG-LISTADO FROM LINEA-AGUINALDO
               END-IF
               MOVE TOT-PROYECCION  TO TL-PROYECTADO
               MOVE TOT-ULTIMO-REAL TO TL-ULTIMO
           END-IF.
           WRITE REG-LISTADO FROM LINEA-TOTAL.

      *- Promedio simple de los tres ultimos meses (un mes sin
      *- corrida promedia en cero, que es lo que realmente salio).
               UNTIL INDICE-FLU > CANT-FLU
               IF VEC-FLU-CUIT(INDICE-FLU) IS EQUAL
                   TO VEC-SUC-CUIT(INDICE-SUC)
                   IF MONEDA-CONSTANTE
                       MOVE VEC-FLU-IMP-CONST(INDICE-FLU)
                           TO WS-IMPORTE-FLU
                   ELSE
                       MOVE VEC-FLU-IMPORTE(INDICE-FLU)
                           TO WS-IMPORTE-FLU
                   END-IF
                   IF VEC-FLU-PERIODO(INDICE-FLU) IS EQUAL
                           TO WS-ULTIMO-PERIODO
                       OR VEC-FLU-PERIODO(INDICE-FLU) IS EQUAL
                           TO WS-PERIODO-BASE1
                       OR VEC-FLU-PERIODO(INDICE-FLU) IS EQUAL
                           TO WS-PERIODO-BASE2
                       ADD WS-IMPORTE-FLU TO WS-SUMA-BASE
                   END-IF
                   IF VEC-FLU-PERIODO(INDICE-FLU) IS EQUAL
                       TO WS-ULTIMO-PERIODO
                       ADD WS-IMPORTE-FLU TO WS-ULTIMO-REAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ULTIMO-REAL TO DT-ULTIMO.
           MOVE WS-DIFERENCIA  TO DT-DIFERENCIA.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           IF MONEDA-CONSTANTE
               ADD WS-PROYECCION  TO TOT-PROYECCION-CONST
               ADD WS-ULTIMO-REAL TO TOT-ULTIMO-REAL-CONST
           ELSE
               ADD WS-PROYECCION  TO TOT-PROYECCION
               ADD WS-ULTIMO-REAL TO TOT-ULTIMO-REAL
           END-IF.

       END PROGRAM PRONOSTICO-TESORERIA.
