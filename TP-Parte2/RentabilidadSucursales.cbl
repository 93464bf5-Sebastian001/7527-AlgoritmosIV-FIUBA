      *- por debajo del costo sale marcada. El periodo se toma de
      *- RentabilidadPeriodo.txt (AAAAMM; sin archivo, el mes de la
      *- fecha).
      *- El neto facturado incluye los honorarios del convenio de la
      *- sucursal (recargo, cargo fijo y ajuste al minimo, ver
      *- FACTURACION-SUCURSALES), asi que el margen es el real de la
      *- sucursal; sin convenio se factura al costo y el margen da 0.
      *- Con Reexpresion.txt presente (AAAAMM del mes base; 0 = el
      *- ultimo mes con indice) debajo de cada sucursal sale un
      *- renglon con facturado, IVA, costo y margen llevados a moneda
      *- constante del mes base (ver REEXPRESAR-IMPORTE), el ranking se
      *- ordena por el margen constante y el encabezado muestra el mes
      *- base y los dos indices; asi el estado de un mes se puede
      *- comparar con el de otro sin que la inflacion lo distorsione.
      *- Los importes nominales siguen saliendo en su renglon.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

      *- Opcional: sin archivo el estado sale en pesos nominales como
      *- siempre (ver CARGAR-REEXPRESION).
       SELECT REEXPRESION-FILE
           ASSIGN TO DISK "../files/in/Reexpresion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEXPRESION.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/RentabilidadSucursales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-IDX.
           03 FAC-CLAVE.
               05 FAC-EMPRESA   PIC X(02).
               05 FAC-TIPO      PIC X(02).
               05 FAC-NUMERO    PIC 9(08).
           03 FAC-FECHA         PIC 9(08).
           03 FAC-IVA           PIC 9(09)V99.
           03 FAC-TOTAL         PIC 9(10)V99.
           03 FAC-NRO-REF       PIC 9(08).
      *- Autorizacion AFIP (ver IMPORTAR-CAE): "P" pendiente, "A"
      *- autorizado, "R" rechazado.
           03 FAC-ESTADO-AFIP   PIC X(01).
              88 FAC-CAE-AUTORIZADO        VALUE "A".
           03 FAC-CAE           PIC 9(14).
           03 FAC-CAE-VTO       PIC 9(08).
           03 FAC-CAE-MOTIVO    PIC X(40).

       FD DEVENGADO-FILE
           LABEL RECORD IS STANDARD.
       FD PERIODO-FILE LABEL RECORD OMITTED.
       01 REG-PERIODO           PIC 9(06).

       FD REEXPRESION-FILE LABEL RECORD OMITTED.
       01 REG-REEXPRESION      PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
      *- 90 y no 80: el renglon de detalle lleva la marca de BAJO
       SD ARCH-RANKING
           DATA RECORD IS REG-RANKING.
       01  REG-RANKING.
      *- Clave del orden: el margen constante con reexpresion, el
      *- nominal sin ella.
           03  RANK-CLAVE           PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-MARGEN          PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-CUIT            PIC 9(11).
                                     SIGN LEADING SEPARATE.
           03  RANK-COSTO           PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-NETO-CONST      PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-IVA-CONST       PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-COSTO-CONST     PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-MARGEN-CONST    PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       77 FS-PERIODO      PIC XX.
       77 FS-LISTADO      PIC XX.
       77 SS-RANKING      PIC XX.
       77 FS-REEXPRESION  PIC XX.

      *- Reexpresion a moneda constante (ver CARGAR-REEXPRESION). El
      *- periodo es uno solo, asi que el indice del mes es el mismo
      *- para todas las sucursales.
       77 WS-REEXPRESAR      PIC X(01)    VALUE "N".
           88 REEXPRESAR                  VALUE "S".
       77 WS-PERIODO-BASE    PIC 9(06)    VALUE 0.
       77 WS-INDICE-BASE     PIC 9(06)V9(04) VALUE 0.
       77 WS-INDICE-MES      PIC 9(06)V9(04) VALUE 0.
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

       77 WS-PERIODO        PIC 9(06)    VALUE 0.

                             SIGN LEADING SEPARATE.
       77 TOT-MARGEN        PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 TOT-NETO-CONST    PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 TOT-COSTO-CONST   PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 TOT-MARGEN-CONST  PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 E1-PERIODO-AAAA  PIC 9(4).
           03 FILLER PIC X(43) VALUE SPACES.

      *- Solo con reexpresion: mes base, su indice y el del periodo.
       01 ENCABEZADO1-REEXPRESION.
           03 FILLER PIC X(20) VALUE "Moneda constante de ".
           03 E1R-BASE-MM      PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E1R-BASE-AAAA    PIC 9(4).
           03 FILLER PIC X(6)  VALUE ", IPC ".
           03 E1R-INDICE-BASE  PIC ZZZZZ9,9999.
           03 FILLER PIC X(16) VALUE " - IPC del mes ".
           03 E1R-INDICE-MES   PIC ZZZZZ9,9999.
           03 FILLER PIC X(19) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(90) VALUE SPACES.

           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-MARCA         PIC X(10).

      *- Mismas columnas que DATOS-TABLA, en moneda constante.
       01 DATOS-CONSTANTE.
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 FILLER           PIC X(18)   VALUE " moneda constante".
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DC-NETO          PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DC-IVA           PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DC-COSTO         PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DC-MARGEN        PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(17)   VALUE SPACES.

       01 LINEA-TOTALES.
           03 FILLER           PIC X(14)   VALUE "Totales  Neto ".
           03 TL-NETO          PIC -ZZZZZZZZZ9,99.
           03 TL-MARGEN        PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(19)   VALUE SPACES.

       01 LINEA-TOTALES-CONSTANTE.
           03 FILLER           PIC X(14)   VALUE "Constante Neto".
           03 TC-NETO          PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(7)    VALUE "  Costo".
           03 TC-COSTO         PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(8)    VALUE "  Margen".
           03 TC-MARGEN        PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(19)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-REEXPRESION.
           PERFORM ACUMULAR-FACTURACION.
           PERFORM ACUMULAR-COSTO.
           PERFORM ORDENAR-E-IMPRIMIR.
           END-IF.
           DISPLAY "RENTABILIDAD DEL PERIODO " WS-PERIODO.

      *- Reexpresion.txt es opcional; si no esta, o el periodo o el
      *- mes base no tienen indice, el estado sale nominal.
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
                   MOVE RXP-PERIODO-BASE-USADO TO WS-PERIODO-BASE
                   MOVE RXP-INDICE-BASE        TO WS-INDICE-BASE
                   MOVE "AJUSTAR"  TO RXP-OP
                   MOVE WS-PERIODO TO RXP-PERIODO
                   MOVE 0          TO RXP-IMPORTE
                   CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN,
                       PAR-RXP-OUT
               END-IF
               IF RXP-CR IS EQUAL TO "00"
                   MOVE "S" TO WS-REEXPRESAR
                   MOVE RXP-INDICE TO WS-INDICE-MES
                   DISPLAY "IMPORTES EN MONEDA CONSTANTE DE "
                       WS-PERIODO-BASE
               ELSE
                   DISPLAY "SIN INDICE PARA REEXPRESAR EL PERIODO, EL "
                       "ESTADO SALE EN PESOS NOMINALES"
               END-IF
           END-IF.

      *- Lleva RXP-IMPORTE a moneda constante del mes base.
       REEXPRESAR-IMPORTE-MES.
           MOVE "AJUSTAR"  TO RXP-OP.
           MOVE WS-PERIODO TO RXP-PERIODO.
           CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN, PAR-RXP-OUT.

       LEER-FACTURA.
           READ FACTURAS-IDX-FILE.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00 AND 10

       ORDENAR-E-IMPRIMIR.
           SORT ARCH-RANKING
               DESCENDING KEY RANK-CLAVE
               ASCENDING  KEY RANK-CUIT
               INPUT PROCEDURE SOLTAR-FILAS
               OUTPUT PROCEDURE IMPRIMIR-RANKING.
           MOVE VEC-REN-COSTO(INDICE-REN) TO RANK-COSTO.
           COMPUTE RANK-MARGEN = VEC-REN-NETO(INDICE-REN)
               - VEC-REN-COSTO(INDICE-REN).
           IF REEXPRESAR
               MOVE RANK-NETO TO RXP-IMPORTE
               PERFORM REEXPRESAR-IMPORTE-MES
               MOVE RXP-IMPORTE-CONST TO RANK-NETO-CONST
               MOVE RANK-IVA TO RXP-IMPORTE
               PERFORM REEXPRESAR-IMPORTE-MES
               MOVE RXP-IMPORTE-CONST TO RANK-IVA-CONST
               MOVE RANK-COSTO TO RXP-IMPORTE
               PERFORM REEXPRESAR-IMPORTE-MES
               MOVE RXP-IMPORTE-CONST TO RANK-COSTO-CONST
               COMPUTE RANK-MARGEN-CONST = RANK-NETO-CONST
                   - RANK-COSTO-CONST
               MOVE RANK-MARGEN-CONST TO RANK-CLAVE
           ELSE
               MOVE 0 TO RANK-NETO-CONST
               MOVE 0 TO RANK-IVA-CONST
               MOVE 0 TO RANK-COSTO-CONST
               MOVE 0 TO RANK-MARGEN-CONST
               MOVE RANK-MARGEN TO RANK-CLAVE
           END-IF.
           RELEASE REG-RANKING.

       IMPRIMIR-RANKING.
           MOVE WS-PERIODO(5:2) TO E1-PERIODO-MM.
           MOVE WS-PERIODO(1:4) TO E1-PERIODO-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           IF REEXPRESAR
               MOVE WS-PERIODO-BASE(5:2) TO E1R-BASE-MM
               MOVE WS-PERIODO-BASE(1:4) TO E1R-BASE-AAAA
               MOVE WS-INDICE-BASE       TO E1R-INDICE-BASE
               MOVE WS-INDICE-MES        TO E1R-INDICE-MES
               WRITE REG-LISTADO FROM ENCABEZADO1-REEXPRESION
           END-IF.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO2-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-COSTO  TO TL-COSTO.
           MOVE TOT-MARGEN TO TL-MARGEN.
           WRITE REG-LISTADO FROM LINEA-TOTALES.
           IF REEXPRESAR
               MOVE TOT-NETO-CONST   TO TC-NETO
               MOVE TOT-COSTO-CONST  TO TC-COSTO
               MOVE TOT-MARGEN-CONST TO TC-MARGEN
               WRITE REG-LISTADO FROM LINEA-TOTALES-CONSTANTE
           END-IF.
           CLOSE LISTADO.

       LEER-RANKING.
           ADD RANK-COSTO  TO TOT-COSTO.
           ADD RANK-MARGEN TO TOT-MARGEN.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           IF REEXPRESAR
               MOVE RANK-NETO-CONST   TO DC-NETO
               MOVE RANK-IVA-CONST    TO DC-IVA
               MOVE RANK-COSTO-CONST  TO DC-COSTO
               MOVE RANK-MARGEN-CONST TO DC-MARGEN
               WRITE REG-LISTADO FROM DATOS-CONSTANTE
               ADD RANK-NETO-CONST   TO TOT-NETO-CONST
               ADD RANK-COSTO-CONST  TO TOT-COSTO-CONST
               ADD RANK-MARGEN-CONST TO TOT-MARGEN-CONST
           END-IF.
           PERFORM LEER-RANKING.

       END PROGRAM RENTABILIDAD-SUCURSALES.
