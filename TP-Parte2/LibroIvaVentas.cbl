      *- numeracion sin huecos), y el ultimo numero del maestro se
      *- coteja contra UltimoNumeroFactura.dat. Reemplaza el retipeo
      *- mensual de contaduria desde FacturasSucursales.txt.
      *- Solo entran al libro los documentos con CAE otorgado por la
      *- AFIP (ver IMPORTAR-CAE); los pendientes o rechazados del
      *- periodo se cuentan aparte al pie y no suman, hasta que se
      *- autoricen.
      *- Cada empresa del grupo lleva su propio libro: el maestro
      *- viene agrupado por empresa en la clave, y por cada una sale
      *- una seccion con su razon social y CUIT (ver BUSCAR-EMPRESA),
      *- sus totales por alicuota y generales, su control de huecos
      *- serie por serie y el cotejo de su ultimo numero contra el
      *- renglon que le corresponde en UltimoNumeroFactura.dat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-IDX.
           03 FAC-CLAVE.
      *- Empresa emisora; cada empresa numera sus propias series.
               05 FAC-EMPRESA   PIC X(02).
      *- "FC" factura, "NC" nota de credito; cada tipo lleva su
      *- propia serie correlativa.
               05 FAC-TIPO      PIC X(02).
      *- Factura a la que aplica una nota de credito (0 en las
      *- facturas).
           03 FAC-NRO-REF       PIC 9(08).
      *- Autorizacion AFIP (ver IMPORTAR-CAE): "P" pendiente, "A"
      *- autorizado, "R" rechazado.
           03 FAC-ESTADO-AFIP   PIC X(01).
              88 FAC-CAE-AUTORIZADO        VALUE "A".
           03 FAC-CAE           PIC 9(14).
           03 FAC-CAE-VTO       PIC 9(08).
           03 FAC-CAE-MOTIVO    PIC X(40).

       FD PERIODO-FILE LABEL RECORD OMITTED.
       01 REG-PERIODO           PIC 9(06).

      *- Un renglon por empresa (ver FACTURACION-SUCURSALES).
       FD ULTIMO-NUMERO-FILE LABEL RECORD OMITTED.
       01 REG-ULTIMO-NUMERO.
           03 ULN-NUMERO        PIC 9(08).
           03 ULN-EMPRESA       PIC X(02).

       FD LISTADO
           LABEL RECORD IS STANDARD.

      *- Control de correlatividad sobre TODO el maestro (no solo el
      *- mes pedido): el hueco se detecta entre claves consecutivas,
      *- serie por serie (la clave agrupa por empresa y tipo de
      *- documento).
       77 WS-TIPO-ANT       PIC X(02)    VALUE SPACES.
       77 WS-NUMERO-ANT     PIC 9(08)    VALUE 0.
       77 WS-FALTA-DESDE    PIC 9(08)    VALUE 0.
       77 CANT-HUECOS       PIC 9(05)    VALUE 0.
       77 WS-ULTIMO-MAESTRO PIC 9(08)    VALUE 0.

      *- Empresa de la seccion en curso del libro.
       78 CON-EMPRESA-DEFECTO VALUE "01".
       77 WS-EMPRESA-ANT    PIC X(02)    VALUE SPACES.
       77 WS-HAY-SECCION    PIC X(01)    VALUE "N".
          88 SECCION-ABIERTA             VALUE "S".
       01 PAR-EMP-IN.
           03 EMI-OP            PIC X(06).
           03 EMI-EMPRESA       PIC X(02).
           03 EMI-SUCURSAL      PIC X(03).
           03 EMI-CUIT          PIC 9(11).
       01 PAR-EMP-OUT.
           03 EMO-CR            PIC X(02).
           03 EMO-CODIGO        PIC X(02).
           03 EMO-RAZON         PIC X(25).
           03 EMO-CUIT          PIC 9(11).
           03 EMO-DIRE          PIC X(20).
           03 EMO-PTO-VENTA     PIC 9(04).

      *- Ultima factura del maestro de cada empresa, para el cotejo
      *- contra el archivo de numeracion.
       78 CON-CANT-EMP-MAX  VALUE 20.
       01 VEC-ULTIMOS.
           03 VEC-ULT-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-ULT.
               05 VEC-ULT-EMPRESA  PIC X(02).
               05 VEC-ULT-NUMERO   PIC 9(08).
       77 CANT-ULT          PIC 99       VALUE 0.
       77 IND-ULT-HALLADO   PIC 99       VALUE 0.
       77 WS-EMPRESA-BUSCADA PIC X(02)   VALUE SPACES.

      *- Totales por alicuota del periodo listado.
       78 CON-CANT-ALI-MAX  VALUE 10.
       01 VEC-ALICUOTAS.
       77 IND-ALI-HALLADO   PIC 99       VALUE 0.

       77 CANT-DOCUMENTOS   PIC 9(05)    VALUE 0.
       77 CANT-SIN-CAE      PIC 9(05)    VALUE 0.
       77 CANT-SIN-CAE-EMP  PIC 9(05)    VALUE 0.
      *- Con signo: las notas de credito restan del libro.
       77 WS-NETO-DOC       PIC S9(10)V99 VALUE 0
                             SIGN LEADING SEPARATE.
           03 E1-PERIODO-AAAA  PIC 9(4).
           03 FILLER PIC X(48) VALUE SPACES.

       01 ENCABEZADO-EMPRESA.
           03 FILLER PIC X(09) VALUE "Empresa: ".
           03 EE-CODIGO        PIC X(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 EE-RAZON         PIC X(25).
           03 FILLER PIC X(08) VALUE "  Cuit: ".
           03 EE-CUIT          PIC 9(11).
           03 FILLER PIC X(24) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

           03 TG-TOTAL         PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(6)    VALUE SPACES.

       01 LINEA-SIN-CAE.
           03 FILLER           PIC X(36)   VALUE
              "Documentos del periodo sin CAE AFIP ".
           03 FILLER           PIC X(17)   VALUE
              "(no computados): ".
           03 SC-CANTIDAD      PIC ZZZZ9.
           03 FILLER           PIC X(22)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARGAR-PERIODO.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-FACTURA.
           PERFORM PROCESAR-DOCUMENTO UNTIL FS-FACTURAS-IDX = 10.
           IF NOT SECCION-ABIERTA
               MOVE SPACES TO EE-CODIGO
               PERFORM PRINT-ENCABEZADO
           END-IF.
           PERFORM PRINT-TOTALES.
           PERFORM CONTROLAR-ULTIMO-NUMERO.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "DOCUMENTOS LISTADOS: " CANT-DOCUMENTOS
               " - HUECOS DE NUMERACION: " CANT-HUECOS.
           IF CANT-SIN-CAE > 0
               DISPLAY "DOCUMENTOS DEL PERIODO SIN CAE: " CANT-SIN-CAE
           END-IF.
           STOP RUN.

      *- LibroIvaPeriodo.txt es opcional; sin archivo se lista el mes
           END-IF.

      *- El control de huecos corre sobre todo el maestro; el renglon
      *- del libro solo sale para los documentos del periodo pedido
      *- que ya tienen CAE.
       PROCESAR-DOCUMENTO.
           IF NOT SECCION-ABIERTA
               OR FAC-EMPRESA IS NOT EQUAL TO WS-EMPRESA-ANT
               PERFORM CAMBIO-DE-EMPRESA
           END-IF.
           PERFORM CONTROLAR-CORRELATIVIDAD.
           MOVE FAC-FECHA(1:6) TO WS-PERIODO-FAC.
           IF WS-PERIODO-FAC IS EQUAL TO WS-PERIODO
               AND NOT FAC-CAE-AUTORIZADO
               ADD 1 TO CANT-SIN-CAE
               ADD 1 TO CANT-SIN-CAE-EMP
           END-IF.
           IF WS-PERIODO-FAC IS EQUAL TO WS-PERIODO
               AND FAC-CAE-AUTORIZADO
               PERFORM APLICAR-SIGNO-DOCUMENTO
               PERFORM PRINT-RENGLON
               PERFORM ACUMULAR-ALICUOTA
               ADD WS-TOTAL-DOC TO TOT-TOTAL
           END-IF.
           IF FAC-TIPO IS EQUAL TO "FC"
               AND IND-ULT-HALLADO > 0
               MOVE FAC-NUMERO TO VEC-ULT-NUMERO(IND-ULT-HALLADO)
           END-IF.
           PERFORM LEER-FACTURA.

      *- Corte por empresa: cierra la seccion anterior con sus
      *- totales y abre la de la nueva con los acumuladores en cero.
       CAMBIO-DE-EMPRESA.
           IF SECCION-ABIERTA
               PERFORM PRINT-TOTALES
               WRITE REG-LISTADO FROM LINEA-EN-BLANCO
           END-IF.
           MOVE "S" TO WS-HAY-SECCION.
           MOVE FAC-EMPRESA TO WS-EMPRESA-ANT.
           MOVE 0 TO CANT-ALI.
           MOVE 0 TO TOT-NETO.
           MOVE 0 TO TOT-IVA.
           MOVE 0 TO TOT-TOTAL.
           MOVE 0 TO CANT-SIN-CAE-EMP.
           MOVE SPACES TO WS-TIPO-ANT.
           MOVE 0 TO WS-NUMERO-ANT.
           MOVE FAC-EMPRESA TO WS-EMPRESA-BUSCADA.
           PERFORM BUSCAR-ULTIMO-EMPRESA.
           MOVE "BUSCAR"    TO EMI-OP.
           MOVE FAC-EMPRESA TO EMI-EMPRESA.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE EMO-CODIGO TO EE-CODIGO.
           MOVE EMO-RAZON  TO EE-RAZON.
           MOVE EMO-CUIT   TO EE-CUIT.
           PERFORM PRINT-ENCABEZADO.

      *- Fila de la empresa WS-EMPRESA-BUSCADA (blanco = la empresa
      *- por defecto) en la tabla de ultimos numeros; se agrega en 0.
       BUSCAR-ULTIMO-EMPRESA.
           IF WS-EMPRESA-BUSCADA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-BUSCADA
           END-IF.
           MOVE 0 TO IND-ULT-HALLADO.
           PERFORM VARYING INDICE-ULT FROM 1 BY 1
               UNTIL INDICE-ULT > CANT-ULT
               IF VEC-ULT-EMPRESA(INDICE-ULT) IS EQUAL
                   TO WS-EMPRESA-BUSCADA
                   SET IND-ULT-HALLADO TO INDICE-ULT
               END-IF
           END-PERFORM.
           IF IND-ULT-HALLADO = 0
               AND CANT-ULT < CON-CANT-EMP-MAX
               ADD 1 TO CANT-ULT
               MOVE CANT-ULT TO IND-ULT-HALLADO
               MOVE WS-EMPRESA-BUSCADA
                   TO VEC-ULT-EMPRESA(IND-ULT-HALLADO)
               MOVE 0 TO VEC-ULT-NUMERO(IND-ULT-HALLADO)
           END-IF.

      *- Una nota de credito entra al libro en negativo.
       APLICAR-SIGNO-DOCUMENTO.
           MOVE FAC-NETO  TO WS-NETO-DOC.
               MOVE WS-FALTA-DESDE TO HUE-DESDE
               MOVE WS-FALTA-HASTA TO HUE-HASTA
               WRITE REG-LISTADO FROM LINEA-HUECO
               DISPLAY "HUECO DE NUMERACION: EMPRESA " WS-EMPRESA-ANT
                   " " FAC-TIPO " FALTAN "
                   WS-FALTA-DESDE " A " WS-FALTA-HASTA
           END-IF.
           MOVE FAC-NUMERO TO WS-NUMERO-ANT.
           MOVE WS-PERIODO(5:2) TO E1-PERIODO-MM.
           MOVE WS-PERIODO(1:4) TO E1-PERIODO-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           IF EE-CODIGO IS NOT EQUAL TO SPACES
               WRITE REG-LISTADO FROM ENCABEZADO-EMPRESA
           END-IF.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO2-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-IVA   TO TG-IVA.
           MOVE TOT-TOTAL TO TG-TOTAL.
           WRITE REG-LISTADO FROM LINEA-TOT-GENERAL.
           IF CANT-SIN-CAE-EMP > 0
               MOVE CANT-SIN-CAE-EMP TO SC-CANTIDAD
               WRITE REG-LISTADO FROM LINEA-SIN-CAE
           END-IF.

       PRINT-TOTAL-ALICUOTA.
           MOVE VEC-ALI-TASA(INDICE-ALI) TO TA-TASA.
           MOVE VEC-ALI-IVA(INDICE-ALI)  TO TA-IVA.
           WRITE REG-LISTADO FROM LINEA-TOT-ALICUOTA.

      *- El ultimo documento de cada empresa en el maestro tiene que
      *- coincidir con su renglon del correlativo persistido que usa
      *- FACTURACION-SUCURSALES: si difieren, o falta cargar una
      *- emision o alguien toco el contador a mano.
       CONTROLAR-ULTIMO-NUMERO.
           OPEN INPUT ULTIMO-NUMERO-FILE.
           IF FS-ULTIMO IS EQUAL TO 00
               PERFORM LEER-ULTIMO-NUMERO
               PERFORM COTEJAR-ULTIMO-NUMERO UNTIL FS-ULTIMO = 10
               CLOSE ULTIMO-NUMERO-FILE
           END-IF.

       LEER-ULTIMO-NUMERO.
           READ ULTIMO-NUMERO-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ULTIMONUMEROFACTURA FS: "
                   FS-ULTIMO
               MOVE 10 TO FS-ULTIMO
           END-IF.

       COTEJAR-ULTIMO-NUMERO.
           IF ULN-NUMERO IS NUMERIC
               MOVE ULN-EMPRESA TO WS-EMPRESA-BUSCADA
               PERFORM BUSCAR-ULTIMO-EMPRESA
               MOVE 0 TO WS-ULTIMO-MAESTRO
               IF IND-ULT-HALLADO > 0
                   MOVE VEC-ULT-NUMERO(IND-ULT-HALLADO)
                       TO WS-ULTIMO-MAESTRO
               END-IF
               IF ULN-NUMERO IS NOT EQUAL TO WS-ULTIMO-MAESTRO
                   DISPLAY "EMPRESA " WS-EMPRESA-BUSCADA
                       ": ULTIMO DOCUMENTO DEL MAESTRO ("
                       WS-ULTIMO-MAESTRO ") NO COINCIDE CON "
                       "ULTIMONUMEROFACTURA.DAT ("
                       ULN-NUMERO "), VERIFICAR"
               END-IF
           END-IF.
           PERFORM LEER-ULTIMO-NUMERO.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-IDX-FILE.
