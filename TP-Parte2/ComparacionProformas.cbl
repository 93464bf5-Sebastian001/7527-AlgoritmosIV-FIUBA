       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARACION-PROFORMAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Presupuesto contra facturado: toma las proformas registradas
      *- por PRESUPUESTO-SUCURSAL (ProformasEmitidas.dat) de los meses
      *- ya cerrados (anteriores al mes de la fecha) y las compara con
      *- lo facturado a la sucursal en ese mes segun el maestro de
      *- documentos FacturasSucursales.dat. Igual que
      *- RENTABILIDAD-SUCURSALES, un documento cuenta en el mes de su
      *- FAC-FECHA y para la sucursal de su FAC-CUIT; las notas de
      *- credito restan. Si una sucursal pidio varias proformas del
      *- mismo mes vale la ultima (la de mayor numero). La comparacion
      *- es sobre el neto gravado, sin IVA; el desvio se marca cuando
      *- supera CON-PORC-DESVIO por ciento en cualquier sentido, y
      *- una proforma de un mes sin nada facturado sale SIN FACTURAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMITIDAS-FILE
           ASSIGN TO DISK "../files/out/ProformasEmitidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMITIDAS.

       SELECT FACTURAS-IDX-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-CLAVE OF REG-FACTURA-IDX
           FILE STATUS IS FS-FACTURAS-IDX.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/ComparacionProformas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD EMITIDAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-EMITIDAS.
           03 PRF-NUMERO        PIC 9(08).
           03 PRF-FECHA         PIC 9(08).
           03 PRF-SUCURSAL      PIC X(03).
           03 PRF-CUIT          PIC 9(11).
           03 PRF-MES           PIC 9(06).
           03 PRF-CLASES        PIC 9(05).
           03 PRF-HORAS         PIC 9(05)V99.
           03 PRF-COSTO         PIC 9(09)V99.
           03 PRF-NETO          PIC 9(09)V99.
           03 PRF-ALICUOTA      PIC 9(02)V99.
           03 PRF-IVA           PIC 9(09)V99.
           03 PRF-TOTAL         PIC 9(10)V99.

       FD FACTURAS-IDX-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-IDX.
           03 FAC-CLAVE.
               05 FAC-EMPRESA   PIC X(02).
               05 FAC-TIPO      PIC X(02).
               05 FAC-NUMERO    PIC 9(08).
           03 FAC-FECHA         PIC 9(08).
           03 FAC-CUIT          PIC 9(11).
           03 FAC-RAZON         PIC X(25).
           03 FAC-NETO          PIC 9(09)V99.
           03 FAC-ALICUOTA      PIC 9(02)V99.
           03 FAC-IVA           PIC 9(09)V99.
           03 FAC-TOTAL         PIC 9(10)V99.
           03 FAC-NRO-REF       PIC 9(08).
           03 FAC-ESTADO-AFIP   PIC X(01).
           03 FAC-CAE           PIC 9(14).
           03 FAC-CAE-VTO       PIC 9(08).
           03 FAC-CAE-MOTIVO    PIC X(40).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-EMITIDAS     PIC XX.
       77 FS-FACTURAS-IDX PIC XX.
       77 FS-LISTADO      PIC XX.

       77 WS-MES-ACTUAL     PIC 9(06)    VALUE 0.
       78 CON-PORC-DESVIO   VALUE 10.

      *- Una fila por sucursal y mes presupuestado.
       78 CON-CANT-CMP-MAX  VALUE 500.
       01 VEC-COMPARACION.
           03 VEC-CMP-ELM
               OCCURS CON-CANT-CMP-MAX TIMES
               INDEXED BY INDICE-CMP.
               05 VEC-CMP-NUMERO    PIC 9(08).
               05 VEC-CMP-SUCURSAL  PIC X(03).
               05 VEC-CMP-CUIT      PIC 9(11).
               05 VEC-CMP-MES       PIC 9(06).
               05 VEC-CMP-PRESUP    PIC 9(09)V99.
               05 VEC-CMP-FACTURADO PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               05 VEC-CMP-CANT-DOC  PIC 9(03).

       77 CANT-CMP          PIC 999      VALUE 0.
       77 IND-CMP-HALLADO   PIC 999      VALUE 0.

       77 WS-DIFERENCIA     PIC S9(11)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 WS-DIF-PORC       PIC S9(05)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 CANT-DESVIOS      PIC 9(03)    VALUE 0.
       77 TOT-PRESUP        PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 TOT-FACTURADO     PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.
       77 TOT-DIFERENCIA    PIC S9(12)V99 VALUE 0
                             SIGN LEADING SEPARATE.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).

       01 ENCABEZADO1.
           03 FILLER PIC X(50) VALUE
              "Proformas contra facturado - meses cerrados al ".
           03 E1-DD            PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E1-MM            PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E1-AAAA          PIC 9(4).
           03 FILLER PIC X(20) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 ENCABEZADO2-TABLA.
           03 FILLER       PIC X(9)    VALUE "Proforma".
           03 FILLER       PIC X(4)    VALUE "Suc".
           03 FILLER       PIC X(8)    VALUE "Mes".
           03 FILLER       PIC X(13)   VALUE " Presupuesto".
           03 FILLER       PIC X(13)   VALUE "   Facturado".
           03 FILLER       PIC X(13)   VALUE "  Diferencia".
           03 FILLER       PIC X(7)    VALUE "     %".
           03 FILLER       PIC X(13)   VALUE " Marca".

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 DATOS-TABLA.
           03 DT-NUMERO        PIC 9(8).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-SUCURSAL      PIC X(3).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-MM            PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-AAAA          PIC 9(4).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-PRESUP        PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-FACTURADO     PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-DIFERENCIA    PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-PORC          PIC -ZZZ9,9.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 DT-MARCA         PIC X(12).

       01 LINEA-TOTALES.
           03 FILLER           PIC X(16)   VALUE "Totales  Presup ".
           03 TL-PRESUP        PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(6)    VALUE "  Fac ".
           03 TL-FACTURADO     PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(6)    VALUE "  Dif ".
           03 TL-DIFERENCIA    PIC -ZZZZZZZZZ9,99.
           03 FILLER           PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE WS-MES-ACTUAL = HOY-AAAA * 100 + HOY-MM.
           PERFORM CARGAR-PROFORMAS.
           PERFORM ACUMULAR-FACTURACION.
           PERFORM IMPRIMIR-COMPARACION.
           IF CANT-DESVIOS > 0
               DISPLAY "ATENCION: " CANT-DESVIOS
                   " PROFORMAS CON DESVIO CONTRA LO FACTURADO"
           END-IF.
           STOP RUN.

       LEER-EMITIDA.
           READ EMITIDAS-FILE.
           IF FS-EMITIDAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PROFORMASEMITIDAS FS: "
                   FS-EMITIDAS
           END-IF.

       CARGAR-PROFORMAS.
           OPEN INPUT EMITIDAS-FILE.
           IF FS-EMITIDAS IS NOT EQUAL TO 00
               DISPLAY "NO HAY PROFORMAS EMITIDAS"
               STOP RUN
           END-IF.
           PERFORM LEER-EMITIDA.
           PERFORM GUARDAR-PROFORMA UNTIL FS-EMITIDAS = 10.
           CLOSE EMITIDAS-FILE.
           IF CANT-CMP = 0
               DISPLAY "NO HAY PROFORMAS DE MESES CERRADOS"
               STOP RUN
           END-IF.

      *- Solo meses cerrados; una proforma posterior de la misma
      *- sucursal y mes reemplaza a la anterior.
       GUARDAR-PROFORMA.
           IF PRF-MES < WS-MES-ACTUAL
               MOVE 0 TO IND-CMP-HALLADO
               PERFORM VARYING INDICE-CMP FROM 1 BY 1
                   UNTIL INDICE-CMP > CANT-CMP
                   IF VEC-CMP-SUCURSAL(INDICE-CMP) = PRF-SUCURSAL
                       AND VEC-CMP-MES(INDICE-CMP) = PRF-MES
                       SET IND-CMP-HALLADO TO INDICE-CMP
                   END-IF
               END-PERFORM
               IF IND-CMP-HALLADO = 0
                   IF CANT-CMP < CON-CANT-CMP-MAX
                       ADD 1 TO CANT-CMP
                       MOVE CANT-CMP TO IND-CMP-HALLADO
                   ELSE
                       DISPLAY "TABLA DE PROFORMAS LLENA, SE PIERDE "
                           PRF-NUMERO
                   END-IF
               END-IF
               IF IND-CMP-HALLADO > 0
                   AND PRF-NUMERO >= VEC-CMP-NUMERO(IND-CMP-HALLADO)
                   MOVE PRF-NUMERO   TO VEC-CMP-NUMERO(IND-CMP-HALLADO)
                   MOVE PRF-SUCURSAL
                       TO VEC-CMP-SUCURSAL(IND-CMP-HALLADO)
                   MOVE PRF-CUIT     TO VEC-CMP-CUIT(IND-CMP-HALLADO)
                   MOVE PRF-MES      TO VEC-CMP-MES(IND-CMP-HALLADO)
                   MOVE PRF-NETO     TO VEC-CMP-PRESUP(IND-CMP-HALLADO)
                   MOVE 0 TO VEC-CMP-FACTURADO(IND-CMP-HALLADO)
                   MOVE 0 TO VEC-CMP-CANT-DOC(IND-CMP-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-EMITIDA.

       LEER-FACTURA.
           READ FACTURAS-IDX-FILE.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FACTURAS INDEXADO FS: "
                   FS-FACTURAS-IDX
           END-IF.

       ACUMULAR-FACTURACION.
           OPEN INPUT FACTURAS-IDX-FILE.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00
               DISPLAY "NO HAY DOCUMENTOS FACTURADOS"
           ELSE
               PERFORM LEER-FACTURA
               PERFORM SUMAR-DOCUMENTO UNTIL FS-FACTURAS-IDX = 10
               CLOSE FACTURAS-IDX-FILE
           END-IF.

      *- El documento suma (FC) o resta (NC) en la proforma de su
      *- sucursal y su mes, si la hay.
       SUMAR-DOCUMENTO.
           PERFORM VARYING INDICE-CMP FROM 1 BY 1
               UNTIL INDICE-CMP > CANT-CMP
               IF VEC-CMP-CUIT(INDICE-CMP) IS EQUAL TO FAC-CUIT
                   AND VEC-CMP-MES(INDICE-CMP) IS EQUAL
                       TO FAC-FECHA(1:6)
                   IF FAC-TIPO IS EQUAL TO "NC"
                       SUBTRACT FAC-NETO
                           FROM VEC-CMP-FACTURADO(INDICE-CMP)
                   ELSE
                       ADD FAC-NETO TO VEC-CMP-FACTURADO(INDICE-CMP)
                   END-IF
                   ADD 1 TO VEC-CMP-CANT-DOC(INDICE-CMP)
               END-IF
           END-PERFORM.
           PERFORM LEER-FACTURA.

       IMPRIMIR-COMPARACION.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           MOVE HOY-DD   TO E1-DD.
           MOVE HOY-MM   TO E1-MM.
           MOVE HOY-AAAA TO E1-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO2-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           PERFORM IMPRIMIR-RENGLON
               VARYING INDICE-CMP FROM 1 BY 1
               UNTIL INDICE-CMP > CANT-CMP.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-PRESUP     TO TL-PRESUP.
           MOVE TOT-FACTURADO  TO TL-FACTURADO.
           MOVE TOT-DIFERENCIA TO TL-DIFERENCIA.
           WRITE REG-LISTADO FROM LINEA-TOTALES.
           CLOSE LISTADO.

      *- Diferencia = facturado - presupuestado: positiva, se facturo
      *- mas de lo presupuestado.
       IMPRIMIR-RENGLON.
           COMPUTE WS-DIFERENCIA = VEC-CMP-FACTURADO(INDICE-CMP)
               - VEC-CMP-PRESUP(INDICE-CMP).
           MOVE 0 TO WS-DIF-PORC.
           IF VEC-CMP-PRESUP(INDICE-CMP) > 0
               COMPUTE WS-DIF-PORC ROUNDED = WS-DIFERENCIA * 100
                   / VEC-CMP-PRESUP(INDICE-CMP)
           END-IF.
           MOVE SPACES TO DT-MARCA.
           IF VEC-CMP-CANT-DOC(INDICE-CMP) = 0
               MOVE "SIN FACTURAR" TO DT-MARCA
               ADD 1 TO CANT-DESVIOS
           ELSE
               IF WS-DIF-PORC > CON-PORC-DESVIO
                   OR WS-DIF-PORC < 0 - CON-PORC-DESVIO
                   MOVE "DESVIO" TO DT-MARCA
                   ADD 1 TO CANT-DESVIOS
               END-IF
           END-IF.
           MOVE VEC-CMP-NUMERO(INDICE-CMP)    TO DT-NUMERO.
           MOVE VEC-CMP-SUCURSAL(INDICE-CMP)  TO DT-SUCURSAL.
           MOVE VEC-CMP-MES(INDICE-CMP)(5:2)  TO DT-MM.
           MOVE VEC-CMP-MES(INDICE-CMP)(1:4)  TO DT-AAAA.
           MOVE VEC-CMP-PRESUP(INDICE-CMP)    TO DT-PRESUP.
           MOVE VEC-CMP-FACTURADO(INDICE-CMP) TO DT-FACTURADO.
           MOVE WS-DIFERENCIA                 TO DT-DIFERENCIA.
           MOVE WS-DIF-PORC                   TO DT-PORC.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD VEC-CMP-PRESUP(INDICE-CMP)    TO TOT-PRESUP.
           ADD VEC-CMP-FACTURADO(INDICE-CMP) TO TOT-FACTURADO.
           ADD WS-DIFERENCIA                 TO TOT-DIFERENCIA.

       END PROGRAM COMPARACION-PROFORMAS.
