      *- convencion comercial de 360 dias que ya usa
      *- CONSULTA-EXCEPCIONES). Reemplaza el cuaderno de saldos que
      *- la administracion llevaba al lado de la impresora.
      *- Un documento sin CAE de la AFIP (pendiente o rechazado, ver
      *- IMPORTAR-CAE) no cuenta como emitido: ni la factura entra a
      *- la cuenta ni la nota de credito se aplica hasta que se
      *- autoricen.
      *- Cada empresa del grupo numera sus facturas por separado: la
      *- nota de credito y la cobranza se aplican a la factura de ese
      *- numero de la misma empresa.
      *- Lo que las sucursales tienen en disputa abierta (ver
      *- MANTENIMIENTO-DISPUTAS) se muestra aparte de la deuda
      *- comun: cada disputa se ubica en su factura por
      *- DetalleFacturado.dat (ver FACTURACION-SUCURSALES), por lo
      *- facturado por la parte disputada (recargo e IVA incluidos)
      *- y sin pasar el saldo de la factura. El aging por franja es
      *- solo de la deuda comun; el disputado va en su propio
      *- renglon bajo la factura, la sucursal y el total general.
      *- Facturas y sucursales se cargan en tablas con tope: al
      *- terminar se deja su ocupacion (y lo que quedo afuera) en la
      *- bitacora de REGISTRAR-OCUPACION, que CAPACIDAD-TABLAS
      *- informa cada noche.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBRANZAS.

      *- Disputas de las sucursales y el historico de renglones
      *- facturados que las ubica en su factura. Opcionales.
       SELECT DISPUTAS-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/DisputasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DIS-CLAVE OF REG-DISPUTA
           FILE STATUS IS FS-DISPUTAS.

       SELECT DETALLE-FACTURADO-FILE
           ASSIGN TO DISK "../files/out/DetalleFacturado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFA-CLAVE OF REG-DETALLE-FACTURADO
           FILE STATUS IS FS-DETALLE-FAC.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/AgingFacturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD COBRANZAS-FILE
           LABEL RECORD IS STANDARD.
           03  COB-FECHA       PIC 9(08).
           03  COB-IMPORTE     PIC 9(10)V99.
           03  COB-REFERENCIA  PIC X(20).
      *- Empresa de la factura imputada (blanco = por defecto).
           03  COB-EMPRESA     PIC X(02).

       FD DISPUTAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DISPUTA.
           03 DIS-CLAVE.
               05 DIS-RAZON             PIC X(25).
               05 DIS-CUIT              PIC 9(11).
               05 DIS-FECHA             PIC 9(08).
               05 DIS-PROF-NUMERO       PIC X(05).
               05 DIS-TIM-SEC           PIC 9(04).
           03 DIS-SUCURSAL              PIC X(03).
           03 DIS-PROF-NOMBRE           PIC X(25).
           03 DIS-TIP-CLASE             PIC X(04).
           03 DIS-TIPO-NOV              PIC X(01).
           03 DIS-HORAS                 PIC 9(02)V99.
           03 DIS-IMPORTE-RENGLON       PIC 9(07)V99.
           03 DIS-IMPORTE               PIC 9(07)V99.
           03 DIS-MOTIVO                PIC X(01).
           03 DIS-COMENTARIO            PIC X(40).
      *- "A" abierta, "C" aceptada, "R" rechazada.
           03 DIS-ESTADO                PIC X(01).
              88 DIS-ABIERTA                       VALUE "A".
           03 DIS-FECHA-ALTA            PIC 9(08).
           03 DIS-OPERADOR-ALTA         PIC X(10).
           03 DIS-FECHA-RESOL           PIC 9(08).
           03 DIS-OPERADOR-RESOL        PIC X(10).
           03 DIS-HORAS-CORRECCION      PIC 9(02)V99.

       FD DETALLE-FACTURADO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DETALLE-FACTURADO.
           03 DFA-CLAVE.
               05 DFA-RAZON             PIC X(25).
               05 DFA-CUIT              PIC 9(11).
               05 DFA-FECHA             PIC 9(08).
               05 DFA-PROF-NUMERO       PIC X(05).
               05 DFA-TIM-SEC           PIC 9(04).
           03 DFA-PROF-NOMBRE           PIC X(25).
           03 DFA-HORAS                 PIC 9(02)V99.
           03 DFA-IMPORTE               PIC 9(07)V99.
           03 DFA-TIPO-NOV              PIC X(01).
           03 DFA-TIP-CLASE             PIC X(04).
           03 DFA-FAC-EMPRESA           PIC X(02).
           03 DFA-FAC-NUMERO            PIC 9(08).
           03 DFA-FAC-FECHA             PIC 9(08).
           03 DFA-FACTURADO             PIC 9(09)V99.

       FD LISTADO
           LABEL RECORD IS STANDARD.
       77 FS-FACTURAS-IDX PIC XX.
       77 FS-COBRANZAS    PIC XX.
       77 FS-LISTADO      PIC XX.
       77 FS-DISPUTAS     PIC XX.
       77 FS-DETALLE-FAC  PIC XX.

      *- Facturas emitidas en memoria, con lo cobrado aplicado por
      *- numero de factura.
           03 VEC-FAC-ELM
               OCCURS CON-CANT-FAC-MAX TIMES
               INDEXED BY INDICE-FAC INDICE-FAC-NC.
               05  VEC-FAC-EMPRESA     PIC X(02).
               05  VEC-FAC-NUMERO      PIC 9(08).
               05  VEC-FAC-FECHA       PIC 9(08).
               05  VEC-FAC-CUIT        PIC 9(11).
               05  VEC-FAC-RAZON       PIC X(25).
               05  VEC-FAC-TOTAL       PIC 9(10)V99.
               05  VEC-FAC-COBRADO     PIC 9(10)V99.
      *- Lo facturado por renglones en disputa abierta.
               05  VEC-FAC-DISPUTA     PIC 9(10)V99.

       77 CANT-FAC          PIC 999        VALUE 0.
       78 CON-EMPRESA-DEFECTO VALUE "01".
       77 IND-FAC-HALLADO   PIC 999        VALUE 0.
       77 PERD-FAC          PIC 9(07)      VALUE 0.

      *- Sucursales con facturas, para cortar el informe por CUIT.
       78 CON-CANT-SUC-MAX  VALUE 200.

       77 CANT-SUC          PIC 999        VALUE 0.
       77 IND-SUC-HALLADO   PIC 999        VALUE 0.
       77 PERD-SUC          PIC 9(07)      VALUE 0.

      *- Ocupacion de las tablas fijas (ver REGISTRAR-OCUPACION).
       01 PAR-OCU-IN.
           03 POC-PROGRAMA      PIC X(20).
           03 POC-TABLA         PIC X(20).
           03 POC-USADOS        PIC 9(07).
           03 POC-MAXIMO        PIC 9(07).
           03 POC-PERDIDOS      PIC 9(07).
       01 PAR-OCU-OUT.
           03 POC-CR            PIC X(02).

      *- Saldo y aging de la sucursal en proceso y del total general.
       77 WS-SALDO           PIC S9(11)V99 SIGN LEADING SEPARATE.
       77 WS-DIAS            PIC S9(6)     SIGN LEADING SEPARATE.
      *- Parte del saldo en disputa y la deuda comun que queda.
       77 WS-DISPUTA         PIC 9(10)V99  VALUE 0.
       77 WS-SALDO-COMUN     PIC 9(11)V99  VALUE 0.
       77 WS-DISP-FACTURADO  PIC 9(10)V99  VALUE 0.
       77 TOT-SUC-DISPUTA    PIC 9(11)V99  VALUE 0.
       77 TOT-GRAL-DISPUTA   PIC 9(12)V99  VALUE 0.
       77 CANT-DISP-SIN-FACTURA PIC 9(05)  VALUE 0.
       01 TOT-SUC-AGING.
           03 TOT-SUC-CORRIENTE PIC 9(11)V99.
           03 TOT-SUC-30        PIC 9(11)V99.
           03 TOT-GRAL-SALDO     PIC 9(12)V99.

       77 CANT-COB-SIN-FACTURA PIC 9(05)   VALUE 0.
       77 CANT-DOC-SIN-CAE     PIC 9(05)   VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 AG-90            PIC ZZZZZZZ9,99.
           03 FILLER           PIC X(4)    VALUE SPACES.

      *- Debajo de la factura: la parte del saldo en disputa,
      *- alineada con el saldo.
       01 LINEA-DISPUTA-FAC.
           03 FILLER           PIC X(10)   VALUE SPACES.
           03 FILLER           PIC X(39)   VALUE
              "de la que esta en disputa abierta".
           03 DD-DISPUTA       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(19)   VALUE SPACES.

       01 LINEA-DISPUTA-SUC.
           03 FILLER           PIC X(25)   VALUE
              "En disputa abierta".
           03 FILLER           PIC X(30)   VALUE SPACES.
           03 DS-DISPUTA       PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(11)   VALUE SPACES.

       01 LINEA-SALDO-SUC.
           03 FILLER           PIC X(25)   VALUE
              "Saldo de la sucursal".
           03 SS-SALDO         PIC ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(11)   VALUE SPACES.

       01 LINEA-DISPUTA-GRAL.
           03 FILLER           PIC X(25)   VALUE
              "Total en disputa abierta".
           03 FILLER           PIC X(29)   VALUE SPACES.
           03 DG-DISPUTA       PIC ZZZZZZZZZZZ9,99.
           03 FILLER           PIC X(11)   VALUE SPACES.

       01 LINEA-TOTAL-GRAL.
           03 FILLER           PIC X(25)   VALUE
              "Saldo total a cobrar".
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM CARGAR-FACTURAS.
           PERFORM APLICAR-COBRANZAS.
           PERFORM APLICAR-DISPUTAS.
           PERFORM ABRIR-LISTADO.
           PERFORM PRINT-ENCABEZADO.
           PERFORM IMPRIMIR-SUCURSAL
               DISPLAY "ATENCION: " CANT-COB-SIN-FACTURA
                   " COBRANZAS SIN FACTURA EN EL REGISTRO"
           END-IF.
           IF CANT-DOC-SIN-CAE > 0
               DISPLAY "ATENCION: " CANT-DOC-SIN-CAE
                   " DOCUMENTOS SIN CAE NO COMPUTADOS"
           END-IF.
           IF CANT-DISP-SIN-FACTURA > 0
               DISPLAY "ATENCION: " CANT-DISP-SIN-FACTURA
                   " DISPUTAS ABIERTAS SIN FACTURA COMPUTADA"
           END-IF.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           STOP RUN.

       LEER-REGISTRO-FACTURA.
               VARYING INDICE-FAC FROM 1 BY 1
               UNTIL INDICE-FAC > CON-CANT-FAC-MAX
               OR FS-FACTURAS-IDX = 10.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 10
               PERFORM CONTAR-FACTURA-PERDIDA
                   UNTIL FS-FACTURAS-IDX = 10
               DISPLAY "TABLA DE FACTURAS LLENA, QUEDAN AFUERA "
                   PERD-FAC " FACTURAS"
           END-IF.
           CLOSE FACTURAS-IDX-FILE.

      *- Con la tabla llena se sigue leyendo solo para saber cuantas
      *- facturas no entraron al informe.
       CONTAR-FACTURA-PERDIDA.
           IF FAC-CAE-AUTORIZADO
               AND FAC-TIPO IS NOT EQUAL TO "NC"
               ADD 1 TO PERD-FAC
           END-IF.
           PERFORM LEER-REGISTRO-FACTURA.

      *- Las "FC" cargan la tabla de facturas; las "NC" (que vienen
      *- despues por la clave) se aplican como credito sobre la
      *- factura referenciada, igual que una cobranza.
      *- El SET DOWN compensa el incremento del PERFORM VARYING de
      *- CARGAR-FACTURAS: una NC, o un documento sin CAE, no ocupa
      *- fila de la tabla.
       GUARDAR-FACTURA.
           EVALUATE TRUE
               WHEN NOT FAC-CAE-AUTORIZADO
                   ADD 1 TO CANT-DOC-SIN-CAE
                   SET INDICE-FAC DOWN BY 1
               WHEN FAC-TIPO IS EQUAL TO "NC"
                   PERFORM APLICAR-NOTA-CREDITO
                   SET INDICE-FAC DOWN BY 1
               WHEN OTHER
                   PERFORM GUARDAR-UNA-FACTURA
           END-EVALUATE.
           PERFORM LEER-REGISTRO-FACTURA.

       GUARDAR-UNA-FACTURA.
           MOVE FAC-EMPRESA TO VEC-FAC-EMPRESA(INDICE-FAC).
           MOVE FAC-NUMERO TO VEC-FAC-NUMERO(INDICE-FAC).
           MOVE FAC-FECHA  TO VEC-FAC-FECHA(INDICE-FAC).
           MOVE FAC-CUIT   TO VEC-FAC-CUIT(INDICE-FAC).
           MOVE FAC-RAZON  TO VEC-FAC-RAZON(INDICE-FAC).
           MOVE FAC-TOTAL  TO VEC-FAC-TOTAL(INDICE-FAC).
           MOVE 0          TO VEC-FAC-COBRADO(INDICE-FAC).
           MOVE 0          TO VEC-FAC-DISPUTA(INDICE-FAC).
           SET CANT-FAC TO INDICE-FAC.
           PERFORM GUARDAR-SUCURSAL-FACTURA.

               UNTIL INDICE-FAC-NC > CANT-FAC
               IF VEC-FAC-NUMERO(INDICE-FAC-NC) IS EQUAL
                   TO FAC-NRO-REF
                   AND VEC-FAC-EMPRESA(INDICE-FAC-NC) IS EQUAL
                   TO FAC-EMPRESA
                   SET IND-FAC-HALLADO TO INDICE-FAC-NC
               END-IF
           END-PERFORM.
                   MOVE FAC-CUIT  TO VEC-SUC-CUIT(CANT-SUC)
                   MOVE FAC-RAZON TO VEC-SUC-RAZON(CANT-SUC)
               ELSE
                   ADD 1 TO PERD-SUC
                   DISPLAY "TABLA DE SUCURSALES LLENA"
               END-IF
           END-IF.
           END-IF.

       APLICAR-UNA-COBRANZA.
           IF COB-EMPRESA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO COB-EMPRESA
           END-IF.
           MOVE 0 TO IND-FAC-HALLADO.
           PERFORM VARYING INDICE-FAC FROM 1 BY 1
               UNTIL INDICE-FAC > CANT-FAC
               IF VEC-FAC-NUMERO(INDICE-FAC) IS EQUAL
                   TO COB-NRO-FACTURA
                   AND VEC-FAC-EMPRESA(INDICE-FAC) IS EQUAL
                   TO COB-EMPRESA
                   SET IND-FAC-HALLADO TO INDICE-FAC
               END-IF
           END-PERFORM.
           END-IF.
           PERFORM LEER-COBRANZA.

      *- Sin disputas registradas (o sin historico de renglones
      *- facturados) todo el saldo es deuda comun.
       APLICAR-DISPUTAS.
           OPEN INPUT DISPUTAS-FILE.
           IF FS-DISPUTAS IS EQUAL TO 00
               OPEN INPUT DETALLE-FACTURADO-FILE
               IF FS-DETALLE-FAC IS EQUAL TO 00
                   PERFORM LEER-DISPUTA
                   PERFORM APLICAR-UNA-DISPUTA UNTIL FS-DISPUTAS = 10
                   CLOSE DETALLE-FACTURADO-FILE
               ELSE
                   DISPLAY "NO SE ENCONTRO DETALLEFACTURADO.DAT, LAS "
                       "DISPUTAS NO SE UBICAN EN SU FACTURA"
               END-IF
               CLOSE DISPUTAS-FILE
           END-IF.

       LEER-DISPUTA.
           READ DISPUTAS-FILE.
           IF FS-DISPUTAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPUTAS FS: " FS-DISPUTAS
           END-IF.

      *- Renglon disputado -> factura que lo llevo -> parte de lo
      *- facturado que corresponde al importe disputado.
       APLICAR-UNA-DISPUTA.
           IF DIS-ABIERTA
               MOVE DIS-CLAVE TO DFA-CLAVE
               READ DETALLE-FACTURADO-FILE RECORD
               MOVE 0 TO IND-FAC-HALLADO
               IF FS-DETALLE-FAC IS EQUAL TO 00
                   PERFORM VARYING INDICE-FAC FROM 1 BY 1
                       UNTIL INDICE-FAC > CANT-FAC
                       IF VEC-FAC-NUMERO(INDICE-FAC) IS EQUAL
                           TO DFA-FAC-NUMERO
                           AND VEC-FAC-EMPRESA(INDICE-FAC) IS EQUAL
                           TO DFA-FAC-EMPRESA
                           SET IND-FAC-HALLADO TO INDICE-FAC
                       END-IF
                   END-PERFORM
               END-IF
               IF IND-FAC-HALLADO = 0
                   ADD 1 TO CANT-DISP-SIN-FACTURA
               ELSE
                   MOVE 0 TO WS-DISP-FACTURADO
                   IF DFA-IMPORTE > 0
                       COMPUTE WS-DISP-FACTURADO ROUNDED =
                           DFA-FACTURADO * DIS-IMPORTE / DFA-IMPORTE
                   END-IF
                   ADD WS-DISP-FACTURADO
                       TO VEC-FAC-DISPUTA(IND-FAC-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-DISPUTA.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
           MOVE 0 TO TOT-SUC-60.
           MOVE 0 TO TOT-SUC-90.
           MOVE 0 TO TOT-SUC-SALDO.
           MOVE 0 TO TOT-SUC-DISPUTA.
           MOVE VEC-SUC-RAZON(INDICE-SUC) TO E3-RAZON.
           MOVE VEC-SUC-CUIT(INDICE-SUC)  TO E3-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO3-SUCURSAL.
           MOVE TOT-SUC-60        TO AG-60.
           MOVE TOT-SUC-90        TO AG-90.
           WRITE REG-LISTADO FROM LINEA-AGING-SUC.
           IF TOT-SUC-DISPUTA > 0
               MOVE TOT-SUC-DISPUTA TO DS-DISPUTA
               WRITE REG-LISTADO FROM LINEA-DISPUTA-SUC
           END-IF.
           MOVE TOT-SUC-SALDO TO SS-SALDO.
           WRITE REG-LISTADO FROM LINEA-SALDO-SUC.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD TOT-SUC-60        TO TOT-GRAL-60.
           ADD TOT-SUC-90        TO TOT-GRAL-90.
           ADD TOT-SUC-SALDO     TO TOT-GRAL-SALDO.
           ADD TOT-SUC-DISPUTA   TO TOT-GRAL-DISPUTA.

       IMPRIMIR-FACTURA-SUCURSAL.
           IF VEC-FAC-CUIT(INDICE-FAC) IS EQUAL
           END-IF.

      *- Antiguedad en dias con la convencion de 360 dias (mismo
      *- criterio que el informe de antiguedad de excepciones). La
      *- franja recibe solo la deuda comun; lo disputado (hasta el
      *- saldo) va en su renglon.
       IMPRIMIR-RENGLON-FACTURA.
           MOVE VEC-FAC-FECHA(INDICE-FAC) TO WS-FECHA-FAC.
           COMPUTE WS-DIAS =
           MOVE VEC-FAC-TOTAL(INDICE-FAC)   TO DT-TOTAL.
           MOVE VEC-FAC-COBRADO(INDICE-FAC) TO DT-COBRADO.
           MOVE WS-SALDO                    TO DT-SALDO.
           MOVE VEC-FAC-DISPUTA(INDICE-FAC) TO WS-DISPUTA.
           IF WS-DISPUTA > WS-SALDO
               MOVE WS-SALDO TO WS-DISPUTA
           END-IF.
           COMPUTE WS-SALDO-COMUN = WS-SALDO - WS-DISPUTA.
           EVALUATE TRUE
               WHEN WS-DIAS NOT GREATER THAN 30
                   MOVE "CORRIENTE" TO DT-ANTIGUEDAD
                   ADD WS-SALDO-COMUN TO TOT-SUC-CORRIENTE
               WHEN WS-DIAS NOT GREATER THAN 60
                   MOVE "30 DIAS"   TO DT-ANTIGUEDAD
                   ADD WS-SALDO-COMUN TO TOT-SUC-30
               WHEN WS-DIAS NOT GREATER THAN 90
                   MOVE "60 DIAS"   TO DT-ANTIGUEDAD
                   ADD WS-SALDO-COMUN TO TOT-SUC-60
               WHEN OTHER
                   MOVE "90+ DIAS"  TO DT-ANTIGUEDAD
                   ADD WS-SALDO-COMUN TO TOT-SUC-90
           END-EVALUATE.
           ADD WS-SALDO TO TOT-SUC-SALDO.
           ADD WS-DISPUTA TO TOT-SUC-DISPUTA.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           IF WS-DISPUTA > 0
               MOVE WS-DISPUTA TO DD-DISPUTA
               WRITE REG-LISTADO FROM LINEA-DISPUTA-FAC
           END-IF.

       PRINT-TOTAL-GENERAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-GRAL-60        TO AG-60.
           MOVE TOT-GRAL-90        TO AG-90.
           WRITE REG-LISTADO FROM LINEA-AGING-SUC.
           IF TOT-GRAL-DISPUTA > 0
               MOVE TOT-GRAL-DISPUTA TO DG-DISPUTA
               WRITE REG-LISTADO FROM LINEA-DISPUTA-GRAL
           END-IF.
           MOVE TOT-GRAL-SALDO TO TG-SALDO.
           WRITE REG-LISTADO FROM LINEA-TOTAL-GRAL.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "AGING-FACTURAS"    TO POC-PROGRAMA.
           MOVE "FACTURAS EMITIDAS" TO POC-TABLA.
           MOVE CANT-FAC            TO POC-USADOS.
           MOVE CON-CANT-FAC-MAX    TO POC-MAXIMO.
           MOVE PERD-FAC            TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "SUCURSALES"        TO POC-TABLA.
           MOVE CANT-SUC            TO POC-USADOS.
           MOVE CON-CANT-SUC-MAX    TO POC-MAXIMO.
           MOVE PERD-SUC            TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       END PROGRAM AGING-FACTURAS.
