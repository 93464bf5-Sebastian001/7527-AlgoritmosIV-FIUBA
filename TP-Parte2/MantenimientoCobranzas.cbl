      *- maestro indexado FacturasSucursales.dat (la factura existe y
      *- es de esa sucursal), igual que MANTENIMIENTO-PAGOS valida el
      *- profesor.
      *-
      *- Las facturas se numeran por empresa emisora: la cobranza
      *- queda imputada a la factura de la empresa de la sucursal
      *- (SUC-EMPRESA, en blanco la empresa por defecto).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  COB-FECHA       PIC 9(08).
           03  COB-IMPORTE     PIC 9(10)V99.
           03  COB-REFERENCIA  PIC X(20).
           03  COB-EMPRESA     PIC X(02).

       FD SUCURSALES
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD FACTURAS-IDX-FILE
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

       WORKING-STORAGE SECTION.
       01 FS-COBRANZAS         PIC XX.
       77 WS-FAC-CUIT           PIC 9(11)   VALUE 0.
       77 WS-FAC-TOTAL          PIC 9(10)V99 VALUE 0.

       78 CON-EMPRESA-DEFECTO   VALUE "01".

       01 WS-CUIT-BUSCADO       PIC 9(11).
       77 CANT-LISTADAS         PIC 9(04)   VALUE 0.
       77 TOT-COBRADO-SUC       PIC 9(11)V99 VALUE 0.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

               DISPLAY "SUCURSAL NO ENCONTRADA"
           ELSE
               DISPLAY "SUCURSAL: " SUC-RAZON
               MOVE SUC-EMPRESA TO COB-EMPRESA
               IF COB-EMPRESA IS EQUAL TO SPACES
                   MOVE CON-EMPRESA-DEFECTO TO COB-EMPRESA
               END-IF
               DISPLAY "NUMERO DE FACTURA: " WITH NO ADVANCING
               ACCEPT COB-NRO-FACTURA
               PERFORM BUSCAR-FACTURA
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00
               DISPLAY "NO HAY FACTURAS REGISTRADAS"
           ELSE
               MOVE COB-EMPRESA TO FAC-EMPRESA
               MOVE "FC" TO FAC-TIPO
               MOVE COB-NRO-FACTURA TO FAC-NUMERO
               READ FACTURAS-IDX-FILE RECORD
