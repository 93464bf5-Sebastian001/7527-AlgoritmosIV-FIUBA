      *- al mismo maestro indexado que las facturas (FAC-TIPO "NC"),
      *- asi el Libro IVA Ventas y las cuentas a cobrar las computan
      *- en negativo.
      *-
      *- Ningun documento vale ante la sucursal hasta que la AFIP le
      *- otorga el CAE: cada factura y nota de credito emitida sale
      *- tambien como un renglon de SolicitudesCAE.dat (el pedido de
      *- autorizacion), y queda en el maestro en estado "P"
      *- pendiente. IMPORTAR-CAE toma la respuesta de la AFIP, guarda
      *- CAE, vencimiento o motivo de rechazo en el maestro y completa
      *- el renglon "CAE Nro" que cada documento lleva al pie en
      *- FacturasSucursales.txt. Los documentos que siguen pendientes
      *- o rechazados de corridas anteriores se vuelven a pedir en la
      *- solicitud de cada corrida hasta que se autoricen.
      *-
      *- Despues del detalle del periodo se factura lo que haya dejado
      *- LIQUIDACION-RETROACTIVA en RetroactivoFacturacion.txt: por
      *- cada sucursal, las diferencias a favor salen en una factura
      *- complementaria de la serie comun (con la leyenda del ajuste
      *- retroactivo y el periodo reliquidado) y las diferencias en
      *- contra, en una nota de credito. El archivo queda vacio una
      *- vez facturado, para no facturarlo dos veces.
      *-
      *- Por encima del costo docente se factura lo pactado en el
      *- convenio de la sucursal (ConveniosSucursales.dat, ver
      *- MANTENIMIENTO-CONVENIOS): un recargo porcentual sobre el costo
      *- de cada clase (el del tipo de clase si el convenio lo trae, si
      *- no el general, de la vigencia que cubre la fecha de la clase),
      *- un cargo fijo mensual y, si lo facturado no llega, el ajuste
      *- al minimo mensual (cargo fijo y minimo de la vigencia que
      *- cubre el fin del periodo facturado). La factura muestra el
      *- subtotal de costo docente y cada concepto del convenio en su
      *- propio renglon; el neto gravado por IVA es la suma de todo.
      *- Las notas de credito devuelven el costo corregido con su
      *- recargo; la factura complementaria del retroactivo lleva el
      *- recargo general, sin cargo fijo ni minimo (ya se cobraron en
      *- la factura del mes). Sin convenio se factura al costo.
      *-
      *- El adicional por horas extra que TP_PARTE_1A le paga a un
      *- profesor que paso el tope semanal se reparte entre las
      *- sucursales en proporcion a las horas que cada una uso esa
      *- semana (HorasExtraSucursales.dat). La parte de la sucursal
      *- se factura en su propio renglon, al costo, dentro del neto
      *- de la factura del mes (no en la complementaria). Como el
      *- renglon no trae el identificador de la corrida, despues de
      *- facturar el archivo se regraba solo con los renglones de las
      *- sucursales que no tuvieron factura en esta corrida, igual
      *- que los reintegros; si la tabla se lleno no se toca.
      *-
      *- Los reintegros de gastos de profesores (viaticos y
      *- materiales) que TP_PARTE_1A pago en el recibo quedan en
      *- ReintegrosFacturacion.txt con el CUIT de la sucursal que los
      *- origino. Se trasladan al costo en un renglon propio de la
      *- factura del mes, sumados al neto despues del ajuste al
      *- minimo (un gasto trasladado no completa el minimo del
      *- convenio). Los renglones de una sucursal que no tuvo
      *- factura en la corrida quedan en el archivo para la proxima.
      *-
      *- Cada sucursal pertenece a una empresa del grupo (SUC-EMPRESA,
      *- ver BUSCAR-EMPRESA): la empresa es la que emite. Facturas y
      *- notas de credito llevan una serie correlativa por empresa
      *- (UltimoNumeroFactura.dat y UltimoNumeroNC.dat traen un
      *- renglon por empresa), el maestro indexado las distingue por
      *- empresa en la clave, el impreso muestra la empresa emisora
      *- con su CUIT y punto de venta, y la solicitud de CAE sale con
      *- el CUIT emisor para que cada empresa la presente con el suyo.
      *-
      *- Cada renglon facturado queda en DetalleFacturado.dat (misma
      *- clave que el detalle, con la factura que lo llevo y lo que
      *- se facturo por el, recargo del convenio e IVA incluidos):
      *- el detalle de TP-PARTE2 se rehace en cada corrida y las
      *- disputas de las sucursales (ver MANTENIMIENTO-DISPUTAS)
      *- llegan despues de la factura. Un renglon con disputa
      *- abierta sale marcado "DISPUTA" y su factura lleva al pie lo
      *- que esta en disputa; al final de la corrida
      *- FacturasEnDisputa.txt lista todas las facturas, de esta
      *- corrida o anteriores, que tienen disputas abiertas.
      *-
      *- Una liquidacion se factura una sola vez: si este programa ya
      *- consumio el identificador de corrida del detalle, se rechaza
      *- con codigo 8 antes de abrir ninguna salida (no se toca la
      *- numeracion), salvo reproceso autorizado por un supervisor
      *- (ver CONTROLAR-CONSUMO).
      *-
      *- FacturasSucursales.txt se cataloga al cerrar como una
      *- generacion numerada (ver REGISTRAR-SALIDA). Esa generacion
      *- lleva los pies "PENDIENTE": la que se entrega a cada
      *- sucursal (DISTRIBUIR-SALIDAS) es la que cataloga IMPORTAR-CAE
      *- con el CAE otorgado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ULTIMO-NC.

      *- Diferencias de la liquidacion retroactiva, mismo layout que
      *- el extracto de cuentas a pagar, agrupadas por sucursal.
      *- Opcional.
       SELECT RETRO-FAC-FILE
           ASSIGN TO DISK "../files/out/RetroactivoFacturacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO-FAC.

      *- Convenios comerciales con las sucursales. Opcional.
       SELECT CONVENIOS-FILE
           ASSIGN TO DISK "../files/in/ConveniosSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVENIOS.

      *- Reparto del adicional por horas extra por sucursal, que deja
      *- TP_PARTE_1A en cada corrida. Opcional.
       SELECT HSEXTRA-FILE
           ASSIGN TO DISK "../files/out/HorasExtraSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HSEXTRA.

      *- Reintegros de gastos pagados a profesores, a trasladar a la
      *- sucursal que los origino. Mismo layout que el extracto de
      *- cuentas a pagar. Opcional.
       SELECT REINTEGROS-FAC-FILE
           ASSIGN TO DISK "../files/out/ReintegrosFacturacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROS-FAC.

      *- Disputas de las sucursales sobre renglones del detalle.
      *- Opcional.
       SELECT DISPUTAS-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/DisputasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CLAVE OF REG-DISPUTA
           FILE STATUS IS FS-DISPUTAS.

      *- Historico de renglones facturados, clave DET-CLAVE. Se crea
      *- vacio la primera vez, como el maestro de facturas.
       SELECT DETALLE-FACTURADO-FILE
           ASSIGN TO DISK "../files/out/DetalleFacturado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFA-CLAVE OF REG-DETALLE-FACTURADO
           FILE STATUS IS FS-DETALLE-FAC.

       SELECT FACTURAS-DISPUTA-FILE
           ASSIGN TO DISK "../files/out/FacturasEnDisputa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS-DISP.

       SELECT FACTURAS-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      *- credito) y durante la emision se graba por clave; una
      *- corrida repetida pisa con REWRITE el mismo documento, que es
      *- idempotente. Lo leen LIBRO-IVA-VENTAS, AGING-FACTURAS y
      *- MANTENIMIENTO-COBRANZAS; IMPORTAR-CAE le agrega el CAE.
       SELECT FACTURAS-IDX-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursales.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FAC-CLAVE OF REG-FACTURA-IDX
           FILE STATUS IS FS-FACTURAS-IDX.

      *- Pedido de autorizacion a la AFIP: un renglon por documento
      *- de esta corrida mas los que siguen sin CAE en el maestro.
       SELECT SOLICITUD-CAE-FILE
           ASSIGN TO DISK "../files/out/SolicitudesCAE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUD-CAE.

       DATA DIVISION.
       FILE SECTION.

           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
      *- "N" normal, "C" correccion/reverso en magnitud: la
      *- correccion alimenta la nota de credito, no la factura. "T"
      *- clase cancelada tarde, ya valuada al porcentaje del tipo:
      *- se factura en su propio renglon.
           03 DET-TIPO-NOV              PIC X(01).
              88 DET-ES-CORRECCION                 VALUE "C".
              88 DET-ES-CANCEL-TARDIA              VALUE "T".
           03 DET-TIP-CLASE             PIC X(04).
      *- Identificador de la liquidacion (ver CONTROLAR-REPROCESO).
           03 DET-ID-CORRIDA            PIC X(16).

       FD CONFIG-IVA-FILE LABEL RECORD OMITTED.
       01 REG-CONFIG-IVA                PIC X(04).

      *- Un renglon por empresa: ultimo numero y codigo de empresa.
      *- El archivo de una sola serie (sin codigo) es el de la empresa
      *- por defecto.
       FD ULTIMO-NUMERO-FILE LABEL RECORD OMITTED.
       01 REG-ULTIMO-NUMERO.
           03 ULN-NUMERO                PIC 9(08).
           03 ULN-EMPRESA               PIC X(02).

       FD ULTIMO-NC-FILE LABEL RECORD OMITTED.
       01 REG-ULTIMO-NC.
           03 ULC-NUMERO                PIC 9(08).
           03 ULC-EMPRESA               PIC X(02).

       FD RETRO-FAC-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETRO-FAC.
           03  RFA-RAZON            PIC X(25).
           03  RFA-CUIT             PIC 9(11).
           03  RFA-PROF-NUMERO      PIC X(05).
           03  RFA-PROF-NOMBRE      PIC X(25).
           03  RFA-TOT-HORAS        PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RFA-TOT-IMPORTE      PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RFA-PERIODO-DESDE    PIC 9(08).
           03  RFA-PERIODO-HASTA    PIC 9(08).

       FD CONVENIOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03  CNV-CUIT         PIC 9(11).
           03  CNV-VIG-DESDE    PIC 9(08).
           03  CNV-TIP-CLASE    PIC X(04).
           03  CNV-RECARGO-PORC PIC 9(03)V99.
           03  CNV-CARGO-FIJO   PIC 9(07)V99.
           03  CNV-MINIMO       PIC 9(09)V99.

       FD HSEXTRA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-HSEXTRA.
           03  HXS-FECHA-CORRIDA PIC 9(08).
           03  HXS-CUIT          PIC 9(11).
           03  HXS-RAZON         PIC X(25).
           03  HXS-SUCURSAL      PIC X(03).
           03  HXS-PROF-NUMERO   PIC X(05).
           03  HXS-SEMANA-DESDE  PIC 9(08).
           03  HXS-SEMANA-HASTA  PIC 9(08).
           03  HXS-HORAS-SUC     PIC 9(03)V99.
           03  HXS-HORAS-EXTRA   PIC 9(03)V99.
           03  HXS-IMPORTE       PIC 9(07)V99.

       FD REINTEGROS-FAC-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REINTEGROS-FAC.
           03  RGF-RAZON            PIC X(25).
           03  RGF-CUIT             PIC 9(11).
           03  RGF-PROF-NUMERO      PIC X(05).
           03  RGF-PROF-NOMBRE      PIC X(25).
           03  RGF-TOT-HORAS        PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RGF-TOT-IMPORTE      PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  RGF-PERIODO-DESDE    PIC 9(08).
           03  RGF-PERIODO-HASTA    PIC 9(08).
           03  RGF-EMPRESA          PIC X(02).

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
      *- Factura que llevo el renglon y lo facturado por el: importe
      *- mas recargo del convenio, con IVA.
           03 DFA-FAC-EMPRESA           PIC X(02).
           03 DFA-FAC-NUMERO            PIC 9(08).
           03 DFA-FAC-FECHA             PIC 9(08).
           03 DFA-FACTURADO             PIC 9(09)V99.

       FD FACTURAS-DISPUTA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-DISP             PIC X(80).

       FD FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-IDX.
           03 FAC-CLAVE.
      *- Empresa emisora; cada empresa numera sus propias series.
               05 FAC-EMPRESA   PIC X(02).
      *- "FC" factura, "NC" nota de credito; cada tipo lleva su
      *- propia serie correlativa.
               05 FAC-TIPO      PIC X(02).
      *- Factura a la que aplica una nota de credito (0 en las
      *- facturas y en una NC sin factura previa de la sucursal).
           03 FAC-NRO-REF       PIC 9(08).
      *- Autorizacion AFIP del documento: "P" pedido sin respuesta,
      *- "A" autorizado (con CAE y vencimiento), "R" rechazado (con
      *- el motivo que informa la AFIP). Lo completa IMPORTAR-CAE.
           03 FAC-ESTADO-AFIP   PIC X(01).
              88 FAC-CAE-PENDIENTE         VALUE "P".
              88 FAC-CAE-AUTORIZADO        VALUE "A".
              88 FAC-CAE-RECHAZADO         VALUE "R".
           03 FAC-CAE           PIC 9(14).
           03 FAC-CAE-VTO       PIC 9(08).
           03 FAC-CAE-MOTIVO    PIC X(40).

       FD SOLICITUD-CAE-FILE
           LABEL RECORD IS STANDARD.
       01  REG-SOLICITUD-CAE.
           03 SCA-TIPO          PIC X(02).
      *- Codigo de comprobante AFIP: 001 factura A, 003 nota de
      *- credito A.
           03 SCA-COD-COMPROB   PIC 9(03).
           03 SCA-PUNTO-VENTA   PIC 9(04).
           03 SCA-NUMERO        PIC 9(08).
           03 SCA-FECHA         PIC 9(08).
           03 SCA-CUIT          PIC 9(11).
           03 SCA-NETO          PIC 9(09)V99.
           03 SCA-ALICUOTA      PIC 9(02)V99.
           03 SCA-IVA           PIC 9(09)V99.
           03 SCA-TOTAL         PIC 9(10)V99.
           03 SCA-NRO-REF       PIC 9(08).
      *- Empresa emisora y su CUIT, con el que se presenta el pedido;
      *- la respuesta vuelve con el mismo codigo de empresa.
           03 SCA-EMPRESA       PIC X(02).
           03 SCA-CUIT-EMISOR   PIC 9(11).

       WORKING-STORAGE SECTION.

       77 FS-ULTIMO-NC   PIC XX.
       77 FS-FACTURAS    PIC XX.
       77 FS-FACTURAS-IDX PIC XX.
       77 FS-SOLICITUD-CAE PIC XX.
       77 FS-RETRO-FAC   PIC XX.
       77 FS-CONVENIOS   PIC XX.
       77 FS-HSEXTRA     PIC XX.
       77 FS-REINTEGROS-FAC PIC XX.
       77 FS-DISPUTAS    PIC XX.
       77 FS-DETALLE-FAC PIC XX.
       77 FS-FACTURAS-DISP PIC XX.

      *- Disputas: archivo presente, renglon en proceso con disputa
      *- abierta, y lo disputado de la factura abierta (renglones e
      *- importe facturado que corresponde, con recargo e IVA).
       77 WS-HAY-DISPUTAS    PIC X(1)      VALUE "N".
          88 HAY-DISPUTAS                  VALUE "S".
       77 WS-RENGLON-DISPUTA PIC X(1)      VALUE "N".
          88 RENGLON-EN-DISPUTA            VALUE "S".
       77 CANT-DISP-FACTURA  PIC 9(03)     VALUE 0.
       77 TOT-DISP-FACTURA   PIC 9(09)V99  VALUE 0.
       77 WS-FACTURADO-RENGLON PIC 9(09)V99 VALUE 0.
       77 WS-DISP-FACTURADO  PIC 9(09)V99  VALUE 0.
       77 CANT-RENGLONES-DISP PIC 9(05)    VALUE 0.

      *- Facturas con disputas abiertas, para FacturasEnDisputa.txt.
       78 CON-CANT-FDI-MAX   VALUE 500.
       01 VEC-FAC-DISPUTA.
           03 VEC-FDI-ELM
               OCCURS CON-CANT-FDI-MAX TIMES
               INDEXED BY INDICE-FDI.
               05 VEC-FDI-EMPRESA    PIC X(02).
               05 VEC-FDI-NUMERO     PIC 9(08).
               05 VEC-FDI-FECHA      PIC 9(08).
               05 VEC-FDI-CUIT       PIC 9(11).
               05 VEC-FDI-RAZON      PIC X(25).
               05 VEC-FDI-CANT       PIC 9(03).
               05 VEC-FDI-IMPORTE    PIC 9(09)V99.
       77 CANT-FDI           PIC 999       VALUE 0.
       77 IND-FDI-HALLADO    PIC 999       VALUE 0.
       77 CANT-DISP-SIN-FACTURA PIC 9(05)  VALUE 0.
       77 TOT-FDI-IMPORTE    PIC 9(10)V99  VALUE 0.

      *- Punto de venta habilitado ante la AFIP para la facturacion a
      *- sucursales, salvo que la empresa tenga el suyo en el maestro.
       78 CON-PUNTO-VENTA    VALUE 1.
       77 CANT-SOLICITUDES-CAE PIC 9(05)   VALUE 0.
       77 CANT-REPEDIDOS-CAE PIC 9(05)     VALUE 0.

       77 WS-ALICUOTA-IVA    PIC 9(2)V99   VALUE 21.
       77 WS-NUMERO-FACTURA  PIC 9(08)     VALUE 0.
       77 WS-NUMERO-NC       PIC 9(08)     VALUE 0.
       77 WS-ALICUOTA-TEXTO  PIC 9(04)     VALUE 0.

      *- Series por empresa: ultima factura y ultima nota de credito
      *- emitidas, cargadas de los archivos de numeracion.
       78 CON-EMPRESA-DEFECTO VALUE "01".
       78 CON-CANT-SER-MAX   VALUE 20.
       01 VEC-SERIES.
           03 VEC-SER-ELM
               OCCURS CON-CANT-SER-MAX TIMES
               INDEXED BY INDICE-SER.
               05 VEC-SER-EMPRESA    PIC X(02).
               05 VEC-SER-ULT-FC     PIC 9(08).
               05 VEC-SER-ULT-NC     PIC 9(08).
               05 VEC-SER-CANT-FC    PIC 9(05).
               05 VEC-SER-CANT-NC    PIC 9(05).
       77 CANT-SERIES        PIC 99        VALUE 0.
       77 IND-SER-HALLADO    PIC 99        VALUE 0.
       77 WS-EMPRESA-SERIE   PIC X(02)     VALUE SPACES.
       77 IND-SER-ACTUAL     PIC 99        VALUE 0.

      *- Empresa de la sucursal en proceso (la que emite) y sus datos
      *- para el encabezado (ver TP-Parte2/BUSCAR-EMPRESA.cbl).
       77 WS-EMPRESA-ACTUAL  PIC X(02)     VALUE SPACES.
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

       77 ANT-RAZON          PIC X(25)     VALUE SPACES.
       77 ANT-CUIT           PIC 9(11)     VALUE ZEROES.
      *- La "sucursal abierta" es el grupo razon/CUIT en proceso; la
          88 FACTURA-ABIERTA               VALUE "S".

       77 TOT-NETO-FACTURA   PIC 9(09)V99  VALUE 0.
      *- Partes del neto: costo docente, recargo del convenio sobre
      *- ese costo, cargo fijo mensual y ajuste al minimo.
       77 TOT-COSTO-FACTURA  PIC 9(09)V99  VALUE 0.
       77 TOT-RECARGO-FACTURA PIC 9(09)V99 VALUE 0.
       77 WS-CARGO-FIJO      PIC 9(07)V99  VALUE 0.
       77 TOT-HS-EXTRA-FACTURA PIC 9(09)V99 VALUE 0.
       77 TOT-REINTEGROS-FACTURA PIC 9(09)V99 VALUE 0.
       77 WS-AJUSTE-MINIMO   PIC 9(09)V99  VALUE 0.
       77 IVA-FACTURA        PIC 9(09)V99  VALUE 0.
       77 TOT-FACTURA        PIC 9(10)V99  VALUE 0.
       77 FEC-DESDE-FACTURA  PIC 9(08)     VALUE 0.
       77 FEC-HASTA-FACTURA  PIC 9(08)     VALUE 0.
       77 CANT-FACTURAS      PIC 9(05)     VALUE 0.
       77 CANT-NOTAS-CREDITO PIC 9(05)     VALUE 0.
       77 CANT-RENGLONES-RETRO PIC 9(05)   VALUE 0.
       77 WS-IMPORTE-RETRO   PIC 9(07)V99  VALUE 0.
      *- "S" mientras se factura el retroactivo: ABRIR-FACTURA agrega
      *- la leyenda de factura complementaria.
       77 WS-FACTURANDO-RETRO PIC X(1)     VALUE "N".
          88 FACTURANDO-RETRO              VALUE "S".

      *- Renglones de correccion de la sucursal en proceso, para
      *- volcarlos a su nota de credito al cerrar el grupo.
               05 VEC-NC-IMPORTE     PIC 9(07)V99.
       77 CANT-NC-LINEAS     PIC 999       VALUE 0.
       77 TOT-NETO-NC        PIC 9(09)V99  VALUE 0.
       77 TOT-COSTO-NC       PIC 9(09)V99  VALUE 0.
       77 TOT-RECARGO-NC     PIC 9(09)V99  VALUE 0.
       77 IVA-NC             PIC 9(09)V99  VALUE 0.
       77 TOT-NC             PIC 9(10)V99  VALUE 0.
       77 FEC-DESDE-NC       PIC 9(08)     VALUE 0.
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-UF.
               05 VEC-UF-CUIT        PIC 9(11).
               05 VEC-UF-EMPRESA     PIC X(02).
               05 VEC-UF-NUMERO      PIC 9(08).
       77 CANT-UF            PIC 999       VALUE 0.
       77 IND-UF-HALLADO     PIC 999       VALUE 0.
       77 WS-NRO-REFERENCIA  PIC 9(08)     VALUE 0.

      *- Convenios de todas las sucursales, en el orden del archivo.
       78 CON-CANT-CNV-MAX   VALUE 500.
       01 VEC-CONVENIOS.
           03 VEC-CNV-ELM
               OCCURS CON-CANT-CNV-MAX TIMES
               INDEXED BY INDICE-CNV.
               05 VEC-CNV-CUIT       PIC 9(11).
               05 VEC-CNV-VIG-DESDE  PIC 9(08).
               05 VEC-CNV-TIP-CLASE  PIC X(04).
               05 VEC-CNV-PORC       PIC 9(03)V99.
               05 VEC-CNV-FIJO       PIC 9(07)V99.
               05 VEC-CNV-MINIMO     PIC 9(09)V99.
       77 CANT-CNV           PIC 999       VALUE 0.
      *- Consulta al convenio: sucursal ANT-CUIT, fecha y tipo de
      *- clase (en blanco = solo el general); devuelve el recargo que
      *- rige y el cargo fijo y minimo del renglon general.
       77 WS-CNV-FECHA       PIC 9(08)     VALUE 0.
       77 WS-CNV-TIPO        PIC X(04)     VALUE SPACES.
       77 WS-CNV-VIG-GRAL    PIC 9(08)     VALUE 0.
       77 WS-CNV-VIG-TIPO    PIC 9(08)     VALUE 0.
       77 WS-CNV-PORC-GRAL   PIC 9(03)V99  VALUE 0.
       77 WS-CNV-PORC-TIPO   PIC 9(03)V99  VALUE 0.
       77 WS-CNV-HAY-TIPO    PIC X(01)     VALUE "N".
          88 CNV-HAY-TIPO                  VALUE "S".
       77 WS-CNV-PORC        PIC 9(03)V99  VALUE 0.
       77 WS-CNV-FIJO        PIC 9(07)V99  VALUE 0.
       77 WS-CNV-MINIMO      PIC 9(09)V99  VALUE 0.
       77 WS-RECARGO-RENGLON PIC 9(07)V99  VALUE 0.
       77 WS-IMPORTE-RENGLON PIC 9(07)V99  VALUE 0.

      *- Adicional por horas extra a facturar: el renglon tal cual
      *- vino (los no facturados se vuelven a grabar) y si ya se
      *- facturo.
       78 CON-CANT-HSX-MAX   VALUE 500.
       01 VEC-HS-EXTRA.
           03 VEC-HSX-ELM
               OCCURS CON-CANT-HSX-MAX TIMES
               INDEXED BY INDICE-HSX.
               05 VEC-HSX-REGISTRO   PIC X(87).
               05 VEC-HSX-CUIT       PIC 9(11).
               05 VEC-HSX-IMPORTE    PIC 9(07)V99.
               05 VEC-HSX-FACTURADO  PIC X(01).
       77 CANT-HSX           PIC 9(05)     VALUE 0.
       77 CANT-HSX-PENDIENTES PIC 9(05)    VALUE 0.
       77 WS-HAY-ARCH-HSX    PIC X(01)     VALUE "N".
           88 HAY-ARCH-HSX                 VALUE "S".

      *- Reintegros de gastos a trasladar: el renglon tal cual vino
      *- (los no facturados se vuelven a grabar) y si ya se facturo.
       78 CON-CANT-RGF-MAX   VALUE 500.
       01 VEC-REINTEGROS-FAC.
           03 VEC-RGF-ELM
               OCCURS CON-CANT-RGF-MAX TIMES
               INDEXED BY INDICE-RGF.
               05 VEC-RGF-REGISTRO   PIC X(104).
               05 VEC-RGF-CUIT       PIC 9(11).
               05 VEC-RGF-IMPORTE    PIC 9(09)V99.
               05 VEC-RGF-FACTURADO  PIC X(01).
       77 CANT-RGF           PIC 9(05)     VALUE 0.
       77 CANT-RGF-FACTURADOS PIC 9(05)    VALUE 0.
       77 CANT-RGF-PENDIENTES PIC 9(05)    VALUE 0.
       77 WS-HAY-ARCH-RGF    PIC X(01)     VALUE "N".
           88 HAY-ARCH-RGF                 VALUE "S".

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03 FAC-E1-AAAA      PIC 9(4).
           03 FILLER           PIC X(8)    VALUE SPACES.

      *- Empresa que emite el documento.
       01 FAC-ENCABEZADO-EMISOR.
           03 FILLER           PIC X(08)   VALUE "Emisor: ".
           03 FAC-EE-RAZON     PIC X(25).
           03 FILLER           PIC X(08)   VALUE "  Cuit: ".
           03 FAC-EE-CUIT      PIC 9(11).
           03 FILLER           PIC X(08)   VALUE "  P.V.: ".
           03 FAC-EE-PTO-VENTA PIC 9(04).
           03 FILLER           PIC X(16)   VALUE SPACES.

       01 FAC-ENCABEZADO2.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 FAC-E2-RAZON     PIC X(25).
           03 FILLER           PIC X(80)   VALUE
              "Sin factura previa de referencia".

       01 FAC-LINEA-COMPLEMENTARIA.
           03 FILLER           PIC X(80)   VALUE
              "Factura complementaria - ajuste retroactivo de tarifas".

       01 FAC-ENCABEZADO-TABLA.
           03 FILLER       PIC X(10)   VALUE "   Fecha  ".
           03 FILLER       PIC X(12)   VALUE "  Profesor".
           03 FAC-DT-HORAS     PIC Z9,99.
           03 FILLER           PIC X(7)    VALUE SPACES.
           03 FAC-DT-IMPORTE   PIC ZZZZZZ9,99.
           03 FILLER           PIC X(1)    VALUE SPACES.
      *- "DISPUTA" si la sucursal tiene abierta una disputa sobre el
      *- renglon (ver MANTENIMIENTO-DISPUTAS).
           03 FAC-DT-DISPUTA   PIC X(07)   VALUE SPACES.

      *- Renglon de ajuste retroactivo: en lugar de fecha y horas de
      *- una clase, la leyenda y el importe de la diferencia.
       01 FAC-DATOS-RETRO.
           03 FILLER           PIC X(14)   VALUE "Retroactivo".
           03 FAC-DR-PROF      PIC X(5).
           03 FILLER           PIC X(4)    VALUE SPACES.
           03 FAC-DR-NOMBRE    PIC X(25).
           03 FILLER           PIC X(14)   VALUE SPACES.
           03 FAC-DR-IMPORTE   PIC ZZZZZZ9,99.
           03 FILLER           PIC X(8)    VALUE SPACES.

      *- Subtotal de costo docente y conceptos del convenio, con el
      *- importe alineado al del neto.
       01 FAC-LINEA-CONCEPTO.
           03 FAC-LCO-LEYENDA  PIC X(40).
           03 FILLER           PIC X(15)   VALUE SPACES.
           03 FAC-LCO-IMPORTE  PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

       01 FAC-LINEA-NETO.
           03 FILLER           PIC X(13)   VALUE "Importe neto".
           03 FILLER           PIC X(42)   VALUE SPACES.
           03 FAC-IVA          PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

      *- Pie de una factura con renglones en disputa abierta: lo
      *- facturado por la parte disputada, con recargo e IVA.
       01 FAC-LINEA-DISPUTA.
           03 FILLER           PIC X(19)   VALUE "EN DISPUTA ABIERTA:".
           03 FAC-LD-CANT      PIC ZZ9.
           03 FILLER           PIC X(32)   VALUE
              " renglon(es), con IVA".
           03 FAC-LD-IMPORTE   PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

       01 FAC-LINEA-TOTAL.
           03 FAC-TL-LEYENDA   PIC X(20)   VALUE "TOTAL FACTURA".
           03 FILLER           PIC X(34)   VALUE SPACES.
           03 FAC-TOTAL        PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

      *- Pie de autorizacion del documento. Se imprime "PENDIENTE" y
      *- IMPORTAR-CAE lo reemplaza por el CAE otorgado; tipo y numero
      *- del documento van al final del renglon para que lo ubique.
       01 FAC-LINEA-CAE.
           03 FILLER           PIC X(09)   VALUE "CAE Nro: ".
           03 FAC-LC-CAE       PIC X(14)   VALUE "PENDIENTE".
           03 FILLER           PIC X(13)   VALUE "   Vto. CAE: ".
           03 FAC-LC-VTO       PIC X(10)   VALUE SPACES.
           03 FILLER           PIC X(22)   VALUE SPACES.
           03 FAC-LC-EMPRESA   PIC X(02).
           03 FAC-LC-TIPO      PIC X(02).
           03 FAC-LC-NUMERO    PIC 9(08).

      *- FacturasEnDisputa.txt: una linea por factura con disputas
      *- abiertas.
       01 FDI-ENCABEZADO1.
           03 FILLER           PIC X(48)   VALUE
              "Facturas con disputas abiertas de las sucursales".
           03 FILLER           PIC X(14)   VALUE SPACES.
           03 FILLER           PIC X(6)    VALUE "Fecha ".
           03 FDI-E1-DD        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 FDI-E1-MM        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 FDI-E1-AAAA      PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.

       01 FDI-ENCABEZADO2.
           03 FILLER           PIC X(14)   VALUE "Emp Factura".
           03 FILLER           PIC X(11)   VALUE "  Fecha".
           03 FILLER           PIC X(12)   VALUE "Cuit".
           03 FILLER           PIC X(26)   VALUE "Sucursal".
           03 FILLER           PIC X(4)    VALUE "Ren".
           03 FILLER           PIC X(13)   VALUE "  En disputa".

       01 FDI-DATOS.
           03 FDI-EMPRESA      PIC X(02).
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FDI-NUMERO       PIC 9(08).
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 FDI-FECHA-DD     PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 FDI-FECHA-MM     PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 FDI-FECHA-AAAA   PIC 9(4).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 FDI-CUIT         PIC 9(11).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 FDI-RAZON        PIC X(25).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 FDI-CANT         PIC ZZ9.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 FDI-IMPORTE      PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(01)   VALUE SPACES.

       01 FDI-LINEA-TOTAL.
           03 FILLER           PIC X(30)   VALUE
              "Total en disputa facturado".
           03 FILLER           PIC X(36)   VALUE SPACES.
           03 FDI-TOT-IMPORTE  PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(01)   VALUE SPACES.

       01 FDI-LINEA-SIN-FACTURA.
           03 FILLER           PIC X(42)   VALUE
              "Disputas abiertas sobre renglones aun sin ".
           03 FILLER           PIC X(10)   VALUE "facturar: ".
           03 FDI-SIN-FACTURA  PIC ZZZZ9.
           03 FILLER           PIC X(23)   VALUE SPACES.

      *- Identificador de la liquidacion que se consume (primer
      *- registro de la entrada; en blanco si es anterior a la marca).
       77 WS-ID-CORRIDA      PIC X(16)    VALUE SPACES.
      *- Registro de consumos de la liquidacion (ver TP-Parte2/
      *- CONTROLAR-CONSUMO.cbl).
       01 PAR-CSM-IN.
           03 CSM-OP            PIC X(09).
           03 CSM-ID-CORRIDA    PIC X(16).
           03 CSM-PROGRAMA      PIC X(20).
           03 CSM-FORZADO       PIC X(01).
           03 CSM-OPERADOR      PIC X(10).
           03 CSM-MOTIVO        PIC X(40).
       01 PAR-CSM-OUT.
           03 CSM-CR            PIC X(02).
           03 CSM-CANT-CONSUMOS PIC 9(03).
           03 CSM-ULT-FECHA     PIC 9(08).
           03 CSM-ULT-HORA      PIC 9(06).
           03 CSM-AUTORIZADA    PIC X(01).
           03 CSM-AUT-OPERADOR  PIC X(10).
           03 CSM-AUT-MOTIVO    PIC X(40).

      *- Catalogo de salidas (ver TP-Parte2/REGISTRAR-SALIDA.cbl).
       01 PAR-SAL-IN.
           03 SAL-PROGRAMA      PIC X(20).
           03 SAL-TIPO          PIC X(03).
           03 SAL-CLAVE         PIC X(05).
           03 SAL-ARCHIVO       PIC X(30).
       01 PAR-SAL-OUT.
           03 SAL-CR            PIC X(02).
           03 SAL-GENERACION    PIC 9(04).
           03 SAL-CANTIDAD      PIC 9(07).
           03 SAL-HASH          PIC 9(12).

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-REPROCESO.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-ALICUOTA-IVA.
           PERFORM OBTENER-ULTIMO-NUMERO.
           PERFORM OBTENER-ULTIMO-NC.
           PERFORM CARGAR-ULTIMAS-FACTURAS.
           PERFORM CARGAR-CONVENIOS.
           PERFORM CARGAR-HS-EXTRA.
           PERFORM CARGAR-REINTEGROS.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.

           PERFORM LEER-DETALLE.
           IF SUCURSAL-ABIERTA
               PERFORM CERRAR-SUCURSAL
           END-IF.
           PERFORM FACTURAR-RETROACTIVO.
           IF HAY-ARCH-HSX
               PERFORM REGRABAR-HS-EXTRA
           END-IF.
           IF HAY-ARCH-RGF
               PERFORM REGRABAR-REINTEGROS
           END-IF.
           IF HAY-DISPUTAS
               PERFORM LISTAR-FACTURAS-EN-DISPUTA
           END-IF.

           PERFORM GRABAR-ULTIMO-NUMERO.
           PERFORM GRABAR-ULTIMO-NC.
           PERFORM REGISTRAR-CONSUMO.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM CATALOGAR-FACTURAS.
           DISPLAY "FACTURAS EMITIDAS: " CANT-FACTURAS.
           DISPLAY "NOTAS DE CREDITO EMITIDAS: " CANT-NOTAS-CREDITO.
           DISPLAY "RENGLONES RETROACTIVOS FACTURADOS: "
               CANT-RENGLONES-RETRO.
           DISPLAY "REINTEGROS DE GASTOS FACTURADOS: "
               CANT-RGF-FACTURADOS " (PENDIENTES: "
               CANT-RGF-PENDIENTES ")".
           IF HAY-ARCH-HSX
               DISPLAY "RENGLONES DE HORAS EXTRA PENDIENTES: "
                   CANT-HSX-PENDIENTES
           END-IF.
           DISPLAY "DOCUMENTOS PEDIDOS A LA AFIP: " CANT-SOLICITUDES-CAE
               " (REPEDIDOS: " CANT-REPEDIDOS-CAE ")".
           IF HAY-DISPUTAS
               DISPLAY "RENGLONES FACTURADOS EN DISPUTA ABIERTA: "
                   CANT-RENGLONES-DISP
               DISPLAY "FACTURAS CON DISPUTAS ABIERTAS: " CANT-FDI
           END-IF.
           PERFORM MOSTRAR-SERIE
               VARYING INDICE-SER FROM 1 BY 1
               UNTIL INDICE-SER > CANT-SERIES.
           STOP RUN.

       CATALOGAR-FACTURAS.
           MOVE "FACTURACION-SUC"  TO SAL-PROGRAMA.
           MOVE "FAC"              TO SAL-TIPO.
           MOVE SPACES             TO SAL-CLAVE.
           MOVE "FacturasSucursales.txt" TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS NOT EQUAL TO "00"
               DISPLAY "AVISO: FACTURAS NO CATALOGADAS CR " SAL-CR
           END-IF.

       MOSTRAR-SERIE.
           DISPLAY "EMPRESA " VEC-SER-EMPRESA(INDICE-SER)
               " FACTURAS " VEC-SER-CANT-FC(INDICE-SER)
               " (ULTIMA " VEC-SER-ULT-FC(INDICE-SER)
               ") NOTAS DE CREDITO " VEC-SER-CANT-NC(INDICE-SER)
               " (ULTIMA " VEC-SER-ULT-NC(INDICE-SER) ")".

       ABRIR-ARCHIVOS.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS NOT EQUAL TO 00
               STOP RUN
           END-IF.

           OPEN OUTPUT SOLICITUD-CAE-FILE.
           IF FS-SOLICITUD-CAE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SOLICITUDESCAE FS: "
                   FS-SOLICITUD-CAE
               STOP RUN
           END-IF.

           OPEN I-O DETALLE-FACTURADO-FILE.
           IF FS-DETALLE-FAC IS NOT EQUAL TO 00
               OPEN OUTPUT DETALLE-FACTURADO-FILE
               CLOSE DETALLE-FACTURADO-FILE
               OPEN I-O DETALLE-FACTURADO-FILE
           END-IF.
           IF FS-DETALLE-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DETALLE FACTURADO FS: "
                   FS-DETALLE-FAC
               STOP RUN
           END-IF.

      *- Sin disputas registradas no se marca nada.
           OPEN INPUT DISPUTAS-FILE.
           IF FS-DISPUTAS IS EQUAL TO 00
               MOVE "S" TO WS-HAY-DISPUTAS
           ELSE
               DISPLAY "NO SE ENCONTRO DISPUTASSUCURSALES.DAT, NO HAY "
                   "DISPUTAS QUE MARCAR"
           END-IF.

      *- AlicuotaIVA.txt es opcional; si no esta o trae basura rige
      *- el 21,00% de siempre.
       CARGAR-ALICUOTA-IVA.
               DISPLAY "NO SE ENCONTRO ALICUOTAIVA.TXT, SE USA 21%"
           END-IF.

      *- ConveniosSucursales.dat es opcional: sin archivo todas las
      *- sucursales se facturan al costo docente.
       CARGAR-CONVENIOS.
           MOVE 0 TO CANT-CNV.
           OPEN INPUT CONVENIOS-FILE.
           IF FS-CONVENIOS IS EQUAL TO 00
               PERFORM LEER-CONVENIO
               PERFORM GUARDAR-CONVENIO
                   VARYING INDICE-CNV FROM 1 BY 1
                   UNTIL INDICE-CNV > CON-CANT-CNV-MAX
                   OR FS-CONVENIOS IS EQUAL TO 10
               IF FS-CONVENIOS IS EQUAL TO 00
                   DISPLAY "TABLA DE CONVENIOS LLENA ("
                       CON-CANT-CNV-MAX "), SE FACTURA CON LOS "
                       "PRIMEROS"
               END-IF
               CLOSE CONVENIOS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO CONVENIOSSUCURSALES.DAT, SE "
                   "FACTURA AL COSTO DOCENTE"
           END-IF.

       LEER-CONVENIO.
           READ CONVENIOS-FILE.
           IF FS-CONVENIOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONVENIOS FS: " FS-CONVENIOS
           END-IF.

       GUARDAR-CONVENIO.
           MOVE CNV-CUIT         TO VEC-CNV-CUIT(INDICE-CNV).
           MOVE CNV-VIG-DESDE    TO VEC-CNV-VIG-DESDE(INDICE-CNV).
           MOVE CNV-TIP-CLASE    TO VEC-CNV-TIP-CLASE(INDICE-CNV).
           MOVE CNV-RECARGO-PORC TO VEC-CNV-PORC(INDICE-CNV).
           MOVE CNV-CARGO-FIJO   TO VEC-CNV-FIJO(INDICE-CNV).
           MOVE CNV-MINIMO       TO VEC-CNV-MINIMO(INDICE-CNV).
           SET CANT-CNV TO INDICE-CNV.
           PERFORM LEER-CONVENIO.

      *- HorasExtraSucursales.dat es opcional: sin archivo no hay
      *- adicional por horas extra que facturar.
       CARGAR-HS-EXTRA.
           MOVE 0 TO CANT-HSX.
           OPEN INPUT HSEXTRA-FILE.
           IF FS-HSEXTRA IS EQUAL TO 00
               MOVE "S" TO WS-HAY-ARCH-HSX
               PERFORM LEER-HS-EXTRA
               PERFORM GUARDAR-HS-EXTRA UNTIL FS-HSEXTRA = 10
               CLOSE HSEXTRA-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO HORASEXTRASUCURSALES.DAT, NO "
                   "SE FACTURA ADICIONAL POR HORAS EXTRA"
           END-IF.

       LEER-HS-EXTRA.
           READ HSEXTRA-FILE.
           IF FS-HSEXTRA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HSEXTRA FS: " FS-HSEXTRA
           END-IF.

       GUARDAR-HS-EXTRA.
           IF CANT-HSX < CON-CANT-HSX-MAX
               ADD 1 TO CANT-HSX
               MOVE REG-HSEXTRA TO VEC-HSX-REGISTRO(CANT-HSX)
               MOVE HXS-CUIT    TO VEC-HSX-CUIT(CANT-HSX)
               MOVE HXS-IMPORTE TO VEC-HSX-IMPORTE(CANT-HSX)
               MOVE "N" TO VEC-HSX-FACTURADO(CANT-HSX)
               PERFORM LEER-HS-EXTRA
           ELSE
               DISPLAY "TABLA DE HORAS EXTRA LLENA, SE FACTURAN LOS "
                   "PRIMEROS " CON-CANT-HSX-MAX " Y EL ARCHIVO NO SE "
                   "REGRABA"
               MOVE "N" TO WS-HAY-ARCH-HSX
               MOVE 10 TO FS-HSEXTRA
           END-IF.

      *- Renglon general y renglon del tipo de la vigencia mas
      *- reciente que no sea posterior a WS-CNV-FECHA; el recargo del
      *- tipo, si lo hay, reemplaza al general.
       BUSCAR-CONVENIO.
           MOVE 0 TO WS-CNV-VIG-GRAL.
           MOVE 0 TO WS-CNV-VIG-TIPO.
           MOVE 0 TO WS-CNV-PORC-GRAL.
           MOVE 0 TO WS-CNV-PORC-TIPO.
           MOVE 0 TO WS-CNV-FIJO.
           MOVE 0 TO WS-CNV-MINIMO.
           MOVE "N" TO WS-CNV-HAY-TIPO.
           PERFORM VARYING INDICE-CNV FROM 1 BY 1
               UNTIL INDICE-CNV > CANT-CNV
               IF VEC-CNV-CUIT(INDICE-CNV) IS EQUAL TO ANT-CUIT
                   AND VEC-CNV-VIG-DESDE(INDICE-CNV) IS NOT GREATER
                       THAN WS-CNV-FECHA
                   EVALUATE TRUE
                       WHEN VEC-CNV-TIP-CLASE(INDICE-CNV) = SPACES
                           AND VEC-CNV-VIG-DESDE(INDICE-CNV)
                               IS NOT LESS THAN WS-CNV-VIG-GRAL
                           MOVE VEC-CNV-VIG-DESDE(INDICE-CNV)
                               TO WS-CNV-VIG-GRAL
                           MOVE VEC-CNV-PORC(INDICE-CNV)
                               TO WS-CNV-PORC-GRAL
                           MOVE VEC-CNV-FIJO(INDICE-CNV)
                               TO WS-CNV-FIJO
                           MOVE VEC-CNV-MINIMO(INDICE-CNV)
                               TO WS-CNV-MINIMO
                       WHEN WS-CNV-TIPO IS NOT EQUAL TO SPACES
                           AND VEC-CNV-TIP-CLASE(INDICE-CNV)
                               = WS-CNV-TIPO
                           AND VEC-CNV-VIG-DESDE(INDICE-CNV)
                               IS NOT LESS THAN WS-CNV-VIG-TIPO
                           MOVE VEC-CNV-VIG-DESDE(INDICE-CNV)
                               TO WS-CNV-VIG-TIPO
                           MOVE VEC-CNV-PORC(INDICE-CNV)
                               TO WS-CNV-PORC-TIPO
                           MOVE "S" TO WS-CNV-HAY-TIPO
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF CNV-HAY-TIPO
               MOVE WS-CNV-PORC-TIPO TO WS-CNV-PORC
           ELSE
               MOVE WS-CNV-PORC-GRAL TO WS-CNV-PORC
           END-IF.

      *- Recargo del convenio sobre el importe de un renglon
      *- (WS-IMPORTE-RENGLON), a la fecha y tipo ya cargados.
       CALCULAR-RECARGO-RENGLON.
           PERFORM BUSCAR-CONVENIO.
           COMPUTE WS-RECARGO-RENGLON ROUNDED =
               WS-IMPORTE-RENGLON * WS-CNV-PORC / 100.

      *- Ultimo numero emitido de cada serie en la corrida anterior,
      *- un renglon por empresa; sin archivo (primera emision) todas
      *- arrancan en 0 y la primera factura de cada empresa sale con
      *- el numero 1.
       OBTENER-ULTIMO-NUMERO.
           OPEN INPUT ULTIMO-NUMERO-FILE.
           IF FS-ULTIMO IS EQUAL TO 00
               PERFORM LEER-ULTIMO-NUMERO
               PERFORM GUARDAR-ULTIMO-NUMERO UNTIL FS-ULTIMO = 10
               CLOSE ULTIMO-NUMERO-FILE
           END-IF.

       LEER-ULTIMO-NUMERO.
           READ ULTIMO-NUMERO-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ULTIMONUMEROFACTURA FS: "
                   FS-ULTIMO
               MOVE 10 TO FS-ULTIMO
           END-IF.

       GUARDAR-ULTIMO-NUMERO.
           IF ULN-NUMERO IS NUMERIC
               MOVE ULN-EMPRESA TO WS-EMPRESA-SERIE
               PERFORM BUSCAR-SERIE
               IF IND-SER-HALLADO > 0
                   MOVE ULN-NUMERO TO VEC-SER-ULT-FC(IND-SER-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-ULTIMO-NUMERO.

       OBTENER-ULTIMO-NC.
           OPEN INPUT ULTIMO-NC-FILE.
           IF FS-ULTIMO-NC IS EQUAL TO 00
               PERFORM LEER-ULTIMO-NC
               PERFORM GUARDAR-ULTIMO-NC UNTIL FS-ULTIMO-NC = 10
               CLOSE ULTIMO-NC-FILE
           END-IF.

       LEER-ULTIMO-NC.
           READ ULTIMO-NC-FILE.
           IF FS-ULTIMO-NC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ULTIMONUMERONC FS: "
                   FS-ULTIMO-NC
               MOVE 10 TO FS-ULTIMO-NC
           END-IF.

       GUARDAR-ULTIMO-NC.
           IF ULC-NUMERO IS NUMERIC
               MOVE ULC-EMPRESA TO WS-EMPRESA-SERIE
               PERFORM BUSCAR-SERIE
               IF IND-SER-HALLADO > 0
                   MOVE ULC-NUMERO TO VEC-SER-ULT-NC(IND-SER-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-ULTIMO-NC.

      *- Serie de la empresa WS-EMPRESA-SERIE (blanco = la empresa por
      *- defecto); si todavia no tiene, se agrega en 0.
       BUSCAR-SERIE.
           IF WS-EMPRESA-SERIE IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-SERIE
           END-IF.
           MOVE 0 TO IND-SER-HALLADO.
           PERFORM VARYING INDICE-SER FROM 1 BY 1
               UNTIL INDICE-SER > CANT-SERIES
               IF VEC-SER-EMPRESA(INDICE-SER) IS EQUAL
                   TO WS-EMPRESA-SERIE
                   SET IND-SER-HALLADO TO INDICE-SER
               END-IF
           END-PERFORM.
           IF IND-SER-HALLADO = 0
               IF CANT-SERIES < CON-CANT-SER-MAX
                   ADD 1 TO CANT-SERIES
                   MOVE CANT-SERIES TO IND-SER-HALLADO
                   MOVE WS-EMPRESA-SERIE
                       TO VEC-SER-EMPRESA(IND-SER-HALLADO)
                   MOVE 0 TO VEC-SER-ULT-FC(IND-SER-HALLADO)
                   MOVE 0 TO VEC-SER-ULT-NC(IND-SER-HALLADO)
                   MOVE 0 TO VEC-SER-CANT-FC(IND-SER-HALLADO)
                   MOVE 0 TO VEC-SER-CANT-NC(IND-SER-HALLADO)
               ELSE
                   DISPLAY "TABLA DE SERIES LLENA, EMPRESA "
                       WS-EMPRESA-SERIE " SIN NUMERACION"
               END-IF
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT ULTIMO-NUMERO-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR ULTIMONUMEROFACTURA FS: "
                   FS-ULTIMO
           ELSE
               PERFORM GRABAR-RENGLON-ULTIMO-NUMERO
                   VARYING INDICE-SER FROM 1 BY 1
                   UNTIL INDICE-SER > CANT-SERIES
               CLOSE ULTIMO-NUMERO-FILE
           END-IF.

       GRABAR-RENGLON-ULTIMO-NUMERO.
           MOVE VEC-SER-ULT-FC(INDICE-SER)  TO ULN-NUMERO.
           MOVE VEC-SER-EMPRESA(INDICE-SER) TO ULN-EMPRESA.
           WRITE REG-ULTIMO-NUMERO.

       GRABAR-ULTIMO-NC.
           OPEN OUTPUT ULTIMO-NC-FILE.
           IF FS-ULTIMO-NC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR ULTIMONUMERONC FS: "
                   FS-ULTIMO-NC
           ELSE
               PERFORM GRABAR-RENGLON-ULTIMO-NC
                   VARYING INDICE-SER FROM 1 BY 1
                   UNTIL INDICE-SER > CANT-SERIES
               CLOSE ULTIMO-NC-FILE
           END-IF.

       GRABAR-RENGLON-ULTIMO-NC.
           MOVE VEC-SER-ULT-NC(INDICE-SER)  TO ULC-NUMERO.
           MOVE VEC-SER-EMPRESA(INDICE-SER) TO ULC-EMPRESA.
           WRITE REG-ULTIMO-NC.

      *- Recorre el maestro (las "FC" vienen primero y en orden
      *- correlativo por la clave) guardando la ultima factura de
      *- cada CUIT; es la referencia que llevara una nota de credito
      *- de esa sucursal si el detalle trae correcciones. De paso,
      *- todo documento que todavia no tiene CAE vuelve a la
      *- solicitud de esta corrida.
       CARGAR-ULTIMAS-FACTURAS.
           MOVE LOW-VALUES TO FAC-CLAVE.
           START FACTURAS-IDX-FILE KEY IS >= FAC-CLAVE
           END-IF.

       GUARDAR-ULTIMA-FACTURA.
           IF NOT FAC-CAE-AUTORIZADO
               ADD 1 TO CANT-REPEDIDOS-CAE
               PERFORM GRABAR-SOLICITUD-CAE
           END-IF.
           IF FAC-TIPO IS EQUAL TO "FC"
               PERFORM BUSCAR-ULT-FAC-CUIT
               IF IND-UF-HALLADO = 0
                       ADD 1 TO CANT-UF
                       SET IND-UF-HALLADO TO CANT-UF
                       MOVE FAC-CUIT TO VEC-UF-CUIT(IND-UF-HALLADO)
                       MOVE FAC-EMPRESA
                           TO VEC-UF-EMPRESA(IND-UF-HALLADO)
                   END-IF
               END-IF
               IF IND-UF-HALLADO > 0
           PERFORM VARYING INDICE-UF FROM 1 BY 1
               UNTIL INDICE-UF > CANT-UF
               IF VEC-UF-CUIT(INDICE-UF) IS EQUAL TO FAC-CUIT
                   AND VEC-UF-EMPRESA(INDICE-UF) IS EQUAL TO FAC-EMPRESA
                   SET IND-UF-HALLADO TO INDICE-UF
               END-IF
           END-PERFORM.
               IF NOT FACTURA-ABIERTA
                   PERFORM ABRIR-FACTURA
               END-IF
               PERFORM BUSCAR-DISPUTA-RENGLON
               PERFORM IMPRIMIR-RENGLON
               ADD DET-IMPORTE TO TOT-COSTO-FACTURA
               MOVE DET-FECHA     TO WS-CNV-FECHA
               MOVE DET-TIP-CLASE TO WS-CNV-TIPO
               MOVE DET-IMPORTE   TO WS-IMPORTE-RENGLON
               PERFORM CALCULAR-RECARGO-RENGLON
               ADD WS-RECARGO-RENGLON TO TOT-RECARGO-FACTURA
               PERFORM GRABAR-DETALLE-FACTURADO
               IF DET-FECHA < FEC-DESDE-FACTURA
                   MOVE DET-FECHA TO FEC-DESDE-FACTURA
               END-IF
           MOVE "S" TO HAY-SUCURSAL-ABIERTA.
           MOVE DET-RAZON TO ANT-RAZON.
           MOVE DET-CUIT  TO ANT-CUIT.
           PERFORM RESOLVER-EMPRESA-EMISORA.
           MOVE 0 TO CANT-NC-LINEAS.
           MOVE 0 TO TOT-NETO-NC.
           MOVE 0 TO TOT-COSTO-NC.
           MOVE 0 TO TOT-RECARGO-NC.
           MOVE 99999999 TO FEC-DESDE-NC.
           MOVE 0 TO FEC-HASTA-NC.

      *- La empresa de la sucursal es la que emite: sus datos van al
      *- encabezado y sus series dan la numeracion de los documentos.
       RESOLVER-EMPRESA-EMISORA.
           MOVE "BUSCC"  TO EMI-OP.
           MOVE ANT-CUIT TO EMI-CUIT.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE EMO-CODIGO TO WS-EMPRESA-ACTUAL.
           IF EMO-CR IS EQUAL TO "23"
               DISPLAY "EMPRESA " EMO-CODIGO " DE LA SUCURSAL "
                   ANT-CUIT " NO ESTA EN EL MAESTRO DE EMPRESAS"
           END-IF.
           MOVE EMO-RAZON TO FAC-EE-RAZON.
           MOVE EMO-CUIT  TO FAC-EE-CUIT.
           IF EMO-PTO-VENTA IS EQUAL TO 0
               MOVE CON-PUNTO-VENTA TO FAC-EE-PTO-VENTA
           ELSE
               MOVE EMO-PTO-VENTA TO FAC-EE-PTO-VENTA
           END-IF.
           MOVE WS-EMPRESA-ACTUAL TO WS-EMPRESA-SERIE.
           PERFORM BUSCAR-SERIE.
           MOVE IND-SER-HALLADO TO IND-SER-ACTUAL.
           MOVE 0 TO WS-NUMERO-FACTURA.
           MOVE 0 TO WS-NUMERO-NC.
           IF IND-SER-ACTUAL > 0
               MOVE VEC-SER-ULT-FC(IND-SER-ACTUAL) TO WS-NUMERO-FACTURA
               MOVE VEC-SER-ULT-NC(IND-SER-ACTUAL) TO WS-NUMERO-NC
           END-IF.

       CERRAR-SUCURSAL.
           MOVE "N" TO HAY-SUCURSAL-ABIERTA.
           IF FACTURA-ABIERTA
       ABRIR-FACTURA.
           MOVE "S" TO HAY-FACTURA-ABIERTA.
           MOVE 0 TO TOT-NETO-FACTURA.
           MOVE 0 TO TOT-COSTO-FACTURA.
           MOVE 0 TO TOT-RECARGO-FACTURA.
           MOVE 0 TO CANT-DISP-FACTURA.
           MOVE 0 TO TOT-DISP-FACTURA.
           MOVE 99999999 TO FEC-DESDE-FACTURA.
           MOVE 0 TO FEC-HASTA-FACTURA.
           ADD 1 TO WS-NUMERO-FACTURA.
           ADD 1 TO CANT-FACTURAS.
           IF IND-SER-ACTUAL > 0
               MOVE WS-NUMERO-FACTURA TO VEC-SER-ULT-FC(IND-SER-ACTUAL)
               ADD 1 TO VEC-SER-CANT-FC(IND-SER-ACTUAL)
           END-IF.

           MOVE "FACTURA Nro " TO FAC-E1-TIPO-DOC.
           MOVE WS-NUMERO-FACTURA TO FAC-E1-NUMERO.
           MOVE FECHA-AAAA TO FAC-E1-AAAA.
           WRITE REG-FACTURA FROM LINEA-SEPARADORA.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO1.
           IF FAC-EE-RAZON IS NOT EQUAL TO SPACES
               WRITE REG-FACTURA FROM FAC-ENCABEZADO-EMISOR
           END-IF.
           MOVE ANT-RAZON TO FAC-E2-RAZON.
           MOVE ANT-CUIT  TO FAC-E2-CUIT.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO2.
           IF FACTURANDO-RETRO
               WRITE REG-FACTURA FROM FAC-LINEA-COMPLEMENTARIA
           END-IF.
           WRITE REG-FACTURA FROM LINEA-EN-BLANCO.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO-TABLA.
           WRITE REG-FACTURA FROM LINEA-TABLA.
           MOVE DET-FECHA(1:4) TO FAC-DT-AAAA.
           MOVE DET-PROF-NUMERO TO FAC-DT-PROF.
           MOVE DET-PROF-NOMBRE TO FAC-DT-NOMBRE.
           IF DET-ES-CANCEL-TARDIA
               MOVE "CANCELACION TARDIA" TO FAC-DT-NOMBRE
           END-IF.
           MOVE DET-HORAS       TO FAC-DT-HORAS.
           MOVE DET-IMPORTE     TO FAC-DT-IMPORTE.
           IF RENGLON-EN-DISPUTA
               MOVE "DISPUTA" TO FAC-DT-DISPUTA
           ELSE
               MOVE SPACES TO FAC-DT-DISPUTA
           END-IF.
           WRITE REG-FACTURA FROM FAC-DATOS-TABLA.

      *- Disputa abierta sobre el renglon en proceso (misma clave).
       BUSCAR-DISPUTA-RENGLON.
           MOVE "N" TO WS-RENGLON-DISPUTA.
           IF HAY-DISPUTAS
               MOVE DET-CLAVE TO DIS-CLAVE
               READ DISPUTAS-FILE RECORD
                   KEY IS DIS-CLAVE
               IF FS-DISPUTAS IS EQUAL TO 00 AND DIS-ABIERTA
                   MOVE "S" TO WS-RENGLON-DISPUTA
               END-IF
           END-IF.

      *- El renglon queda en el historico con la factura que lo lleva
      *- y lo facturado por el (recargo del convenio e IVA); si esta
      *- en disputa, la parte disputada suma al pie de la factura.
      *- Una corrida repetida pisa el renglon con REWRITE.
       GRABAR-DETALLE-FACTURADO.
           COMPUTE WS-FACTURADO-RENGLON ROUNDED =
               (DET-IMPORTE + WS-RECARGO-RENGLON)
               * (100 + WS-ALICUOTA-IVA) / 100.
           IF RENGLON-EN-DISPUTA
               MOVE 0 TO WS-DISP-FACTURADO
               IF DET-IMPORTE > 0
                   COMPUTE WS-DISP-FACTURADO ROUNDED =
                       WS-FACTURADO-RENGLON * DIS-IMPORTE / DET-IMPORTE
               END-IF
               ADD 1 TO CANT-DISP-FACTURA
               ADD 1 TO CANT-RENGLONES-DISP
               ADD WS-DISP-FACTURADO TO TOT-DISP-FACTURA
           END-IF.
           MOVE DET-CLAVE         TO DFA-CLAVE.
           MOVE DET-PROF-NOMBRE   TO DFA-PROF-NOMBRE.
           MOVE DET-HORAS         TO DFA-HORAS.
           MOVE DET-IMPORTE       TO DFA-IMPORTE.
           MOVE DET-TIPO-NOV      TO DFA-TIPO-NOV.
           MOVE DET-TIP-CLASE     TO DFA-TIP-CLASE.
           MOVE WS-EMPRESA-ACTUAL TO DFA-FAC-EMPRESA.
           MOVE WS-NUMERO-FACTURA TO DFA-FAC-NUMERO.
           MOVE FECHA-DE-HOY      TO DFA-FAC-FECHA.
           MOVE WS-FACTURADO-RENGLON TO DFA-FACTURADO.
           WRITE REG-DETALLE-FACTURADO.
           IF FS-DETALLE-FAC IS EQUAL TO 22
               REWRITE REG-DETALLE-FACTURADO
           END-IF.
           IF FS-DETALLE-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR DETALLE FACTURADO FS: "
                   FS-DETALLE-FAC
           END-IF.

       ACUMULAR-LINEA-NC.
           IF CANT-NC-LINEAS < CON-CANT-NC-MAX
               ADD 1 TO CANT-NC-LINEAS
               MOVE DET-PROF-NOMBRE TO VEC-NC-NOMBRE(CANT-NC-LINEAS)
               MOVE DET-HORAS       TO VEC-NC-HORAS(CANT-NC-LINEAS)
               MOVE DET-IMPORTE     TO VEC-NC-IMPORTE(CANT-NC-LINEAS)
               ADD DET-IMPORTE TO TOT-COSTO-NC
               MOVE DET-FECHA     TO WS-CNV-FECHA
               MOVE DET-TIP-CLASE TO WS-CNV-TIPO
               MOVE DET-IMPORTE   TO WS-IMPORTE-RENGLON
               PERFORM CALCULAR-RECARGO-RENGLON
               ADD WS-RECARGO-RENGLON TO TOT-RECARGO-NC
               IF DET-FECHA < FEC-DESDE-NC
                   MOVE DET-FECHA TO FEC-DESDE-NC
               END-IF
           MOVE FEC-HASTA-FACTURA(7:2) TO FAC-E3-HASTA-DD.
           MOVE FEC-HASTA-FACTURA(5:2) TO FAC-E3-HASTA-MM.
           MOVE FEC-HASTA-FACTURA(1:4) TO FAC-E3-HASTA-AAAA.
           PERFORM CALCULAR-CARGOS-CONVENIO.
           COMPUTE IVA-FACTURA ROUNDED =
               TOT-NETO-FACTURA * WS-ALICUOTA-IVA / 100.
           COMPUTE TOT-FACTURA = TOT-NETO-FACTURA + IVA-FACTURA.

           WRITE REG-FACTURA FROM LINEA-TABLA.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO3.
           MOVE "Subtotal costo docente" TO FAC-LCO-LEYENDA.
           MOVE TOT-COSTO-FACTURA TO FAC-LCO-IMPORTE.
           WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO.
           IF TOT-HS-EXTRA-FACTURA > 0
               MOVE "Adicional horas extra (prorrata semanal)"
                   TO FAC-LCO-LEYENDA
               MOVE TOT-HS-EXTRA-FACTURA TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           IF TOT-REINTEGROS-FACTURA > 0
               MOVE "Reintegro gastos profesores (al costo)"
                   TO FAC-LCO-LEYENDA
               MOVE TOT-REINTEGROS-FACTURA TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           IF TOT-RECARGO-FACTURA > 0
               MOVE "Honorarios s/costo docente (convenio)"
                   TO FAC-LCO-LEYENDA
               MOVE TOT-RECARGO-FACTURA TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           IF WS-CARGO-FIJO > 0
               MOVE "Cargo fijo mensual (convenio)" TO FAC-LCO-LEYENDA
               MOVE WS-CARGO-FIJO TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           IF WS-AJUSTE-MINIMO > 0
               MOVE "Ajuste a minimo mensual (convenio)"
                   TO FAC-LCO-LEYENDA
               MOVE WS-AJUSTE-MINIMO TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           MOVE TOT-NETO-FACTURA TO FAC-NETO OF FAC-LINEA-NETO.
           WRITE REG-FACTURA FROM FAC-LINEA-NETO.
           MOVE WS-ALICUOTA-IVA TO FAC-IVA-ALICUOTA.
           MOVE "TOTAL FACTURA" TO FAC-TL-LEYENDA.
           MOVE TOT-FACTURA     TO FAC-TOTAL OF FAC-LINEA-TOTAL.
           WRITE REG-FACTURA FROM FAC-LINEA-TOTAL.
           IF CANT-DISP-FACTURA > 0
               MOVE CANT-DISP-FACTURA TO FAC-LD-CANT
               MOVE TOT-DISP-FACTURA  TO FAC-LD-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-DISPUTA
           END-IF.
           MOVE WS-EMPRESA-ACTUAL TO FAC-LC-EMPRESA.
           MOVE "FC"              TO FAC-LC-TIPO.
           MOVE WS-NUMERO-FACTURA TO FAC-LC-NUMERO.
           WRITE REG-FACTURA FROM FAC-LINEA-CAE.
           WRITE REG-FACTURA FROM LINEA-EN-BLANCO.
           PERFORM GRABAR-REGISTRO-FACTURA.
           PERFORM ACTUALIZAR-ULT-FAC.

      *- Neto de la factura = costo + adicional por horas extra +
      *- recargo + cargo fijo, llevado al minimo mensual si no
      *- llega, mas los reintegros de gastos trasladados. Horas
      *- extra, cargo fijo, minimo y reintegros son del mes: no se
      *- repiten en la factura complementaria del retroactivo.
       CALCULAR-CARGOS-CONVENIO.
           MOVE 0 TO WS-CARGO-FIJO.
           MOVE 0 TO WS-AJUSTE-MINIMO.
           MOVE 0 TO WS-CNV-MINIMO.
           MOVE 0 TO TOT-HS-EXTRA-FACTURA.
           MOVE 0 TO TOT-REINTEGROS-FACTURA.
           IF NOT FACTURANDO-RETRO
               MOVE FEC-HASTA-FACTURA TO WS-CNV-FECHA
               MOVE SPACES TO WS-CNV-TIPO
               PERFORM BUSCAR-CONVENIO
               MOVE WS-CNV-FIJO TO WS-CARGO-FIJO
               PERFORM BUSCAR-HS-EXTRA-CUIT
           END-IF.
           COMPUTE TOT-NETO-FACTURA = TOT-COSTO-FACTURA
               + TOT-HS-EXTRA-FACTURA
               + TOT-RECARGO-FACTURA + WS-CARGO-FIJO.
           IF WS-CNV-MINIMO > TOT-NETO-FACTURA
               COMPUTE WS-AJUSTE-MINIMO =
                   WS-CNV-MINIMO - TOT-NETO-FACTURA
               MOVE WS-CNV-MINIMO TO TOT-NETO-FACTURA
           END-IF.
           IF NOT FACTURANDO-RETRO
               PERFORM BUSCAR-REINTEGROS-CUIT
                   VARYING INDICE-RGF FROM 1 BY 1
                   UNTIL INDICE-RGF > CANT-RGF
               ADD TOT-REINTEGROS-FACTURA TO TOT-NETO-FACTURA
           END-IF.

      *- Cada renglon pendiente de la sucursal entra en la factura
      *- y queda marcado para no volver a grabarse en el archivo.
       BUSCAR-HS-EXTRA-CUIT.
           PERFORM VARYING INDICE-HSX FROM 1 BY 1
               UNTIL INDICE-HSX > CANT-HSX
               IF VEC-HSX-CUIT(INDICE-HSX) IS EQUAL TO ANT-CUIT
                   AND VEC-HSX-FACTURADO(INDICE-HSX) IS EQUAL TO "N"
                   ADD VEC-HSX-IMPORTE(INDICE-HSX)
                       TO TOT-HS-EXTRA-FACTURA
                   MOVE "S" TO VEC-HSX-FACTURADO(INDICE-HSX)
               END-IF
           END-PERFORM.

      *- Cada reintegro pendiente de la sucursal entra en la factura
      *- y queda marcado para no volver a grabarse en el archivo.
       BUSCAR-REINTEGROS-CUIT.
           IF VEC-RGF-CUIT(INDICE-RGF) IS EQUAL TO ANT-CUIT
               AND VEC-RGF-FACTURADO(INDICE-RGF) IS EQUAL TO "N"
               ADD VEC-RGF-IMPORTE(INDICE-RGF)
                   TO TOT-REINTEGROS-FACTURA
               MOVE "S" TO VEC-RGF-FACTURADO(INDICE-RGF)
               ADD 1 TO CANT-RGF-FACTURADOS
           END-IF.

      *- La factura recien emitida pasa a ser la referencia de una
      *- eventual nota de credito de la misma sucursal.
       ACTUALIZAR-ULT-FAC.
           MOVE ANT-CUIT TO FAC-CUIT.
           MOVE WS-EMPRESA-ACTUAL TO FAC-EMPRESA.
           PERFORM BUSCAR-ULT-FAC-CUIT.
           IF IND-UF-HALLADO = 0
               IF CANT-UF < CON-CANT-SUC-MAX
                   ADD 1 TO CANT-UF
                   SET IND-UF-HALLADO TO CANT-UF
                   MOVE ANT-CUIT TO VEC-UF-CUIT(IND-UF-HALLADO)
                   MOVE WS-EMPRESA-ACTUAL
                       TO VEC-UF-EMPRESA(IND-UF-HALLADO)
               END-IF
           END-IF.
           IF IND-UF-HALLADO > 0
       EMITIR-NOTA-CREDITO.
           ADD 1 TO WS-NUMERO-NC.
           ADD 1 TO CANT-NOTAS-CREDITO.
           IF IND-SER-ACTUAL > 0
               MOVE WS-NUMERO-NC TO VEC-SER-ULT-NC(IND-SER-ACTUAL)
               ADD 1 TO VEC-SER-CANT-NC(IND-SER-ACTUAL)
           END-IF.
           PERFORM RESOLVER-REFERENCIA-NC.

           MOVE "NOTA DE CREDITO Nro " TO FAC-E1-TIPO-DOC.
           MOVE FECHA-AAAA TO FAC-E1-AAAA.
           WRITE REG-FACTURA FROM LINEA-SEPARADORA.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO1.
           IF FAC-EE-RAZON IS NOT EQUAL TO SPACES
               WRITE REG-FACTURA FROM FAC-ENCABEZADO-EMISOR
           END-IF.
           MOVE ANT-RAZON TO FAC-E2-RAZON.
           MOVE ANT-CUIT  TO FAC-E2-CUIT.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO2.
           MOVE FEC-HASTA-NC(7:2) TO FAC-E3-HASTA-DD.
           MOVE FEC-HASTA-NC(5:2) TO FAC-E3-HASTA-MM.
           MOVE FEC-HASTA-NC(1:4) TO FAC-E3-HASTA-AAAA.
           COMPUTE TOT-NETO-NC = TOT-COSTO-NC + TOT-RECARGO-NC.
           COMPUTE IVA-NC ROUNDED =
               TOT-NETO-NC * WS-ALICUOTA-IVA / 100.
           COMPUTE TOT-NC = TOT-NETO-NC + IVA-NC.
           WRITE REG-FACTURA FROM LINEA-TABLA.
           WRITE REG-FACTURA FROM FAC-ENCABEZADO3.
           MOVE "Subtotal costo docente" TO FAC-LCO-LEYENDA.
           MOVE TOT-COSTO-NC TO FAC-LCO-IMPORTE.
           WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO.
           IF TOT-RECARGO-NC > 0
               MOVE "Honorarios s/costo docente (convenio)"
                   TO FAC-LCO-LEYENDA
               MOVE TOT-RECARGO-NC TO FAC-LCO-IMPORTE
               WRITE REG-FACTURA FROM FAC-LINEA-CONCEPTO
           END-IF.
           MOVE TOT-NETO-NC TO FAC-NETO OF FAC-LINEA-NETO.
           WRITE REG-FACTURA FROM FAC-LINEA-NETO.
           MOVE WS-ALICUOTA-IVA TO FAC-IVA-ALICUOTA.
           MOVE "TOTAL NOTA DE CRED. " TO FAC-TL-LEYENDA.
           MOVE TOT-NC          TO FAC-TOTAL OF FAC-LINEA-TOTAL.
           WRITE REG-FACTURA FROM FAC-LINEA-TOTAL.
           MOVE WS-EMPRESA-ACTUAL TO FAC-LC-EMPRESA.
           MOVE "NC"              TO FAC-LC-TIPO.
           MOVE WS-NUMERO-NC      TO FAC-LC-NUMERO.
           WRITE REG-FACTURA FROM FAC-LINEA-CAE.
           WRITE REG-FACTURA FROM LINEA-EN-BLANCO.
           PERFORM GRABAR-REGISTRO-NC.

       RESOLVER-REFERENCIA-NC.
           MOVE 0 TO WS-NRO-REFERENCIA.
           MOVE ANT-CUIT TO FAC-CUIT.
           MOVE WS-EMPRESA-ACTUAL TO FAC-EMPRESA.
           PERFORM BUSCAR-ULT-FAC-CUIT.
           IF IND-UF-HALLADO > 0
               MOVE VEC-UF-NUMERO(IND-UF-HALLADO)
           MOVE VEC-NC-IMPORTE(INDICE-NC) TO FAC-DT-IMPORTE.
           WRITE REG-FACTURA FROM FAC-DATOS-TABLA.

      *- RetroactivoFacturacion.txt es opcional. Mismo corte de
      *- control por razon/CUIT que el detalle (el archivo ya viene
      *- agrupado por sucursal); la diferencia a favor va a la factura
      *- complementaria y la diferencia en contra, en magnitud, a la
      *- nota de credito de la sucursal.
       FACTURAR-RETROACTIVO.
           OPEN INPUT RETRO-FAC-FILE.
           IF FS-RETRO-FAC IS EQUAL TO 00
               MOVE "S" TO WS-FACTURANDO-RETRO
               PERFORM LEER-RETROACTIVO
               PERFORM PROCESAR-RETROACTIVO UNTIL FS-RETRO-FAC = 10
               IF SUCURSAL-ABIERTA
                   PERFORM CERRAR-SUCURSAL
               END-IF
               CLOSE RETRO-FAC-FILE
               MOVE "N" TO WS-FACTURANDO-RETRO
               PERFORM VACIAR-RETROACTIVO
           ELSE
               DISPLAY "NO HAY RETROACTIVOFACTURACION.TXT, NO SE "
                   "EMITEN FACTURAS COMPLEMENTARIAS"
           END-IF.

       LEER-RETROACTIVO.
           READ RETRO-FAC-FILE.
           IF FS-RETRO-FAC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RETROACTIVOFACTURACION FS: "
                   FS-RETRO-FAC
           END-IF.

       PROCESAR-RETROACTIVO.
           IF SUCURSAL-ABIERTA
               AND (RFA-RAZON IS NOT EQUAL TO ANT-RAZON
                   OR RFA-CUIT IS NOT EQUAL TO ANT-CUIT)
               PERFORM CERRAR-SUCURSAL
           END-IF.
           IF NOT SUCURSAL-ABIERTA
               MOVE RFA-RAZON TO DET-RAZON
               MOVE RFA-CUIT  TO DET-CUIT
               PERFORM ABRIR-SUCURSAL
           END-IF.
           ADD 1 TO CANT-RENGLONES-RETRO.
           IF RFA-TOT-IMPORTE < 0
               COMPUTE WS-IMPORTE-RETRO = 0 - RFA-TOT-IMPORTE
               PERFORM ACUMULAR-RETRO-NC
           ELSE
               MOVE RFA-TOT-IMPORTE TO WS-IMPORTE-RETRO
               IF NOT FACTURA-ABIERTA
                   PERFORM ABRIR-FACTURA
               END-IF
               MOVE RFA-PROF-NUMERO  TO FAC-DR-PROF
               MOVE RFA-PROF-NOMBRE  TO FAC-DR-NOMBRE
               MOVE WS-IMPORTE-RETRO TO FAC-DR-IMPORTE
               WRITE REG-FACTURA FROM FAC-DATOS-RETRO
               ADD WS-IMPORTE-RETRO TO TOT-COSTO-FACTURA
               PERFORM CALCULAR-RECARGO-RETRO
               ADD WS-RECARGO-RENGLON TO TOT-RECARGO-FACTURA
               IF RFA-PERIODO-DESDE < FEC-DESDE-FACTURA
                   MOVE RFA-PERIODO-DESDE TO FEC-DESDE-FACTURA
               END-IF
               IF RFA-PERIODO-HASTA > FEC-HASTA-FACTURA
                   MOVE RFA-PERIODO-HASTA TO FEC-HASTA-FACTURA
               END-IF
           END-IF.
           PERFORM LEER-RETROACTIVO.

      *- La nota de credito imprime cada renglon con su fecha: la
      *- diferencia lleva el fin del periodo reliquidado y horas en
      *- cero.
       ACUMULAR-RETRO-NC.
           IF CANT-NC-LINEAS < CON-CANT-NC-MAX
               ADD 1 TO CANT-NC-LINEAS
               MOVE RFA-PERIODO-HASTA TO VEC-NC-FECHA(CANT-NC-LINEAS)
               MOVE RFA-PROF-NUMERO   TO VEC-NC-PROF(CANT-NC-LINEAS)
               MOVE RFA-PROF-NOMBRE   TO VEC-NC-NOMBRE(CANT-NC-LINEAS)
               MOVE 0                 TO VEC-NC-HORAS(CANT-NC-LINEAS)
               MOVE WS-IMPORTE-RETRO
                   TO VEC-NC-IMPORTE(CANT-NC-LINEAS)
               ADD WS-IMPORTE-RETRO TO TOT-COSTO-NC
               PERFORM CALCULAR-RECARGO-RETRO
               ADD WS-RECARGO-RENGLON TO TOT-RECARGO-NC
               IF RFA-PERIODO-DESDE < FEC-DESDE-NC
                   MOVE RFA-PERIODO-DESDE TO FEC-DESDE-NC
               END-IF
               IF RFA-PERIODO-HASTA > FEC-HASTA-NC
                   MOVE RFA-PERIODO-HASTA TO FEC-HASTA-NC
               END-IF
           ELSE
               DISPLAY "TABLA DE CORRECCIONES LLENA, SUCURSAL "
                   ANT-CUIT
           END-IF.

      *- La diferencia retroactiva no trae tipo de clase: lleva el
      *- recargo general vigente al fin del periodo reliquidado.
       CALCULAR-RECARGO-RETRO.
           MOVE RFA-PERIODO-HASTA TO WS-CNV-FECHA.
           MOVE SPACES            TO WS-CNV-TIPO.
           MOVE WS-IMPORTE-RETRO  TO WS-IMPORTE-RENGLON.
           PERFORM CALCULAR-RECARGO-RENGLON.

      *- Ya facturado: se vacia para que la proxima corrida no lo
      *- vuelva a facturar.
       VACIAR-RETROACTIVO.
           OPEN OUTPUT RETRO-FAC-FILE.
           IF FS-RETRO-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL VACIAR RETROACTIVOFACTURACION FS: "
                   FS-RETRO-FAC
           ELSE
               CLOSE RETRO-FAC-FILE
           END-IF.

      *- Ya facturadas: el archivo queda solo con las horas extra de
      *- las sucursales que no tuvieron factura en esta corrida.
       REGRABAR-HS-EXTRA.
           MOVE 0 TO CANT-HSX-PENDIENTES.
           OPEN OUTPUT HSEXTRA-FILE.
           IF FS-HSEXTRA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL REGRABAR HORASEXTRASUCURSALES FS: "
                   FS-HSEXTRA
           ELSE
               PERFORM REGRABAR-UN-HS-EXTRA
                   VARYING INDICE-HSX FROM 1 BY 1
                   UNTIL INDICE-HSX > CANT-HSX
               CLOSE HSEXTRA-FILE
           END-IF.

       REGRABAR-UN-HS-EXTRA.
           IF VEC-HSX-FACTURADO(INDICE-HSX) IS EQUAL TO "N"
               WRITE REG-HSEXTRA FROM VEC-HSX-REGISTRO(INDICE-HSX)
               ADD 1 TO CANT-HSX-PENDIENTES
           END-IF.

      *- ReintegrosFacturacion.txt es opcional. Una tabla llena
      *- corta la carga: lo que no entro queda fuera de la regrabacion
      *- y se perderia, asi que en ese caso el archivo no se toca.
       CARGAR-REINTEGROS.
           MOVE 0 TO CANT-RGF.
           OPEN INPUT REINTEGROS-FAC-FILE.
           IF FS-REINTEGROS-FAC IS EQUAL TO 00
               MOVE "S" TO WS-HAY-ARCH-RGF
               PERFORM LEER-REINTEGRO
               PERFORM GUARDAR-REINTEGRO
                   UNTIL FS-REINTEGROS-FAC = 10
               CLOSE REINTEGROS-FAC-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO REINTEGROSFACTURACION.TXT, NO "
                   "SE TRASLADAN REINTEGROS DE GASTOS"
           END-IF.

       LEER-REINTEGRO.
           READ REINTEGROS-FAC-FILE.
           IF FS-REINTEGROS-FAC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REINTEGROSFACTURACION FS: "
                   FS-REINTEGROS-FAC
           END-IF.

       GUARDAR-REINTEGRO.
           IF CANT-RGF < CON-CANT-RGF-MAX
               ADD 1 TO CANT-RGF
               MOVE REG-REINTEGROS-FAC TO VEC-RGF-REGISTRO(CANT-RGF)
               MOVE RGF-CUIT TO VEC-RGF-CUIT(CANT-RGF)
               MOVE RGF-TOT-IMPORTE TO VEC-RGF-IMPORTE(CANT-RGF)
               MOVE "N" TO VEC-RGF-FACTURADO(CANT-RGF)
               PERFORM LEER-REINTEGRO
           ELSE
               DISPLAY "TABLA DE REINTEGROS LLENA, SE TRASLADAN LOS "
                   "PRIMEROS " CON-CANT-RGF-MAX " Y EL ARCHIVO NO SE "
                   "REGRABA"
               MOVE "N" TO WS-HAY-ARCH-RGF
               MOVE 10 TO FS-REINTEGROS-FAC
           END-IF.

      *- Ya facturado: el archivo queda solo con los reintegros de las
      *- sucursales que no tuvieron factura en esta corrida.
       REGRABAR-REINTEGROS.
           MOVE 0 TO CANT-RGF-PENDIENTES.
           OPEN OUTPUT REINTEGROS-FAC-FILE.
           IF FS-REINTEGROS-FAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL REGRABAR REINTEGROSFACTURACION FS: "
                   FS-REINTEGROS-FAC
           ELSE
               PERFORM REGRABAR-UN-REINTEGRO
                   VARYING INDICE-RGF FROM 1 BY 1
                   UNTIL INDICE-RGF > CANT-RGF
               CLOSE REINTEGROS-FAC-FILE
           END-IF.

       REGRABAR-UN-REINTEGRO.
           IF VEC-RGF-FACTURADO(INDICE-RGF) IS EQUAL TO "N"
               WRITE REG-REINTEGROS-FAC
                   FROM VEC-RGF-REGISTRO(INDICE-RGF)
               ADD 1 TO CANT-RGF-PENDIENTES
           END-IF.

      *- El mismo documento que acaba de imprimirse queda en el
      *- maestro indexado; una clave repetida (corrida reemitida) se
      *- pisa con REWRITE, como hace el CREADOR.
       GRABAR-REGISTRO-FACTURA.
           MOVE WS-EMPRESA-ACTUAL  TO FAC-EMPRESA.
           MOVE "FC"               TO FAC-TIPO.
           MOVE WS-NUMERO-FACTURA  TO FAC-NUMERO.
           MOVE FECHA-DE-HOY       TO FAC-FECHA.
           PERFORM GRABAR-DOCUMENTO-IDX.

       GRABAR-REGISTRO-NC.
           MOVE WS-EMPRESA-ACTUAL  TO FAC-EMPRESA.
           MOVE "NC"               TO FAC-TIPO.
           MOVE WS-NUMERO-NC       TO FAC-NUMERO.
           MOVE FECHA-DE-HOY       TO FAC-FECHA.
           MOVE WS-NRO-REFERENCIA  TO FAC-NRO-REF.
           PERFORM GRABAR-DOCUMENTO-IDX.

      *- Todo documento nace pendiente de CAE y se pide a la AFIP en
      *- la misma corrida.
       GRABAR-DOCUMENTO-IDX.
           MOVE "P"    TO FAC-ESTADO-AFIP.
           MOVE 0      TO FAC-CAE.
           MOVE 0      TO FAC-CAE-VTO.
           MOVE SPACES TO FAC-CAE-MOTIVO.
           WRITE REG-FACTURA-IDX.
           IF FS-FACTURAS-IDX IS EQUAL TO 22
               REWRITE REG-FACTURA-IDX
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR DOCUMENTO INDEXADO FS: "
                   FS-FACTURAS-IDX
           ELSE
               PERFORM GRABAR-SOLICITUD-CAE
           END-IF.

      *- Un renglon de la solicitud de CAE con los importes del
      *- documento que esta en REG-FACTURA-IDX; punto de venta y CUIT
      *- emisor son los de la empresa del documento.
       GRABAR-SOLICITUD-CAE.
           MOVE "BUSCAR"    TO EMI-OP.
           MOVE FAC-EMPRESA TO EMI-EMPRESA.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE FAC-TIPO        TO SCA-TIPO.
           IF FAC-TIPO IS EQUAL TO "NC"
               MOVE 3 TO SCA-COD-COMPROB
           ELSE
               MOVE 1 TO SCA-COD-COMPROB
           END-IF.
           IF EMO-PTO-VENTA IS EQUAL TO 0
               MOVE CON-PUNTO-VENTA TO SCA-PUNTO-VENTA
           ELSE
               MOVE EMO-PTO-VENTA TO SCA-PUNTO-VENTA
           END-IF.
           MOVE FAC-NUMERO      TO SCA-NUMERO.
           MOVE FAC-FECHA       TO SCA-FECHA.
           MOVE FAC-CUIT        TO SCA-CUIT.
           MOVE FAC-NETO OF REG-FACTURA-IDX  TO SCA-NETO.
           MOVE FAC-ALICUOTA    TO SCA-ALICUOTA.
           MOVE FAC-IVA OF REG-FACTURA-IDX   TO SCA-IVA.
           MOVE FAC-TOTAL OF REG-FACTURA-IDX TO SCA-TOTAL.
           MOVE FAC-NRO-REF     TO SCA-NRO-REF.
           MOVE EMO-CODIGO      TO SCA-EMPRESA.
           MOVE EMO-CUIT        TO SCA-CUIT-EMISOR.
           WRITE REG-SOLICITUD-CAE.
           IF FS-SOLICITUD-CAE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR SOLICITUDCAE FS: "
                   FS-SOLICITUD-CAE
           ELSE
               ADD 1 TO CANT-SOLICITUDES-CAE
           END-IF.

      *- Todas las disputas abiertas sobre renglones ya facturados
      *- (de esta corrida o de las anteriores), agrupadas por factura
      *- con lo facturado por la parte disputada.
       LISTAR-FACTURAS-EN-DISPUTA.
           MOVE 0 TO CANT-FDI.
           MOVE 0 TO CANT-DISP-SIN-FACTURA.
           MOVE 0 TO TOT-FDI-IMPORTE.
           MOVE LOW-VALUES TO DIS-CLAVE.
           START DISPUTAS-FILE KEY IS >= DIS-CLAVE
               INVALID KEY
                   MOVE 10 TO FS-DISPUTAS
           END-START.
           IF FS-DISPUTAS IS EQUAL TO 00
               PERFORM LEER-DISPUTA
               PERFORM ACUMULAR-FACTURA-DISPUTA
                   UNTIL FS-DISPUTAS IS NOT EQUAL TO 00
           END-IF.
           OPEN OUTPUT FACTURAS-DISPUTA-FILE.
           IF FS-FACTURAS-DISP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR FACTURASENDISPUTA FS: "
                   FS-FACTURAS-DISP
           ELSE
               MOVE FECHA-DD   TO FDI-E1-DD
               MOVE FECHA-MM   TO FDI-E1-MM
               MOVE FECHA-AAAA TO FDI-E1-AAAA
               WRITE REG-FACTURA-DISP FROM FDI-ENCABEZADO1
               WRITE REG-FACTURA-DISP FROM LINEA-EN-BLANCO
               WRITE REG-FACTURA-DISP FROM FDI-ENCABEZADO2
               WRITE REG-FACTURA-DISP FROM LINEA-TABLA
               PERFORM IMPRIMIR-FACTURA-DISPUTA
                   VARYING INDICE-FDI FROM 1 BY 1
                   UNTIL INDICE-FDI > CANT-FDI
               WRITE REG-FACTURA-DISP FROM LINEA-TABLA
               MOVE TOT-FDI-IMPORTE TO FDI-TOT-IMPORTE
               WRITE REG-FACTURA-DISP FROM FDI-LINEA-TOTAL
               IF CANT-DISP-SIN-FACTURA > 0
                   MOVE CANT-DISP-SIN-FACTURA TO FDI-SIN-FACTURA
                   WRITE REG-FACTURA-DISP FROM FDI-LINEA-SIN-FACTURA
               END-IF
               CLOSE FACTURAS-DISPUTA-FILE
           END-IF.

       LEER-DISPUTA.
           READ DISPUTAS-FILE NEXT RECORD.
           IF FS-DISPUTAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPUTAS FS: " FS-DISPUTAS
           END-IF.

       ACUMULAR-FACTURA-DISPUTA.
           IF DIS-ABIERTA
               MOVE DIS-CLAVE TO DFA-CLAVE
               READ DETALLE-FACTURADO-FILE RECORD
               IF FS-DETALLE-FAC IS NOT EQUAL TO 00
                   ADD 1 TO CANT-DISP-SIN-FACTURA
               ELSE
                   PERFORM UBICAR-FACTURA-DISPUTA
               END-IF
           END-IF.
           PERFORM LEER-DISPUTA.

       UBICAR-FACTURA-DISPUTA.
           MOVE 0 TO IND-FDI-HALLADO.
           PERFORM VARYING INDICE-FDI FROM 1 BY 1
               UNTIL INDICE-FDI > CANT-FDI OR IND-FDI-HALLADO > 0
               IF VEC-FDI-EMPRESA(INDICE-FDI) IS EQUAL
                   TO DFA-FAC-EMPRESA
                   AND VEC-FDI-NUMERO(INDICE-FDI) IS EQUAL
                   TO DFA-FAC-NUMERO
                   SET IND-FDI-HALLADO TO INDICE-FDI
               END-IF
           END-PERFORM.
           IF IND-FDI-HALLADO = 0
               IF CANT-FDI < CON-CANT-FDI-MAX
                   ADD 1 TO CANT-FDI
                   MOVE CANT-FDI TO IND-FDI-HALLADO
                   MOVE DFA-FAC-EMPRESA
                       TO VEC-FDI-EMPRESA(IND-FDI-HALLADO)
                   MOVE DFA-FAC-NUMERO
                       TO VEC-FDI-NUMERO(IND-FDI-HALLADO)
                   MOVE DFA-FAC-FECHA TO VEC-FDI-FECHA(IND-FDI-HALLADO)
                   MOVE DFA-CUIT      TO VEC-FDI-CUIT(IND-FDI-HALLADO)
                   MOVE DFA-RAZON     TO VEC-FDI-RAZON(IND-FDI-HALLADO)
                   MOVE 0 TO VEC-FDI-CANT(IND-FDI-HALLADO)
                   MOVE 0 TO VEC-FDI-IMPORTE(IND-FDI-HALLADO)
               ELSE
                   DISPLAY "TABLA DE FACTURAS EN DISPUTA LLENA, SE "
                       "PIERDE " DFA-FAC-NUMERO
               END-IF
           END-IF.
           IF IND-FDI-HALLADO > 0
               MOVE 0 TO WS-DISP-FACTURADO
               IF DFA-IMPORTE > 0
                   COMPUTE WS-DISP-FACTURADO ROUNDED =
                       DFA-FACTURADO * DIS-IMPORTE / DFA-IMPORTE
               END-IF
               ADD 1 TO VEC-FDI-CANT(IND-FDI-HALLADO)
               ADD WS-DISP-FACTURADO
                   TO VEC-FDI-IMPORTE(IND-FDI-HALLADO)
               ADD WS-DISP-FACTURADO TO TOT-FDI-IMPORTE
           END-IF.

       IMPRIMIR-FACTURA-DISPUTA.
           MOVE VEC-FDI-EMPRESA(INDICE-FDI)     TO FDI-EMPRESA.
           MOVE VEC-FDI-NUMERO(INDICE-FDI)      TO FDI-NUMERO.
           MOVE VEC-FDI-FECHA(INDICE-FDI)(7:2)  TO FDI-FECHA-DD.
           MOVE VEC-FDI-FECHA(INDICE-FDI)(5:2)  TO FDI-FECHA-MM.
           MOVE VEC-FDI-FECHA(INDICE-FDI)(1:4)  TO FDI-FECHA-AAAA.
           MOVE VEC-FDI-CUIT(INDICE-FDI)        TO FDI-CUIT.
           MOVE VEC-FDI-RAZON(INDICE-FDI)       TO FDI-RAZON.
           MOVE VEC-FDI-CANT(INDICE-FDI)        TO FDI-CANT.
           MOVE VEC-FDI-IMPORTE(INDICE-FDI)     TO FDI-IMPORTE.
           WRITE REG-FACTURA-DISP FROM FDI-DATOS.

       CERRAR-ARCHIVOS.
           CLOSE DETALLE-SUCURSAL-FILE.
           CLOSE FACTURAS-FILE.
           CLOSE FACTURAS-IDX-FILE.
           CLOSE SOLICITUD-CAE-FILE.
           CLOSE DETALLE-FACTURADO-FILE.
           IF HAY-DISPUTAS
               CLOSE DISPUTAS-FILE
           END-IF.

      *- Antes de abrir ninguna salida: una liquidacion que este
      *- programa ya proceso no se vuelve a procesar, salvo reproceso
      *- autorizado por un supervisor (ver AUTORIZAR-REPROCESO). El
      *- identificador sale del primer registro de la entrada.
       CONTROLAR-REPROCESO.
           MOVE SPACES TO WS-ID-CORRIDA.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS EQUAL TO 00
               PERFORM LEER-DETALLE
               IF FS-DETALLE IS EQUAL TO 00
                   MOVE DET-ID-CORRIDA TO WS-ID-CORRIDA
               END-IF
               CLOSE DETALLE-SUCURSAL-FILE
           END-IF.
           INITIALIZE PAR-CSM-OUT.
           MOVE "VERIFICAR"   TO CSM-OP.
           MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA.
           MOVE "FACTURACION-SUC" TO CSM-PROGRAMA.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.
           EVALUATE CSM-CR
               WHEN "98"
                   DISPLAY "LIQUIDACION SIN IDENTIFICADOR DE CORRIDA "
                       "(VACIA O ANTERIOR A LA MARCA), NO SE "
                       "CONTROLA REPROCESO"
               WHEN "90"
                   DISPLAY "LA LIQUIDACION " WS-ID-CORRIDA
                       " YA FUE PROCESADA EL " CSM-ULT-FECHA " "
                       CSM-ULT-HORA
                   DISPLAY "REPROCESARLA REQUIERE LA AUTORIZACION DE "
                       "UN SUPERVISOR (AUTORIZAR-REPROCESO)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "LIQUIDACION A PROCESAR: " WS-ID-CORRIDA
                   IF CSM-AUTORIZADA IS EQUAL TO "S"
                       DISPLAY "REPROCESO AUTORIZADO POR "
                           CSM-AUT-OPERADOR ": " CSM-AUT-MOTIVO
                   END-IF
           END-EVALUATE.

      *- Con las salidas ya emitidas la liquidacion queda consumida;
      *- si paso con autorizacion, la autorizacion queda usada.
       REGISTRAR-CONSUMO.
           MOVE "CONSUMIR"       TO CSM-OP.
           MOVE WS-ID-CORRIDA    TO CSM-ID-CORRIDA.
           MOVE "FACTURACION-SUC" TO CSM-PROGRAMA.
           MOVE CSM-AUTORIZADA   TO CSM-FORZADO.
           MOVE CSM-AUT-OPERADOR TO CSM-OPERADOR.
           MOVE CSM-AUT-MOTIVO   TO CSM-MOTIVO.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.

       END PROGRAM FACTURACION-SUCURSALES.
