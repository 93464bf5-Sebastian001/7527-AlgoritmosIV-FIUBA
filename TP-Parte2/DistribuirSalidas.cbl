       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUIR-SALIDAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Distribucion de las salidas impresas por destinatario. Toma
      *- del catalogo de salidas (CatalogoSalidas.dat, ver
      *- REGISTRAR-SALIDA) la ultima generacion de cada archivo
      *- entregable y la parte en documentos: cada recibo de
      *- Recibos.txt y cada certificado de CertificadosAnuales.txt va
      *- al profesor del renglon "Profesor:", cada
      *- ListadoSucursal<COD>.txt entero a su sucursal, y cada
      *- factura o nota de credito de FacturasSucursales.txt a la
      *- sucursal de su CUIT (Sucursales.dat), solo si ya tiene el
      *- CAE otorgado (un pie PENDIENTE o RECHAZADO no se entrega).
      *- El listado general de sucursales es interno y no se
      *- distribuye.
      *-
      *- Antes de partir una generacion se recalculan su cantidad de
      *- lineas y su hash y se cotejan con el catalogo: una generacion
      *- alterada o borrada no se entrega y queda en Excepciones.dat.
      *-
      *- Los documentos de cada destinatario salen juntos en un
      *- paquete (Paquete<P|S><clave>-<fecha><hora>.txt en
      *- ../files/out) con una caratula con el nombre y el correo del
      *- maestro de destinatarios (Destinatarios.dat: tipo "P"
      *- profesor o "S" sucursal, clave, nombre y correo). Cada
      *- paquete deja un renglon "P" pendiente de envio en
      *- BandejaSalida.dat, y cada documento empaquetado un renglon en
      *- DistribucionLog.dat con el destinatario, el documento, la
      *- generacion de origen con su hash y el paquete: asi se rastrea
      *- un documento que no llego o que se reenvio. Un documento que
      *- ya figura en el log no se vuelve a empaquetar; las facturas
      *- se identifican por empresa, tipo y numero, de modo que la
      *- generacion que completa IMPORTAR-CAE no repite las ya
      *- entregadas. Un documento cuyo destinatario no esta en el
      *- maestro queda en Excepciones.dat y se vuelve a intentar en
      *- la proxima corrida.
      *-
      *- Reenvio: DistribucionReenvio.txt (opcional) trae tipo y
      *- clave de destinatario y, si se quiere un documento viejo,
      *- archivo y generacion; sin archivo se reenvia lo que tenga en
      *- la ultima generacion de cada salida. El log marca esos
      *- documentos con motivo "R". El archivo queda vacio una vez
      *- procesado, para no reenviar todas las noches.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CATALOGO-FILE
           ASSIGN TO DISK "../files/out/CatalogoSalidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       SELECT GENERACION-FILE
           ASSIGN TO WS-RUTA-GENERACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENERACION.

       SELECT DESTINATARIOS-FILE
           ASSIGN TO DISK "../files/in/Destinatarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESTINATARIOS.

       SELECT SUCURSALES-FILE
           ASSIGN TO DISK "../files/in/Sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.

       SELECT REENVIO-FILE
           ASSIGN TO DISK "../files/in/DistribucionReenvio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REENVIO.

       SELECT LOG-DISTRIBUCION-FILE
           ASSIGN TO DISK "../files/out/DistribucionLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

       SELECT BANDEJA-FILE
           ASSIGN TO DISK "../files/out/BandejaSalida.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANDEJA.

       SELECT PAQUETE-FILE
           ASSIGN TO WS-RUTA-PAQUETE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAQUETE.

       SELECT EXCEPCIONES
           ASSIGN TO DISK "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       SELECT ARCH-PAQUETES
           ASSIGN TO DISK "../files/out/DistribuirSalidas-Temporal.tmp"
           SORT STATUS IS SS-PAQUETES.

       DATA DIVISION.
       FILE SECTION.

       FD CATALOGO-FILE LABEL RECORD OMITTED.
       01 REG-CATALOGO-SALIDA.
           03 CSA-FECHA         PIC 9(08).
           03 FILLER            PIC X.
           03 CSA-HORA          PIC 9(06).
           03 FILLER            PIC X.
           03 CSA-PROGRAMA      PIC X(20).
           03 FILLER            PIC X.
           03 CSA-TIPO          PIC X(03).
           03 FILLER            PIC X.
           03 CSA-CLAVE         PIC X(05).
           03 FILLER            PIC X.
           03 CSA-ARCHIVO       PIC X(30).
           03 FILLER            PIC X.
           03 CSA-GENERACION    PIC 9(04).
           03 FILLER            PIC X.
           03 CSA-CANTIDAD      PIC 9(07).
           03 FILLER            PIC X.
           03 CSA-HASH          PIC 9(12).
           03 FILLER            PIC X.
           03 CSA-RUTA          PIC X(60).

       FD GENERACION-FILE LABEL RECORD OMITTED.
       01 REG-GENERACION.
           03 GEN-LINEA         PIC X(250).
      *- Vista en pares de bytes para recalcular el hash de control
      *- (el mismo calculo que hace REGISTRAR-SALIDA al copiar).
       01 REG-GENERACION-PARES REDEFINES REG-GENERACION.
           03 GEN-PAR           PIC 9(04) BINARY OCCURS 125 TIMES.

       FD DESTINATARIOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DESTINATARIOS.
      *- "P" profesor (clave = numero de profesor), "S" sucursal
      *- (clave = codigo de sucursal).
           03 DST-TIPO          PIC X(01).
           03 DST-CLAVE         PIC X(05).
           03 DST-NOMBRE        PIC X(25).
           03 DST-EMAIL         PIC X(40).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03 SUC-SUCURSAL      PIC X(03).
           03 SUC-RAZON         PIC X(25).
           03 SUC-DIRE          PIC X(20).
           03 SUC-TEL           PIC X(20).
           03 SUC-CUIT          PIC 9(11).
           03 SUC-ZONA          PIC X(02).
           03 SUC-EMPRESA       PIC X(02).

       FD REENVIO-FILE LABEL RECORD OMITTED.
       01 REG-REENVIO.
           03 REE-TIPO          PIC X(01).
           03 REE-CLAVE         PIC X(05).
           03 REE-ARCHIVO       PIC X(30).
           03 REE-GENERACION    PIC X(04).

       FD LOG-DISTRIBUCION-FILE LABEL RECORD OMITTED.
       01 REG-LOG-DISTRIBUCION.
           03 LOG-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-DEST-TIPO     PIC X(01).
           03 LOG-DEST-CLAVE    PIC X(05).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-DOC-TIPO      PIC X(03).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-DOC-ID        PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-ARCHIVO       PIC X(30).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-GENERACION    PIC 9(04).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-HASH          PIC 9(12).
           03 FILLER            PIC X     VALUE SPACE.
           03 LOG-PAQUETE       PIC X(60).
           03 FILLER            PIC X     VALUE SPACE.
      *- "N" entrega normal, "R" reenvio pedido.
           03 LOG-MOTIVO        PIC X(01).

       FD BANDEJA-FILE LABEL RECORD OMITTED.
       01 REG-BANDEJA.
           03 BAN-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-DEST-TIPO     PIC X(01).
           03 BAN-DEST-CLAVE    PIC X(05).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-NOMBRE        PIC X(25).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-EMAIL         PIC X(40).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-CANT-DOCS     PIC 9(05).
           03 FILLER            PIC X     VALUE SPACE.
           03 BAN-PAQUETE       PIC X(60).
           03 FILLER            PIC X     VALUE SPACE.
      *- "P" pendiente de envio; lo cambia quien lo despacha.
           03 BAN-ESTADO        PIC X(01).

       FD PAQUETE-FILE LABEL RECORD OMITTED.
       01 REG-PAQUETE           PIC X(250).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
       01 REG-EXCEPCIONES.
           03 EXC-CLAVE       PIC X(11).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-MOTIVO      PIC X(40).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-SEVERIDAD   PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-ESTADO      PIC X(01).

       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       01 REG-CONTROL-CORRIDA.
           03 CTL-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-TIPO        PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-LEIDOS      PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-GRABADOS    PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-RECHAZADOS  PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-ESTADO      PIC X(01).

      *- Cada linea a empaquetar, ordenada por destinatario y dentro
      *- de el en el orden de las generaciones y los documentos.
       SD ARCH-PAQUETES
           DATA RECORD IS REG-ORD-PAQUETE.
       01 REG-ORD-PAQUETE.
           03 ORD-DEST-TIPO     PIC X(01).
           03 ORD-DEST-CLAVE    PIC X(05).
           03 ORD-IND-GEN       PIC 9(03).
           03 ORD-SECUENCIA     PIC 9(05).
           03 ORD-NRO-LINEA     PIC 9(07).
           03 ORD-IND-DOC       PIC 9(05).
           03 ORD-LINEA         PIC X(250).

       WORKING-STORAGE SECTION.

       77 FS-CATALOGO          PIC XX.
       77 FS-GENERACION        PIC XX.
       77 FS-DESTINATARIOS     PIC XX.
       77 FS-SUCURSALES        PIC XX.
       77 FS-REENVIO           PIC XX.
       77 FS-LOG               PIC XX.
       77 FS-BANDEJA           PIC XX.
       77 FS-PAQUETE           PIC XX.
       77 FS-EXCEPCIONES       PIC XX.
       77 FS-CONTROLCORRIDAS   PIC XX.
       77 SS-PAQUETES          PIC XX.
      *- Estado de la lectura de la generacion antes del CLOSE.
       77 WS-FS-LECTURA        PIC XX.

       77 WS-RUTA-GENERACION   PIC X(60)   VALUE SPACES.
       77 WS-RUTA-PAQUETE      PIC X(60)   VALUE SPACES.

      *- Generaciones a partir: la ultima de cada archivo entregable
      *- ("S" en VEC-GEN-ULTIMA) y las pedidas puntualmente en un
      *- reenvio ("N"). VEC-GEN-ESTADO: " " a partir, "D" descartada
      *- (la pidio un reenvio pero ya es la ultima), "X" no coincide
      *- con el catalogo. Los documentos de cada generacion quedan
      *- contiguos en VEC-DOCUMENTOS a partir de VEC-GEN-PRIMER-DOC.
       78 CON-CANT-GEN-MAX     VALUE 200.
       01 VEC-GENERACIONES.
           03 VEC-GEN-ELM
               OCCURS CON-CANT-GEN-MAX TIMES
               INDEXED BY INDICE-GEN.
               05 VEC-GEN-TIPO         PIC X(03).
               05 VEC-GEN-CLAVE        PIC X(05).
               05 VEC-GEN-ARCHIVO      PIC X(30).
               05 VEC-GEN-GENERACION   PIC 9(04).
               05 VEC-GEN-CANTIDAD     PIC 9(07).
               05 VEC-GEN-HASH         PIC 9(12).
               05 VEC-GEN-RUTA         PIC X(60).
               05 VEC-GEN-ULTIMA       PIC X(01).
               05 VEC-GEN-ESTADO       PIC X(01).
               05 VEC-GEN-PRIMER-DOC   PIC 9(05).
               05 VEC-GEN-CANT-DOCS    PIC 9(05).
               05 VEC-GEN-A-ENVIAR     PIC 9(05).
       77 CANT-GEN             PIC 9(03)   VALUE 0.
       77 PERD-GEN             PIC 9(07)   VALUE 0.
       77 IND-GEN-HALLADO      PIC 9(03)   VALUE 0.
       77 WS-IND-GEN           PIC 9(03)   VALUE 0.

       78 CON-CANT-DST-MAX     VALUE 2000.
       01 VEC-DESTINATARIOS.
           03 VEC-DST-ELM
               OCCURS CON-CANT-DST-MAX TIMES
               INDEXED BY INDICE-DST.
               05 VEC-DST-TIPO         PIC X(01).
               05 VEC-DST-CLAVE        PIC X(05).
               05 VEC-DST-NOMBRE       PIC X(25).
               05 VEC-DST-EMAIL        PIC X(40).
       77 CANT-DST             PIC 9(04)   VALUE 0.
       77 PERD-DST             PIC 9(07)   VALUE 0.
       77 IND-DST-HALLADO      PIC 9(04)   VALUE 0.

      *- CUIT -> codigo de sucursal, para el destinatario de cada
      *- factura.
       78 CON-CANT-SUC-MAX     VALUE 500.
       01 VEC-SUCURSALES.
           03 VEC-SUC-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05 VEC-SUC-CUIT         PIC 9(11).
               05 VEC-SUC-SUCURSAL     PIC X(03).
       77 CANT-SUC             PIC 9(03)   VALUE 0.
       77 PERD-SUC             PIC 9(07)   VALUE 0.

       78 CON-CANT-REE-MAX     VALUE 100.
       01 VEC-REENVIOS.
           03 VEC-REE-ELM
               OCCURS CON-CANT-REE-MAX TIMES
               INDEXED BY INDICE-REE.
               05 VEC-REE-TIPO         PIC X(01).
               05 VEC-REE-CLAVE        PIC X(05).
               05 VEC-REE-ARCHIVO      PIC X(30).
               05 VEC-REE-GENERACION   PIC 9(04).
       77 CANT-REE             PIC 9(03)   VALUE 0.
       77 PERD-REE             PIC 9(07)   VALUE 0.
       77 WS-HAY-ARCH-REENVIO  PIC X(01)   VALUE "N".
          88 HAY-ARCH-REENVIO              VALUE "S".
       77 WS-REENVIO-DOC       PIC X(01)   VALUE "N".
          88 REENVIO-DOC                   VALUE "S".

      *- Documentos de las generaciones a partir. VEC-DOC-ENTREGABLE
      *- queda en "N" para una factura sin CAE; VEC-DOC-MOTIVO en
      *- blanco si el documento no se empaqueta en esta corrida. Un
      *- documento que no entra en la tabla no se empaqueta: sale en
      *- la proxima corrida, cuando la tabla tenga lugar.
       78 CON-CANT-DOC-MAX     VALUE 5000.
       01 VEC-DOCUMENTOS.
           03 VEC-DOC-ELM
               OCCURS CON-CANT-DOC-MAX TIMES
               INDEXED BY INDICE-DOC.
               05 VEC-DOC-IND-GEN      PIC 9(03).
               05 VEC-DOC-SECUENCIA    PIC 9(05).
               05 VEC-DOC-ID           PIC X(20).
               05 VEC-DOC-DEST-TIPO    PIC X(01).
               05 VEC-DOC-DEST-CLAVE   PIC X(05).
               05 VEC-DOC-CUIT         PIC 9(11).
               05 VEC-DOC-ENTREGABLE   PIC X(01).
               05 VEC-DOC-ENVIADO      PIC X(01).
               05 VEC-DOC-MOTIVO       PIC X(01).
       77 CANT-DOC             PIC 9(05)   VALUE 0.
       77 PERD-DOC             PIC 9(07)   VALUE 0.
       77 WS-IND-DOC           PIC 9(05)   VALUE 0.
       77 WS-ULT-DOC-GEN       PIC 9(05)   VALUE 0.

      *- Parte de la generacion en curso.
       77 WS-SECUENCIA         PIC 9(05)   VALUE 0.
       77 WS-NRO-LINEA         PIC 9(07)   VALUE 0.
       77 WS-CANT-LEIDA        PIC 9(07)   VALUE 0.
       77 WS-HASH-LEIDO        PIC 9(12)   VALUE 0.
       77 WS-SUB-PAR           PIC 9(03)   VALUE 0.
       77 WS-DOC-ACTUAL        PIC 9(05)   VALUE 0.

       01 WS-ID-DOCUMENTO.
           03 FILLER            PIC X(01)   VALUE "G".
           03 WID-GENERACION    PIC 9(04).
           03 FILLER            PIC X(01)   VALUE "-".
           03 WID-SECUENCIA     PIC 9(05).

       01 WS-ID-FACTURA.
           03 WIF-EMPRESA       PIC X(02).
           03 FILLER            PIC X(01)   VALUE "-".
           03 WIF-TIPO          PIC X(02).
           03 FILLER            PIC X(01)   VALUE "-".
           03 WIF-NUMERO        PIC 9(08).
       78 CON-EMPRESA-DEFECTO VALUE "01".

      *- Renglones del impreso que marcan documentos (ver
      *- RECIBO-ENCABEZADO1 en TP_PARTE_1A, ENCABEZADO1 en
      *- CERTIFICADO-ANUAL y LINEA-SEPARADORA / FAC-ENCABEZADO2 /
      *- FAC-LINEA-CAE en FACTURACION-SUCURSALES).
       01 LINEA-SEPARADORA-FAC.
           03 FILLER PIC X(80) VALUE ALL "=".
       01 LINEA-CAE-LEIDA.
           03 LCL-MARCA        PIC X(09).
              88 ES-RENGLON-CAE            VALUE "CAE Nro: ".
           03 LCL-CAE          PIC X(14).
           03 LCL-LEYENDA-VTO  PIC X(13).
           03 LCL-VTO          PIC X(10).
           03 FILLER           PIC X(22).
           03 LCL-EMPRESA      PIC X(02).
           03 LCL-TIPO         PIC X(02).
           03 LCL-NUMERO       PIC 9(08).
       01 LINEA-SUCURSAL-LEIDA.
           03 LSL-MARCA        PIC X(10).
              88 ES-RENGLON-SUCURSAL       VALUE "Sucursal: ".
           03 LSL-RAZON        PIC X(25).
           03 LSL-LEYENDA-CUIT PIC X(08).
           03 LSL-CUIT         PIC 9(11).

      *- Paquete en curso.
       77 WS-DEST-TIPO         PIC X(01)   VALUE SPACE.
       77 WS-DEST-CLAVE        PIC X(05)   VALUE SPACES.
       77 WS-CANT-DOCS-PAQ     PIC 9(05)   VALUE 0.
       77 WS-DOC-ANTERIOR      PIC 9(05)   VALUE 0.
       77 WS-HAY-PAQUETE       PIC X(01)   VALUE "N".
          88 PAQUETE-ABIERTO               VALUE "S".

      *- Totales de la corrida.
       77 CANT-GEN-ALTERADAS   PIC 9(05)   VALUE 0.
       77 CANT-SIN-DESTINO     PIC 9(05)   VALUE 0.
       77 CANT-A-ENVIAR        PIC 9(05)   VALUE 0.
       77 CANT-REENVIADOS      PIC 9(05)   VALUE 0.
       77 CANT-PAQUETES        PIC 9(05)   VALUE 0.

       01 WS-FECHA-HORA-CORRIDA.
           03 WS-FHR-FECHA.
               05 WS-FHR-AAAA   PIC 9(04).
               05 WS-FHR-MM     PIC 9(02).
               05 WS-FHR-DD     PIC 9(02).
           03 WS-FHR-HORA.
               05 WS-FHR-HH     PIC 9(02).
               05 WS-FHR-MI     PIC 9(02).
               05 WS-FHR-SS     PIC 9(02).

       01 PAQ-ENCABEZADO1.
           03 FILLER      PIC X(30)   VALUE
              "Paquete de documentos - Fecha ".
           03 PE1-DD      PIC 9(02).
           03 FILLER      PIC X       VALUE "/".
           03 PE1-MM      PIC 9(02).
           03 FILLER      PIC X       VALUE "/".
           03 PE1-AAAA    PIC 9(04).
           03 FILLER      PIC X       VALUE SPACE.
           03 PE1-HH      PIC 9(02).
           03 FILLER      PIC X       VALUE ":".
           03 PE1-MI      PIC 9(02).

       01 PAQ-ENCABEZADO2.
           03 FILLER      PIC X(14)   VALUE "Destinatario: ".
           03 PE2-TIPO    PIC X(01).
           03 FILLER      PIC X       VALUE SPACE.
           03 PE2-CLAVE   PIC X(05).
           03 FILLER      PIC X       VALUE SPACE.
           03 PE2-NOMBRE  PIC X(25).

       01 PAQ-ENCABEZADO3.
           03 FILLER      PIC X(08)   VALUE "Correo: ".
           03 PE3-EMAIL   PIC X(40).

       01 LINEA-GUIONES.
           03 FILLER      PIC X(80)   VALUE ALL "-".

      *- Renglon que precede a cada documento dentro del paquete.
       01 LINEA-DOCUMENTO.
           03 FILLER      PIC X(11)   VALUE "Documento: ".
           03 LD-TIPO     PIC X(03).
           03 FILLER      PIC X       VALUE SPACE.
           03 LD-ID       PIC X(20).
           03 FILLER      PIC X(10)   VALUE "  Origen: ".
           03 LD-ARCHIVO  PIC X(30).
           03 FILLER      PIC X(02)   VALUE " G".
           03 LD-GENERACION PIC 9(04).

      *- Ocupacion de las tablas fijas (ver REGISTRAR-OCUPACION).
       01 PAR-OCU-IN.
           03 POC-PROGRAMA      PIC X(20).
           03 POC-TABLA         PIC X(20).
           03 POC-USADOS        PIC 9(07).
           03 POC-MAXIMO        PIC 9(07).
           03 POC-PERDIDOS      PIC 9(07).
       01 PAR-OCU-OUT.
           03 POC-CR            PIC X(02).

      *- Contadores y estado para la bitacora de corridas.
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-CORRIDA.
           PERFORM CARGAR-DESTINATARIOS.
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-REENVIOS.
           PERFORM SELECCIONAR-GENERACIONES.
           PERFORM ABRIR-EXCEPCIONES.
           PERFORM PARTIR-GENERACION
               VARYING WS-IND-GEN FROM 1 BY 1
               UNTIL WS-IND-GEN > CANT-GEN.
           PERFORM MARCAR-ENVIADOS.
           PERFORM DECIDIR-ENVIO
               VARYING WS-IND-DOC FROM 1 BY 1
               UNTIL WS-IND-DOC > CANT-DOC.
           IF CANT-A-ENVIAR > 0
               PERFORM ABRIR-LOG-Y-BANDEJA
               SORT ARCH-PAQUETES
                   ASCENDING KEY ORD-DEST-TIPO
                   ASCENDING KEY ORD-DEST-CLAVE
                   ASCENDING KEY ORD-IND-GEN
                   ASCENDING KEY ORD-SECUENCIA
                   ASCENDING KEY ORD-NRO-LINEA
                   INPUT PROCEDURE SOLTAR-DOCUMENTOS
                   OUTPUT PROCEDURE ARMAR-PAQUETES
               CLOSE LOG-DISTRIBUCION-FILE
               CLOSE BANDEJA-FILE
           END-IF.
           CLOSE EXCEPCIONES.
           IF HAY-ARCH-REENVIO
               PERFORM VACIAR-REENVIOS
           END-IF.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           PERFORM MOSTRAR-TOTALES.
           IF CANT-GEN-ALTERADAS > 0 OR CANT-SIN-DESTINO > 0
               MOVE "A" TO WS-ESTADO-CORRIDA
           END-IF.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: corre como paso del plan de la cadena.
           GOBACK.

      *- Sin maestro de destinatarios no se puede entregar nada: la
      *- corrida sigue (los documentos quedan como excepcion, para
      *- la proxima) pero avisa.
       CARGAR-DESTINATARIOS.
           OPEN INPUT DESTINATARIOS-FILE.
           IF FS-DESTINATARIOS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO DESTINATARIOS.DAT, NINGUN "
                   "DOCUMENTO TIENE DESTINO"
           ELSE
               PERFORM LEER-DESTINATARIO
               PERFORM GUARDAR-DESTINATARIO
                   UNTIL FS-DESTINATARIOS IS NOT EQUAL TO 00
               CLOSE DESTINATARIOS-FILE
           END-IF.

       LEER-DESTINATARIO.
           READ DESTINATARIOS-FILE.
           IF FS-DESTINATARIOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DESTINATARIOS FS: "
                   FS-DESTINATARIOS
           END-IF.

       GUARDAR-DESTINATARIO.
           IF CANT-DST < CON-CANT-DST-MAX
               ADD 1 TO CANT-DST
               MOVE DST-TIPO   TO VEC-DST-TIPO(CANT-DST)
               MOVE DST-CLAVE  TO VEC-DST-CLAVE(CANT-DST)
               MOVE DST-NOMBRE TO VEC-DST-NOMBRE(CANT-DST)
               MOVE DST-EMAIL  TO VEC-DST-EMAIL(CANT-DST)
           ELSE
               ADD 1 TO PERD-DST
               DISPLAY "TABLA DE DESTINATARIOS LLENA"
           END-IF.
           PERFORM LEER-DESTINATARIO.

       CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO SUCURSALES.DAT, LAS FACTURAS "
                   "NO TIENEN DESTINO"
           ELSE
               PERFORM LEER-SUCURSAL
               PERFORM GUARDAR-SUCURSAL
                   UNTIL FS-SUCURSALES IS NOT EQUAL TO 00
               CLOSE SUCURSALES-FILE
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUCURSALES FS: " FS-SUCURSALES
           END-IF.

       GUARDAR-SUCURSAL.
           IF CANT-SUC < CON-CANT-SUC-MAX
               ADD 1 TO CANT-SUC
               MOVE SUC-CUIT     TO VEC-SUC-CUIT(CANT-SUC)
               MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(CANT-SUC)
           ELSE
               ADD 1 TO PERD-SUC
               DISPLAY "TABLA DE SUCURSALES LLENA"
           END-IF.
           PERFORM LEER-SUCURSAL.

      *- DistribucionReenvio.txt es opcional.
       CARGAR-REENVIOS.
           OPEN INPUT REENVIO-FILE.
           IF FS-REENVIO IS EQUAL TO 00
               MOVE "S" TO WS-HAY-ARCH-REENVIO
               PERFORM LEER-REENVIO
               PERFORM GUARDAR-REENVIO
                   UNTIL FS-REENVIO IS NOT EQUAL TO 00
               CLOSE REENVIO-FILE
           END-IF.

       LEER-REENVIO.
           MOVE SPACES TO REG-REENVIO.
           READ REENVIO-FILE.
           IF FS-REENVIO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REENVIOS FS: " FS-REENVIO
           END-IF.

       GUARDAR-REENVIO.
           IF REE-TIPO IS NOT EQUAL TO SPACE
               IF CANT-REE < CON-CANT-REE-MAX
                   ADD 1 TO CANT-REE
                   MOVE REE-TIPO    TO VEC-REE-TIPO(CANT-REE)
                   MOVE REE-CLAVE   TO VEC-REE-CLAVE(CANT-REE)
                   MOVE REE-ARCHIVO TO VEC-REE-ARCHIVO(CANT-REE)
                   IF REE-GENERACION IS NUMERIC
                       MOVE REE-GENERACION
                           TO VEC-REE-GENERACION(CANT-REE)
                   ELSE
                       MOVE 0 TO VEC-REE-GENERACION(CANT-REE)
                   END-IF
               ELSE
                   ADD 1 TO PERD-REE
                   DISPLAY "TABLA DE REENVIOS LLENA"
               END-IF
           END-IF.
           PERFORM LEER-REENVIO.

      *- Una pasada por el catalogo: cada fila entregable pisa a la
      *- anterior del mismo archivo (el catalogo se graba en orden de
      *- generacion), y la que pide un reenvio puntual se agrega
      *- aparte.
       SELECCIONAR-GENERACIONES.
           OPEN INPUT CATALOGO-FILE.
           IF FS-CATALOGO IS NOT EQUAL TO 00
               DISPLAY "SIN CATALOGOSALIDAS.DAT, NADA QUE DISTRIBUIR"
           ELSE
               PERFORM LEER-CATALOGO
               PERFORM ELEGIR-GENERACION
                   UNTIL FS-CATALOGO IS NOT EQUAL TO 00
               CLOSE CATALOGO-FILE
               PERFORM DESCARTAR-REPETIDA
                   VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN > CANT-GEN
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO-FILE.
           IF FS-CATALOGO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CATALOGO SALIDAS FS: "
                   FS-CATALOGO
           END-IF.

       ELEGIR-GENERACION.
           IF CSA-TIPO IS EQUAL TO "REC" OR "EST" OR "FAC" OR "CER"
               MOVE 0 TO IND-GEN-HALLADO
               PERFORM VARYING INDICE-GEN FROM 1 BY 1
                   UNTIL INDICE-GEN > CANT-GEN
                   IF VEC-GEN-ARCHIVO(INDICE-GEN) IS EQUAL
                       TO CSA-ARCHIVO
                       AND VEC-GEN-ULTIMA(INDICE-GEN) IS EQUAL TO "S"
                       SET IND-GEN-HALLADO TO INDICE-GEN
                   END-IF
               END-PERFORM
               IF IND-GEN-HALLADO = 0
                   PERFORM AGREGAR-GENERACION
                   IF IND-GEN-HALLADO > 0
                       MOVE "S" TO VEC-GEN-ULTIMA(IND-GEN-HALLADO)
                   END-IF
               ELSE
                   IF CSA-GENERACION >
                       VEC-GEN-GENERACION(IND-GEN-HALLADO)
                       PERFORM COPIAR-FILA-CATALOGO
                   END-IF
               END-IF
               PERFORM VARYING INDICE-REE FROM 1 BY 1
                   UNTIL INDICE-REE > CANT-REE
                   IF VEC-REE-ARCHIVO(INDICE-REE) IS EQUAL
                       TO CSA-ARCHIVO
                       AND VEC-REE-GENERACION(INDICE-REE) IS EQUAL
                       TO CSA-GENERACION
                       PERFORM AGREGAR-GENERACION-REENVIO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LEER-CATALOGO.

       AGREGAR-GENERACION.
           IF CANT-GEN < CON-CANT-GEN-MAX
               ADD 1 TO CANT-GEN
               MOVE CANT-GEN TO IND-GEN-HALLADO
               PERFORM COPIAR-FILA-CATALOGO
           ELSE
               MOVE 0 TO IND-GEN-HALLADO
               ADD 1 TO PERD-GEN
               DISPLAY "TABLA DE GENERACIONES LLENA"
           END-IF.

       COPIAR-FILA-CATALOGO.
           MOVE CSA-TIPO       TO VEC-GEN-TIPO(IND-GEN-HALLADO).
           MOVE CSA-CLAVE      TO VEC-GEN-CLAVE(IND-GEN-HALLADO).
           MOVE CSA-ARCHIVO    TO VEC-GEN-ARCHIVO(IND-GEN-HALLADO).
           MOVE CSA-GENERACION TO VEC-GEN-GENERACION(IND-GEN-HALLADO).
           MOVE CSA-CANTIDAD   TO VEC-GEN-CANTIDAD(IND-GEN-HALLADO).
           MOVE CSA-HASH       TO VEC-GEN-HASH(IND-GEN-HALLADO).
           MOVE CSA-RUTA       TO VEC-GEN-RUTA(IND-GEN-HALLADO).
           MOVE SPACE          TO VEC-GEN-ESTADO(IND-GEN-HALLADO).
           MOVE 0 TO VEC-GEN-PRIMER-DOC(IND-GEN-HALLADO).
           MOVE 0 TO VEC-GEN-CANT-DOCS(IND-GEN-HALLADO).
           MOVE 0 TO VEC-GEN-A-ENVIAR(IND-GEN-HALLADO).

      *- Dos lineas de reenvio de la misma generacion la agregan una
      *- sola vez.
       AGREGAR-GENERACION-REENVIO.
           MOVE 0 TO IND-GEN-HALLADO.
           PERFORM VARYING INDICE-GEN FROM 1 BY 1
               UNTIL INDICE-GEN > CANT-GEN
               IF VEC-GEN-ARCHIVO(INDICE-GEN) IS EQUAL TO CSA-ARCHIVO
                   AND VEC-GEN-GENERACION(INDICE-GEN) IS EQUAL
                   TO CSA-GENERACION
                   AND VEC-GEN-ULTIMA(INDICE-GEN) IS EQUAL TO "N"
                   SET IND-GEN-HALLADO TO INDICE-GEN
               END-IF
           END-PERFORM.
           IF IND-GEN-HALLADO = 0
               PERFORM AGREGAR-GENERACION
               IF IND-GEN-HALLADO > 0
                   MOVE "N" TO VEC-GEN-ULTIMA(IND-GEN-HALLADO)
               END-IF
           END-IF.

      *- La generacion pedida en un reenvio que resulto ser la ultima
      *- ya se parte como tal: la copia se descarta.
       DESCARTAR-REPETIDA.
           IF VEC-GEN-ULTIMA(WS-IND-GEN) IS EQUAL TO "N"
               PERFORM VARYING INDICE-GEN FROM 1 BY 1
                   UNTIL INDICE-GEN > CANT-GEN
                   IF VEC-GEN-ULTIMA(INDICE-GEN) IS EQUAL TO "S"
                       AND VEC-GEN-ARCHIVO(INDICE-GEN) IS EQUAL
                       TO VEC-GEN-ARCHIVO(WS-IND-GEN)
                       AND VEC-GEN-GENERACION(INDICE-GEN) IS EQUAL
                       TO VEC-GEN-GENERACION(WS-IND-GEN)
                       MOVE "D" TO VEC-GEN-ESTADO(WS-IND-GEN)
                   END-IF
               END-PERFORM
           END-IF.

       ABRIR-EXCEPCIONES.
           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               OPEN OUTPUT EXCEPCIONES
           END-IF.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
           END-IF.

      *- Lee la generacion una vez: parte los documentos en la tabla
      *- y recalcula cantidad y hash. Si no coinciden con el catalogo
      *- los documentos se sacan de la tabla y la generacion no se
      *- entrega.
       PARTIR-GENERACION.
           IF VEC-GEN-ESTADO(WS-IND-GEN) IS EQUAL TO SPACE
               MOVE VEC-GEN-RUTA(WS-IND-GEN) TO WS-RUTA-GENERACION
               COMPUTE VEC-GEN-PRIMER-DOC(WS-IND-GEN) = CANT-DOC + 1
               MOVE 0 TO WS-SECUENCIA
               MOVE 0 TO WS-NRO-LINEA
               MOVE 0 TO WS-DOC-ACTUAL
               MOVE 0 TO WS-CANT-LEIDA
               MOVE 0 TO WS-HASH-LEIDO
               OPEN INPUT GENERACION-FILE
               MOVE FS-GENERACION TO WS-FS-LECTURA
               IF FS-GENERACION IS EQUAL TO 00
                   PERFORM LEER-GENERACION
                   PERFORM INVENTARIAR-LINEA
                       UNTIL FS-GENERACION IS NOT EQUAL TO 00
                   MOVE FS-GENERACION TO WS-FS-LECTURA
                   CLOSE GENERACION-FILE
               END-IF
               IF WS-FS-LECTURA IS NOT EQUAL TO 10
                   OR WS-CANT-LEIDA IS NOT EQUAL
                   TO VEC-GEN-CANTIDAD(WS-IND-GEN)
                   OR WS-HASH-LEIDO IS NOT EQUAL
                   TO VEC-GEN-HASH(WS-IND-GEN)
                   PERFORM RECHAZAR-GENERACION
               ELSE
                   COMPUTE VEC-GEN-CANT-DOCS(WS-IND-GEN) =
                       CANT-DOC - VEC-GEN-PRIMER-DOC(WS-IND-GEN) + 1
                   ADD VEC-GEN-CANT-DOCS(WS-IND-GEN) TO WS-CTL-LEIDOS
               END-IF
           END-IF.

       LEER-GENERACION.
           MOVE SPACES TO REG-GENERACION.
           READ GENERACION-FILE.
           IF FS-GENERACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER GENERACION FS: " FS-GENERACION
           END-IF.

       INVENTARIAR-LINEA.
           ADD 1 TO WS-CANT-LEIDA.
           PERFORM SUMAR-PAR
               VARYING WS-SUB-PAR FROM 1 BY 1
               UNTIL WS-SUB-PAR > 125.
           PERFORM DETECTAR-DOCUMENTO.
           IF WS-SECUENCIA > 0
               AND WS-NRO-LINEA IS EQUAL TO 1
               PERFORM AGREGAR-DOCUMENTO
           END-IF.
           IF WS-DOC-ACTUAL > 0
               PERFORM DATOS-DEL-DOCUMENTO
           END-IF.
           PERFORM LEER-GENERACION.

       SUMAR-PAR.
           ADD GEN-PAR(WS-SUB-PAR) TO WS-HASH-LEIDO.

      *- Corte de documento segun el tipo de salida: deja en
      *- WS-SECUENCIA el numero de documento dentro de la generacion
      *- y en WS-NRO-LINEA la linea dentro del documento (1 en la que
      *- lo abre). Lo que haya antes del primer corte no es de nadie.
       DETECTAR-DOCUMENTO.
           ADD 1 TO WS-NRO-LINEA.
           EVALUATE VEC-GEN-TIPO(WS-IND-GEN)
               WHEN "REC"
                   IF GEN-LINEA(1:6) IS EQUAL TO "Fecha "
                       AND GEN-LINEA(62:5) IS EQUAL TO "Hoja "
                       PERFORM ABRIR-SECUENCIA
                   END-IF
               WHEN "CER"
                   IF GEN-LINEA(1:42) IS EQUAL TO
                       "Certificado anual de haberes y retenciones"
                       PERFORM ABRIR-SECUENCIA
                   END-IF
               WHEN "FAC"
                   IF GEN-LINEA(1:80) IS EQUAL TO LINEA-SEPARADORA-FAC
                       PERFORM ABRIR-SECUENCIA
                   END-IF
               WHEN "EST"
                   IF WS-SECUENCIA = 0
                       PERFORM ABRIR-SECUENCIA
                   END-IF
           END-EVALUATE.

       ABRIR-SECUENCIA.
           ADD 1 TO WS-SECUENCIA.
           MOVE 1 TO WS-NRO-LINEA.

       AGREGAR-DOCUMENTO.
           IF CANT-DOC < CON-CANT-DOC-MAX
               ADD 1 TO CANT-DOC
               MOVE CANT-DOC TO WS-DOC-ACTUAL
               MOVE WS-IND-GEN   TO VEC-DOC-IND-GEN(CANT-DOC)
               MOVE WS-SECUENCIA TO VEC-DOC-SECUENCIA(CANT-DOC)
               MOVE VEC-GEN-GENERACION(WS-IND-GEN) TO WID-GENERACION
               MOVE WS-SECUENCIA TO WID-SECUENCIA
               MOVE WS-ID-DOCUMENTO TO VEC-DOC-ID(CANT-DOC)
               MOVE SPACES TO VEC-DOC-DEST-CLAVE(CANT-DOC)
               MOVE 0      TO VEC-DOC-CUIT(CANT-DOC)
               MOVE "S"    TO VEC-DOC-ENTREGABLE(CANT-DOC)
               MOVE "N"    TO VEC-DOC-ENVIADO(CANT-DOC)
               MOVE SPACE  TO VEC-DOC-MOTIVO(CANT-DOC)
               EVALUATE VEC-GEN-TIPO(WS-IND-GEN)
                   WHEN "EST"
                       MOVE "S" TO VEC-DOC-DEST-TIPO(CANT-DOC)
                       MOVE VEC-GEN-CLAVE(WS-IND-GEN)
                           TO VEC-DOC-DEST-CLAVE(CANT-DOC)
                   WHEN "FAC"
                       MOVE "S" TO VEC-DOC-DEST-TIPO(CANT-DOC)
                       MOVE "N" TO VEC-DOC-ENTREGABLE(CANT-DOC)
                   WHEN OTHER
                       MOVE "P" TO VEC-DOC-DEST-TIPO(CANT-DOC)
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-DOC-ACTUAL
               ADD 1 TO PERD-DOC
               DISPLAY "TABLA DE DOCUMENTOS LLENA"
           END-IF.

      *- Destinatario e identificacion de cada documento. Una factura
      *- solo queda entregable con el CAE otorgado en su pie.
       DATOS-DEL-DOCUMENTO.
           EVALUATE VEC-GEN-TIPO(WS-IND-GEN)
               WHEN "REC"
               WHEN "CER"
                   IF GEN-LINEA(1:10) IS EQUAL TO "Profesor: "
                       MOVE GEN-LINEA(11:5)
                           TO VEC-DOC-DEST-CLAVE(WS-DOC-ACTUAL)
                   END-IF
               WHEN "FAC"
                   MOVE GEN-LINEA TO LINEA-SUCURSAL-LEIDA
                   IF ES-RENGLON-SUCURSAL AND LSL-CUIT IS NUMERIC
                       MOVE LSL-CUIT TO VEC-DOC-CUIT(WS-DOC-ACTUAL)
                       PERFORM VARYING INDICE-SUC FROM 1 BY 1
                           UNTIL INDICE-SUC > CANT-SUC
                           IF VEC-SUC-CUIT(INDICE-SUC) IS EQUAL
                               TO LSL-CUIT
                               MOVE VEC-SUC-SUCURSAL(INDICE-SUC)
                                   TO VEC-DOC-DEST-CLAVE(WS-DOC-ACTUAL)
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE GEN-LINEA TO LINEA-CAE-LEIDA
                   IF ES-RENGLON-CAE
                       PERFORM IDENTIFICAR-FACTURA
                   END-IF
           END-EVALUATE.

       IDENTIFICAR-FACTURA.
           MOVE LCL-EMPRESA TO WIF-EMPRESA.
           IF WIF-EMPRESA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO WIF-EMPRESA
           END-IF.
           MOVE LCL-TIPO   TO WIF-TIPO.
           MOVE LCL-NUMERO TO WIF-NUMERO.
           MOVE WS-ID-FACTURA TO VEC-DOC-ID(WS-DOC-ACTUAL).
           IF LCL-CAE IS EQUAL TO SPACES
               OR LCL-CAE IS EQUAL TO "PENDIENTE"
               OR LCL-CAE IS EQUAL TO "RECHAZADO"
               MOVE "N" TO VEC-DOC-ENTREGABLE(WS-DOC-ACTUAL)
           ELSE
               MOVE "S" TO VEC-DOC-ENTREGABLE(WS-DOC-ACTUAL)
           END-IF.

       RECHAZAR-GENERACION.
           MOVE VEC-GEN-PRIMER-DOC(WS-IND-GEN) TO CANT-DOC.
           SUBTRACT 1 FROM CANT-DOC.
           MOVE 0 TO VEC-GEN-CANT-DOCS(WS-IND-GEN).
           MOVE "X" TO VEC-GEN-ESTADO(WS-IND-GEN).
           ADD 1 TO CANT-GEN-ALTERADAS.
           DISPLAY "GENERACION " VEC-GEN-GENERACION(WS-IND-GEN)
               " DE " VEC-GEN-ARCHIVO(WS-IND-GEN)
               " NO COINCIDE CON EL CATALOGO, NO SE ENTREGA".
           MOVE SPACES TO REG-EXCEPCIONES.
           MOVE VEC-GEN-TIPO(WS-IND-GEN)       TO EXC-CLAVE(1:3).
           MOVE VEC-GEN-GENERACION(WS-IND-GEN) TO EXC-CLAVE(5:4).
           MOVE "GENERACION ALTERADA O FALTANTE" TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM GRABAR-EXCEPCION.

      *- Una pasada por el log: cada documento de la tabla que ya
      *- figura empaquetado queda marcado. Los recibos, estados y
      *- certificados se identifican por archivo, generacion y
      *- secuencia; las facturas por empresa, tipo y numero, sin
      *- importar de que generacion salieron.
       MARCAR-ENVIADOS.
           IF CANT-DOC > 0
               OPEN INPUT LOG-DISTRIBUCION-FILE
               IF FS-LOG IS EQUAL TO 00
                   PERFORM LEER-LOG
                   PERFORM MARCAR-UN-ENVIO
                       UNTIL FS-LOG IS NOT EQUAL TO 00
                   CLOSE LOG-DISTRIBUCION-FILE
               END-IF
           END-IF.

       LEER-LOG.
           READ LOG-DISTRIBUCION-FILE.
           IF FS-LOG IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISTRIBUCIONLOG FS: " FS-LOG
           END-IF.

       MARCAR-UN-ENVIO.
           PERFORM VARYING INDICE-GEN FROM 1 BY 1
               UNTIL INDICE-GEN > CANT-GEN
               IF VEC-GEN-TIPO(INDICE-GEN) IS EQUAL TO LOG-DOC-TIPO
                   AND (LOG-DOC-TIPO IS EQUAL TO "FAC"
                   OR (VEC-GEN-ARCHIVO(INDICE-GEN) IS EQUAL
                       TO LOG-ARCHIVO
                   AND VEC-GEN-GENERACION(INDICE-GEN) IS EQUAL
                       TO LOG-GENERACION))
                   AND VEC-GEN-CANT-DOCS(INDICE-GEN) > 0
                   SET WS-IND-GEN TO INDICE-GEN
                   PERFORM MARCAR-EN-GENERACION
               END-IF
           END-PERFORM.
           PERFORM LEER-LOG.

       MARCAR-EN-GENERACION.
           COMPUTE WS-ULT-DOC-GEN = VEC-GEN-PRIMER-DOC(WS-IND-GEN)
               + VEC-GEN-CANT-DOCS(WS-IND-GEN) - 1.
           PERFORM VARYING INDICE-DOC
               FROM VEC-GEN-PRIMER-DOC(WS-IND-GEN) BY 1
               UNTIL INDICE-DOC > WS-ULT-DOC-GEN
               IF VEC-DOC-ID(INDICE-DOC) IS EQUAL TO LOG-DOC-ID
                   MOVE "S" TO VEC-DOC-ENVIADO(INDICE-DOC)
               END-IF
           END-PERFORM.

      *- Se empaqueta lo entregable que pide un reenvio, y lo de la
      *- ultima generacion que todavia no figura en el log.
       DECIDIR-ENVIO.
           MOVE VEC-DOC-IND-GEN(WS-IND-DOC) TO WS-IND-GEN.
           MOVE SPACE TO VEC-DOC-MOTIVO(WS-IND-DOC).
           IF VEC-DOC-ENTREGABLE(WS-IND-DOC) IS EQUAL TO "S"
               PERFORM BUSCAR-REENVIO-DOC
               IF REENVIO-DOC
                   MOVE "R" TO VEC-DOC-MOTIVO(WS-IND-DOC)
               ELSE
                   IF VEC-GEN-ULTIMA(WS-IND-GEN) IS EQUAL TO "S"
                       AND VEC-DOC-ENVIADO(WS-IND-DOC) IS EQUAL
                       TO "N"
                       MOVE "N" TO VEC-DOC-MOTIVO(WS-IND-DOC)
                   END-IF
               END-IF
           END-IF.
           IF VEC-DOC-MOTIVO(WS-IND-DOC) IS NOT EQUAL TO SPACE
               MOVE VEC-DOC-DEST-TIPO(WS-IND-DOC)  TO WS-DEST-TIPO
               MOVE VEC-DOC-DEST-CLAVE(WS-IND-DOC) TO WS-DEST-CLAVE
               PERFORM BUSCAR-DESTINATARIO
               IF IND-DST-HALLADO = 0
                   PERFORM RECHAZAR-SIN-DESTINO
               ELSE
                   ADD 1 TO VEC-GEN-A-ENVIAR(WS-IND-GEN)
                   ADD 1 TO CANT-A-ENVIAR
               END-IF
           END-IF.

       BUSCAR-REENVIO-DOC.
           MOVE "N" TO WS-REENVIO-DOC.
           PERFORM VARYING INDICE-REE FROM 1 BY 1
               UNTIL INDICE-REE > CANT-REE
               IF VEC-REE-TIPO(INDICE-REE) IS EQUAL
                   TO VEC-DOC-DEST-TIPO(WS-IND-DOC)
                   AND VEC-REE-CLAVE(INDICE-REE) IS EQUAL
                   TO VEC-DOC-DEST-CLAVE(WS-IND-DOC)
                   IF (VEC-REE-ARCHIVO(INDICE-REE) IS EQUAL TO SPACES
                       AND VEC-GEN-ULTIMA(WS-IND-GEN) IS EQUAL TO "S")
                       OR (VEC-REE-ARCHIVO(INDICE-REE) IS EQUAL
                       TO VEC-GEN-ARCHIVO(WS-IND-GEN)
                       AND VEC-REE-GENERACION(INDICE-REE) IS EQUAL
                       TO VEC-GEN-GENERACION(WS-IND-GEN))
                       MOVE "S" TO WS-REENVIO-DOC
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-DESTINATARIO.
           MOVE 0 TO IND-DST-HALLADO.
           IF WS-DEST-CLAVE IS NOT EQUAL TO SPACES
               PERFORM VARYING INDICE-DST FROM 1 BY 1
                   UNTIL INDICE-DST > CANT-DST
                   IF VEC-DST-TIPO(INDICE-DST) IS EQUAL TO WS-DEST-TIPO
                       AND VEC-DST-CLAVE(INDICE-DST) IS EQUAL
                       TO WS-DEST-CLAVE
                       SET IND-DST-HALLADO TO INDICE-DST
                   END-IF
               END-PERFORM
           END-IF.

      *- El documento no se empaqueta y vuelve a intentarse en la
      *- proxima corrida. Una factura de un CUIT que no esta en
      *- Sucursales.dat lleva el CUIT como clave de la excepcion.
       RECHAZAR-SIN-DESTINO.
           MOVE SPACE TO VEC-DOC-MOTIVO(WS-IND-DOC).
           ADD 1 TO CANT-SIN-DESTINO.
           ADD 1 TO WS-CTL-RECHAZADOS.
           MOVE SPACES TO REG-EXCEPCIONES.
           IF WS-DEST-CLAVE IS EQUAL TO SPACES
               AND VEC-DOC-CUIT(WS-IND-DOC) > 0
               MOVE VEC-DOC-CUIT(WS-IND-DOC) TO EXC-CLAVE
               MOVE "FACTURA DE UN CUIT SIN SUCURSAL" TO EXC-MOTIVO
           ELSE
               MOVE WS-DEST-TIPO  TO EXC-CLAVE(1:1)
               MOVE WS-DEST-CLAVE TO EXC-CLAVE(3:5)
               MOVE "DESTINATARIO SIN DATOS DE CONTACTO" TO EXC-MOTIVO
           END-IF.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM GRABAR-EXCEPCION.

       GRABAR-EXCEPCION.
           IF FS-EXCEPCIONES IS EQUAL TO 00
               MOVE "DISTRIBUIR-SALIDAS" TO EXC-PROGRAMA
               MOVE WS-FHR-FECHA TO EXC-FECHA
               MOVE WS-FHR-HORA  TO EXC-HORA
               MOVE "P" TO EXC-ESTADO
               WRITE REG-EXCEPCIONES
           END-IF.

       ABRIR-LOG-Y-BANDEJA.
           OPEN EXTEND LOG-DISTRIBUCION-FILE.
           IF FS-LOG IS NOT EQUAL TO 00
               OPEN OUTPUT LOG-DISTRIBUCION-FILE
           END-IF.
           IF FS-LOG IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DISTRIBUCIONLOG FS: " FS-LOG
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN EXTEND BANDEJA-FILE.
           IF FS-BANDEJA IS NOT EQUAL TO 00
               OPEN OUTPUT BANDEJA-FILE
           END-IF.
           IF FS-BANDEJA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR BANDEJASALIDA FS: " FS-BANDEJA
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.

      *- Segunda lectura de cada generacion con algo para entregar:
      *- las lineas de los documentos elegidos van al sort con su
      *- destinatario.
       SOLTAR-DOCUMENTOS.
           PERFORM SOLTAR-GENERACION
               VARYING WS-IND-GEN FROM 1 BY 1
               UNTIL WS-IND-GEN > CANT-GEN.

       SOLTAR-GENERACION.
           IF VEC-GEN-A-ENVIAR(WS-IND-GEN) > 0
               MOVE VEC-GEN-RUTA(WS-IND-GEN) TO WS-RUTA-GENERACION
               MOVE 0 TO WS-SECUENCIA
               MOVE 0 TO WS-NRO-LINEA
               OPEN INPUT GENERACION-FILE
               IF FS-GENERACION IS EQUAL TO 00
                   PERFORM LEER-GENERACION
                   PERFORM SOLTAR-LINEA
                       UNTIL FS-GENERACION IS NOT EQUAL TO 00
                   CLOSE GENERACION-FILE
               END-IF
           END-IF.

       SOLTAR-LINEA.
           PERFORM DETECTAR-DOCUMENTO.
           IF WS-SECUENCIA > 0
               AND WS-SECUENCIA <= VEC-GEN-CANT-DOCS(WS-IND-GEN)
               COMPUTE WS-IND-DOC = VEC-GEN-PRIMER-DOC(WS-IND-GEN)
                   + WS-SECUENCIA - 1
               IF VEC-DOC-MOTIVO(WS-IND-DOC) IS NOT EQUAL TO SPACE
                   MOVE VEC-DOC-DEST-TIPO(WS-IND-DOC)  TO ORD-DEST-TIPO
                   MOVE VEC-DOC-DEST-CLAVE(WS-IND-DOC)
                       TO ORD-DEST-CLAVE
                   MOVE WS-IND-GEN   TO ORD-IND-GEN
                   MOVE WS-SECUENCIA TO ORD-SECUENCIA
                   MOVE WS-NRO-LINEA TO ORD-NRO-LINEA
                   MOVE WS-IND-DOC   TO ORD-IND-DOC
                   MOVE GEN-LINEA    TO ORD-LINEA
                   RELEASE REG-ORD-PAQUETE
               END-IF
           END-IF.
           PERFORM LEER-GENERACION.

      *- Corte de control por destinatario: un paquete cada uno.
       ARMAR-PAQUETES.
           PERFORM LEER-ORDENADO.
           PERFORM ARMAR-UN-PAQUETE UNTIL SS-PAQUETES = 10.

       LEER-ORDENADO.
           RETURN ARCH-PAQUETES RECORD
           AT END
           IF SS-PAQUETES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PAQUETES ORDENADOS SS: "
                   SS-PAQUETES
           END-IF.

       ARMAR-UN-PAQUETE.
           MOVE ORD-DEST-TIPO  TO WS-DEST-TIPO.
           MOVE ORD-DEST-CLAVE TO WS-DEST-CLAVE.
           PERFORM ABRIR-PAQUETE.
           PERFORM PASAR-LINEA-PAQUETE
               UNTIL SS-PAQUETES = 10
               OR ORD-DEST-TIPO IS NOT EQUAL TO WS-DEST-TIPO
               OR ORD-DEST-CLAVE IS NOT EQUAL TO WS-DEST-CLAVE.
           PERFORM CERRAR-PAQUETE.

       ABRIR-PAQUETE.
           PERFORM BUSCAR-DESTINATARIO.
           MOVE 0 TO WS-CANT-DOCS-PAQ.
           MOVE 0 TO WS-DOC-ANTERIOR.
           MOVE SPACES TO WS-RUTA-PAQUETE.
           STRING "../files/out/Paquete" DELIMITED BY SIZE
               WS-DEST-TIPO DELIMITED BY SIZE
               WS-DEST-CLAVE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-FHR-FECHA DELIMITED BY SIZE
               WS-FHR-HORA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-PAQUETE.
           OPEN OUTPUT PAQUETE-FILE.
           IF FS-PAQUETE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PAQUETE " WS-RUTA-PAQUETE
                   " FS: " FS-PAQUETE
               MOVE "N" TO WS-HAY-PAQUETE
               MOVE "A" TO WS-ESTADO-CORRIDA
           ELSE
               MOVE "S" TO WS-HAY-PAQUETE
               MOVE WS-FHR-DD   TO PE1-DD
               MOVE WS-FHR-MM   TO PE1-MM
               MOVE WS-FHR-AAAA TO PE1-AAAA
               MOVE WS-FHR-HH   TO PE1-HH
               MOVE WS-FHR-MI   TO PE1-MI
               WRITE REG-PAQUETE FROM PAQ-ENCABEZADO1
               MOVE WS-DEST-TIPO  TO PE2-TIPO
               MOVE WS-DEST-CLAVE TO PE2-CLAVE
               MOVE VEC-DST-NOMBRE(IND-DST-HALLADO) TO PE2-NOMBRE
               WRITE REG-PAQUETE FROM PAQ-ENCABEZADO2
               MOVE VEC-DST-EMAIL(IND-DST-HALLADO) TO PE3-EMAIL
               WRITE REG-PAQUETE FROM PAQ-ENCABEZADO3
               WRITE REG-PAQUETE FROM LINEA-GUIONES
           END-IF.

      *- Cada documento nuevo lleva su renglon de identificacion y
      *- deja su fila en el log de distribucion.
       PASAR-LINEA-PAQUETE.
           IF PAQUETE-ABIERTO
               IF ORD-IND-DOC IS NOT EQUAL TO WS-DOC-ANTERIOR
                   MOVE ORD-IND-DOC TO WS-DOC-ANTERIOR
                   MOVE ORD-IND-DOC TO WS-IND-DOC
                   MOVE ORD-IND-GEN TO WS-IND-GEN
                   PERFORM EMPEZAR-DOCUMENTO-PAQUETE
               END-IF
               WRITE REG-PAQUETE FROM ORD-LINEA
           END-IF.
           PERFORM LEER-ORDENADO.

       EMPEZAR-DOCUMENTO-PAQUETE.
           ADD 1 TO WS-CANT-DOCS-PAQ.
           ADD 1 TO WS-CTL-GRABADOS.
           IF VEC-DOC-MOTIVO(WS-IND-DOC) IS EQUAL TO "R"
               ADD 1 TO CANT-REENVIADOS
           END-IF.
           IF WS-CANT-DOCS-PAQ > 1
               WRITE REG-PAQUETE FROM LINEA-GUIONES
           END-IF.
           MOVE VEC-GEN-TIPO(WS-IND-GEN)       TO LD-TIPO.
           MOVE VEC-DOC-ID(WS-IND-DOC)         TO LD-ID.
           MOVE VEC-GEN-ARCHIVO(WS-IND-GEN)    TO LD-ARCHIVO.
           MOVE VEC-GEN-GENERACION(WS-IND-GEN) TO LD-GENERACION.
           WRITE REG-PAQUETE FROM LINEA-DOCUMENTO.
           MOVE SPACES TO REG-LOG-DISTRIBUCION.
           MOVE WS-FHR-FECHA                   TO LOG-FECHA.
           MOVE WS-FHR-HORA                    TO LOG-HORA.
           MOVE WS-DEST-TIPO                   TO LOG-DEST-TIPO.
           MOVE WS-DEST-CLAVE                  TO LOG-DEST-CLAVE.
           MOVE VEC-GEN-TIPO(WS-IND-GEN)       TO LOG-DOC-TIPO.
           MOVE VEC-DOC-ID(WS-IND-DOC)         TO LOG-DOC-ID.
           MOVE VEC-GEN-ARCHIVO(WS-IND-GEN)    TO LOG-ARCHIVO.
           MOVE VEC-GEN-GENERACION(WS-IND-GEN) TO LOG-GENERACION.
           MOVE VEC-GEN-HASH(WS-IND-GEN)       TO LOG-HASH.
           MOVE WS-RUTA-PAQUETE                TO LOG-PAQUETE.
           MOVE VEC-DOC-MOTIVO(WS-IND-DOC)     TO LOG-MOTIVO.
           WRITE REG-LOG-DISTRIBUCION.
           IF FS-LOG IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR DISTRIBUCIONLOG FS: " FS-LOG
           END-IF.

      *- El paquete cerrado queda en la bandeja de salida pendiente de
      *- envio.
       CERRAR-PAQUETE.
           IF PAQUETE-ABIERTO
               CLOSE PAQUETE-FILE
               MOVE "N" TO WS-HAY-PAQUETE
               ADD 1 TO CANT-PAQUETES
               MOVE SPACES TO REG-BANDEJA
               MOVE WS-FHR-FECHA    TO BAN-FECHA
               MOVE WS-FHR-HORA     TO BAN-HORA
               MOVE WS-DEST-TIPO    TO BAN-DEST-TIPO
               MOVE WS-DEST-CLAVE   TO BAN-DEST-CLAVE
               MOVE VEC-DST-NOMBRE(IND-DST-HALLADO) TO BAN-NOMBRE
               MOVE VEC-DST-EMAIL(IND-DST-HALLADO)  TO BAN-EMAIL
               MOVE WS-CANT-DOCS-PAQ TO BAN-CANT-DOCS
               MOVE WS-RUTA-PAQUETE TO BAN-PAQUETE
               MOVE "P"             TO BAN-ESTADO
               WRITE REG-BANDEJA
               IF FS-BANDEJA IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR BANDEJASALIDA FS: "
                       FS-BANDEJA
               END-IF
           END-IF.

      *- Procesados los reenvios, el archivo queda vacio.
       VACIAR-REENVIOS.
           OPEN OUTPUT REENVIO-FILE.
           IF FS-REENVIO IS EQUAL TO 00
               CLOSE REENVIO-FILE
           ELSE
               DISPLAY "ERROR AL VACIAR REENVIOS FS: " FS-REENVIO
           END-IF.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "DISTRIBUIR-SALIDAS" TO POC-PROGRAMA.
           MOVE "GENERACIONES"       TO POC-TABLA.
           MOVE CANT-GEN             TO POC-USADOS.
           MOVE CON-CANT-GEN-MAX     TO POC-MAXIMO.
           MOVE PERD-GEN             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "DESTINATARIOS"      TO POC-TABLA.
           MOVE CANT-DST             TO POC-USADOS.
           MOVE CON-CANT-DST-MAX     TO POC-MAXIMO.
           MOVE PERD-DST             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "SUCURSALES"         TO POC-TABLA.
           MOVE CANT-SUC             TO POC-USADOS.
           MOVE CON-CANT-SUC-MAX     TO POC-MAXIMO.
           MOVE PERD-SUC             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "REENVIOS"           TO POC-TABLA.
           MOVE CANT-REE             TO POC-USADOS.
           MOVE CON-CANT-REE-MAX     TO POC-MAXIMO.
           MOVE PERD-REE             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "DOCUMENTOS"         TO POC-TABLA.
           MOVE CANT-DOC             TO POC-USADOS.
           MOVE CON-CANT-DOC-MAX     TO POC-MAXIMO.
           MOVE PERD-DOC             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       MOSTRAR-TOTALES.
           DISPLAY "GENERACIONES PARTIDAS: " CANT-GEN
               " (ALTERADAS: " CANT-GEN-ALTERADAS ")".
           DISPLAY "DOCUMENTOS EN LAS GENERACIONES: " CANT-DOC.
           DISPLAY "DOCUMENTOS EMPAQUETADOS: " WS-CTL-GRABADOS
               " (REENVIOS: " CANT-REENVIADOS ")".
           DISPLAY "DOCUMENTOS SIN DESTINATARIO: " CANT-SIN-DESTINO.
           DISPLAY "PAQUETES EN LA BANDEJA DE SALIDA: " CANT-PAQUETES.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       REGISTRAR-CONTROL-FIN.
           MOVE "F" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       GRABAR-CONTROL-CORRIDA.
           OPEN EXTEND CONTROLCORRIDAS-FILE.
           IF FS-CONTROLCORRIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONTROLCORRIDAS FS: "
                   FS-CONTROLCORRIDAS
           ELSE
               MOVE "DISTRIBUIR-SALIDAS" TO CTL-PROGRAMA
               MOVE WS-CTL-TIPO TO CTL-TIPO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-CTL
               MOVE WS-FHC-FECHA TO CTL-FECHA
               MOVE WS-FHC-HORA  TO CTL-HORA
               MOVE WS-CTL-LEIDOS     TO CTL-LEIDOS
               MOVE WS-CTL-GRABADOS   TO CTL-GRABADOS
               MOVE WS-CTL-RECHAZADOS TO CTL-RECHAZADOS
               IF WS-CTL-TIPO IS EQUAL TO "I"
                   MOVE SPACE TO CTL-ESTADO
               ELSE
                   MOVE WS-ESTADO-CORRIDA TO CTL-ESTADO
               END-IF
               WRITE REG-CONTROL-CORRIDA
               CLOSE CONTROLCORRIDAS-FILE
           END-IF.

       END PROGRAM DISTRIBUIR-SALIDAS.
