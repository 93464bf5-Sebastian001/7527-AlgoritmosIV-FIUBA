       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-SUCURSAL.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Proforma de una sucursal valuada sobre su agenda: la
      *- sucursal pregunta antes de empezar el mes cuanto le va a
      *- costar, y hasta ahora no habia respuesta hasta despues de la
      *- liquidacion. Toma la sucursal y el mes de
      *- PresupuestoSucursal.txt (codigo de sucursal y AAAAMM), lee
      *- las clases de esa sucursal y ese mes en AgendaClases.dat y
      *- las valua con las mismas reglas que la liquidacion real:
      *-   - tarifa general de Tarifas.dat de la vigencia que cubre la
      *-     fecha de la clase, pisada por TarifasSucursal.dat si la
      *-     sucursal tiene una propia (igual que TP-PARTE2);
      *-   - recargo del feriado nacional o de la zona de la sucursal;
      *-   - adicional por antiguedad del profesor agendado segun
      *-     EscalaAntiguedad.dat;
      *-   - honorarios, cargo fijo y minimo del convenio de la
      *-     sucursal e IVA a la alicuota de AlicuotaIVA.txt (igual que
      *-     FACTURACION-SUCURSALES).
      *- El adicional por horas extra no se presupuesta: depende de
      *- lo que efectivamente se dicte en la semana. El documento es
      *- una proforma numerada (serie propia en
      *- UltimoNumeroProforma.dat, no es comprobante fiscal) y queda
      *- en ../files/out/Proforma<numero>.txt; cada proforma emitida
      *- se registra en ProformasEmitidas.dat para que
      *- COMPARACION-PROFORMAS la compare con lo facturado al cerrar
      *- el mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO "../files/in/PresupuestoSucursal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT SUCURSALES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT AGENDA-FILE
           ASSIGN TO DISK "../files/in/AgendaClases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDA.

       SELECT TARIFAS-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS
           FILE STATUS IS FS-TARIFAS.

       SELECT TARIFAS-SUC-FILE
           ASSIGN TO DISK "../files/in/TarifasSucursal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARIFAS-SUC.

       SELECT ESCALA-ANTIG-FILE
           ASSIGN TO DISK "../files/in/EscalaAntiguedad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESCALA-ANTIG.

       SELECT FERIADOS-FILE
           ASSIGN TO DISK "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

       SELECT CONVENIOS-FILE
           ASSIGN TO DISK "../files/in/ConveniosSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVENIOS.

       SELECT CONFIG-IVA-FILE
           ASSIGN TO "../files/in/AlicuotaIVA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG-IVA.

       SELECT ULTIMO-PROFORMA-FILE
           ASSIGN TO DISK "../files/in/UltimoNumeroProforma.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ULTIMO.

       SELECT PROFORMA-FILE
           ASSIGN TO WS-RUTA-PROFORMA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROFORMA.

       SELECT EMITIDAS-FILE
           ASSIGN TO DISK "../files/out/ProformasEmitidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMITIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PARAMETROS.
           03 PRS-SUCURSAL      PIC X(03).
           03 PRS-MES           PIC X(06).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-SUCURSAL    PIC X(03).
           03  SUC-RAZON       PIC X(25).
           03  SUC-DIRE        PIC X(20).
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD PROFESORES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PROFESORES.
           03  PROF-NUMERO     PIC X(05).
           03  PROF-DNI        PIC 9(08).
           03  PROF-NOMBRE     PIC X(25).
           03  PROF-DIRE       PIC X(20).
           03  PROF-TEL        PIC X(20).
           03  PROF-CBU        PIC X(22).
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD AGENDA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-AGENDA.
           03  AGE-SUCURSAL    PIC X(03).
           03  AGE-FECHA       PIC 9(08).
           03  AGE-TIP-CLASE   PIC X(04).
           03  AGE-PROF-NUMERO PIC X(05).
           03  AGE-HORAS       PIC 9(02)V99.
           03  AGE-HORA-INI    PIC X(04).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS.
           03  TAR-CLAVE.
               05 TAR-TIP-CLASE PIC X(04).
               05 TAR-VIG-DES   PIC 9(08).
           03  TAR-TARIFA       PIC 9(05)V99.
           03  TAR-HORAS-MIN    PIC 9(02)V99.
           03  TAR-HORAS-MAX    PIC 9(02)V99.

       FD TARIFAS-SUC-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS-SUC.
           03 TSU-SUCURSAL      PIC X(03).
           03 TSU-TIP-CLASE     PIC X(04).
           03 TSU-VIG-DES       PIC 9(08).
           03 TSU-TARIFA        PIC 9(05)V99.

       FD ESCALA-ANTIG-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESCALA-ANTIG.
           03 ANT-VIG-DES       PIC 9(08).
           03 ANT-ANIOS-DESDE   PIC 9(02).
           03 ANT-ANIOS-HASTA   PIC 9(02).
           03 ANT-PORC          PIC 9(03)V99.

       FD FERIADOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA         PIC 9(08).
           03 FER-RECARGO       PIC 9(01)V99.
           03 FER-ZONA          PIC X(02).

       FD CONVENIOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03  CNV-CUIT         PIC 9(11).
           03  CNV-VIG-DESDE    PIC 9(08).
           03  CNV-TIP-CLASE    PIC X(04).
           03  CNV-RECARGO-PORC PIC 9(03)V99.
           03  CNV-CARGO-FIJO   PIC 9(07)V99.
           03  CNV-MINIMO       PIC 9(09)V99.

       FD CONFIG-IVA-FILE LABEL RECORD OMITTED.
       01 REG-CONFIG-IVA                PIC X(04).

       FD ULTIMO-PROFORMA-FILE LABEL RECORD OMITTED.
       01 REG-ULTIMO-PROFORMA           PIC 9(08).

       FD PROFORMA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PROFORMA                  PIC X(80).

      *- Una fila por proforma emitida; la lee COMPARACION-PROFORMAS.
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

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS   PIC XX.
       77 FS-SUCURSALES   PIC XX.
       77 FS-PROFESORES   PIC XX.
       77 FS-AGENDA       PIC XX.
       77 FS-TARIFAS      PIC XX.
       77 FS-TARIFAS-SUC  PIC XX.
       77 FS-ESCALA-ANTIG PIC XX.
       77 FS-FERIADOS     PIC XX.
       77 FS-CONVENIOS    PIC XX.
       77 FS-CONFIG-IVA   PIC XX.
       77 FS-ULTIMO       PIC XX.
       77 FS-PROFORMA     PIC XX.
       77 FS-EMITIDAS     PIC XX.

       77 WS-RUTA-PROFORMA   PIC X(60)     VALUE SPACES.
       77 WS-NUMERO-PROFORMA PIC 9(08)     VALUE 0.
       77 WS-MES-PROFORMA    PIC 9(06)     VALUE 0.

       77 WS-ALICUOTA-IVA    PIC 9(2)V99   VALUE 21.
       77 WS-ALICUOTA-TEXTO  PIC 9(04)     VALUE 0.

      *- Tarifas generales, por tipo y vigencia ascendente (orden de
      *- la clave del indexado), igual que TP-PARTE2.
       78 CON-CANT-TAR-MAX  VALUE 500.
       01 VEC-TARIFAS.
           03 VEC-TARIFAS-ELM
               OCCURS CON-CANT-TAR-MAX TIMES
               INDEXED BY INDICE-TAR.
               05  VEC-TAR-TIP-CLASE   PIC X(04).
               05  VEC-TAR-VIG-DES     PIC 9(08).
               05  VEC-TAR-TARIFA      PIC 9(05)V99.
       77 CANT-TAR          PIC 999        VALUE 0.

       78 CON-CANT-TARSUC-MAX VALUE 500.
       01 VEC-TARIFAS-SUC.
           03 VEC-TARSUC-ELM
               OCCURS CON-CANT-TARSUC-MAX TIMES
               INDEXED BY INDICE-TSU.
               05  VEC-TSU-SUCURSAL    PIC X(03).
               05  VEC-TSU-TIP-CLASE   PIC X(04).
               05  VEC-TSU-VIG-DES     PIC 9(08).
               05  VEC-TSU-TARIFA      PIC 9(05)V99.
       77 CANT-TARSUC       PIC 999        VALUE 0.
       77 VIG-TSU-HALLADA   PIC 9(08)      VALUE 0.

       78 CON-CANT-ANT-MAX  VALUE 20.
       01 VEC-ANTIGUEDAD.
           03 VEC-ANT-ELM
               OCCURS CON-CANT-ANT-MAX TIMES
               INDEXED BY INDICE-ANT.
               05 VEC-ANT-VIG           PIC 9(08).
               05 VEC-ANT-DESDE         PIC 9(02).
               05 VEC-ANT-HASTA         PIC 9(02).
               05 VEC-ANT-PORC          PIC 9(03)V99.
       77 CANT-ANTIGUEDAD    PIC 99        VALUE 0.
       77 WS-PORC-ANTIGUEDAD PIC 9(03)V99  VALUE 0.
       77 VIG-ANT-HALLADA    PIC 9(08)     VALUE 0.
       77 WS-ANIOS-ANTIG     PIC S9(03)    VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-AAAA-CLASE      PIC 9(04)     VALUE 0.
       77 WS-AAAA-ALTA       PIC 9(04)     VALUE 0.
       77 WS-FECHA-ALTA      PIC 9(08)     VALUE 0.

       78 CON-CANT-FER-MAX  VALUE 50.
       01 VEC-FERIADOS.
           03 VEC-FERIADOS-ELM
               OCCURS CON-CANT-FER-MAX TIMES
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA       PIC 9(08).
               05  VEC-FER-RECARGO     PIC 9(01)V99.
               05  VEC-FER-ZONA        PIC X(02).
       77 CANT-FER           PIC 999        VALUE 0.
       77 WS-RECARGO-FERIADO PIC 9(01)V99   VALUE 1.

      *- Convenio de la sucursal (solo sus filas), mismas reglas que
      *- FACTURACION-SUCURSALES.
       78 CON-CANT-CNV-MAX   VALUE 500.
       01 VEC-CONVENIOS.
           03 VEC-CNV-ELM
               OCCURS CON-CANT-CNV-MAX TIMES
               INDEXED BY INDICE-CNV.
               05 VEC-CNV-VIG-DESDE  PIC 9(08).
               05 VEC-CNV-TIP-CLASE  PIC X(04).
               05 VEC-CNV-PORC       PIC 9(03)V99.
               05 VEC-CNV-FIJO       PIC 9(07)V99.
               05 VEC-CNV-MINIMO     PIC 9(09)V99.
       77 CANT-CNV           PIC 999       VALUE 0.
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

      *- Valuacion de la clase en proceso.
       77 TARIFA-VIG         PIC 9(5)V99   VALUE 0.
       77 TARIFA-EFECTIVA    PIC 9(5)V99   VALUE 0.
       77 IMPORTE            PIC 9(07)V99  VALUE 0.

       77 CANT-CLASES        PIC 9(05)     VALUE 0.
       77 TOT-HORAS          PIC 9(05)V99  VALUE 0.
       77 TOT-COSTO          PIC 9(09)V99  VALUE 0.
       77 TOT-RECARGO        PIC 9(09)V99  VALUE 0.
       77 WS-CARGO-FIJO      PIC 9(07)V99  VALUE 0.
       77 WS-AJUSTE-MINIMO   PIC 9(09)V99  VALUE 0.
       77 TOT-NETO           PIC 9(09)V99  VALUE 0.
       77 IVA-PROFORMA       PIC 9(09)V99  VALUE 0.
       77 TOT-PROFORMA       PIC 9(10)V99  VALUE 0.
       77 WS-FIN-MES         PIC 9(08)     VALUE 0.

      *- Empresa de la sucursal, para el encabezado (ver
      *- TP-Parte2/BUSCAR-EMPRESA.cbl).
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

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 HOY-NUMERICO REDEFINES FECHA-DE-HOY PIC 9(8).

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-SEPARADORA.
           03 FILLER PIC X(80) VALUE ALL "=".

       01 PRF-ENCABEZADO1.
           03 FILLER           PIC X(20)   VALUE "PROFORMA Nro ".
           03 PRF-E1-NUMERO    PIC 9(8).
           03 FILLER           PIC X(28)   VALUE SPACES.
           03 FILLER           PIC X(6)    VALUE "Fecha ".
           03 PRF-E1-DD        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 PRF-E1-MM        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 PRF-E1-AAAA      PIC 9(4).
           03 FILLER           PIC X(8)    VALUE SPACES.

       01 PRF-ENCABEZADO-EMISOR.
           03 FILLER           PIC X(08)   VALUE "Emisor: ".
           03 PRF-EE-RAZON     PIC X(25).
           03 FILLER           PIC X(08)   VALUE "  Cuit: ".
           03 PRF-EE-CUIT      PIC 9(11).
           03 FILLER           PIC X(28)   VALUE SPACES.

       01 PRF-ENCABEZADO2.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 PRF-E2-RAZON     PIC X(25).
           03 FILLER           PIC X(8)    VALUE "  Cuit: ".
           03 PRF-E2-CUIT      PIC 9(11).
           03 FILLER           PIC X(26)   VALUE SPACES.

       01 PRF-ENCABEZADO3.
           03 FILLER           PIC X(34)   VALUE
              "Presupuesto de la agenda del mes ".
           03 PRF-E3-MM        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 PRF-E3-AAAA      PIC 9(4).
           03 FILLER           PIC X(39)   VALUE
              " - documento no valido como factura".

       01 PRF-ENCABEZADO-TABLA.
           03 FILLER       PIC X(12)   VALUE "   Fecha".
           03 FILLER       PIC X(7)    VALUE "Prof.".
           03 FILLER       PIC X(26)   VALUE "Nombre".
           03 FILLER       PIC X(6)    VALUE "Tipo".
           03 FILLER       PIC X(10)   VALUE "Horas".
           03 FILLER       PIC X(19)   VALUE "   Importe".

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 PRF-DATOS-TABLA.
           03 PRF-DT-DD        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 PRF-DT-MM        PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 PRF-DT-AAAA      PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 PRF-DT-PROF      PIC X(5).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 PRF-DT-NOMBRE    PIC X(25).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 PRF-DT-TIPO      PIC X(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 PRF-DT-HORAS     PIC Z9,99.
           03 FILLER           PIC X(5)    VALUE SPACES.
           03 PRF-DT-IMPORTE   PIC ZZZZZZ9,99.
           03 FILLER           PIC X(9)    VALUE SPACES.

       01 PRF-LINEA-CONCEPTO.
           03 PRF-LCO-LEYENDA  PIC X(40).
           03 FILLER           PIC X(15)   VALUE SPACES.
           03 PRF-LCO-IMPORTE  PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

       01 PRF-LINEA-IVA.
           03 FILLER           PIC X(4)    VALUE "IVA ".
           03 PRF-LIV-ALICUOTA PIC Z9,99.
           03 FILLER           PIC X(2)    VALUE " %".
           03 FILLER           PIC X(44)   VALUE SPACES.
           03 PRF-LIV-IMPORTE  PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

       01 PRF-LINEA-TOTAL.
           03 FILLER           PIC X(20)   VALUE "TOTAL PROFORMA".
           03 FILLER           PIC X(34)   VALUE SPACES.
           03 PRF-TOTAL-ED     PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(13)   VALUE SPACES.

       01 PRF-LINEA-PIE.
           03 FILLER           PIC X(80)   VALUE
              "Importes estimados sobre la agenda; no incluye hs extra n
      -       "i cambios de agenda.".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-ALICUOTA-IVA.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TARIFAS-SUCURSAL.
           PERFORM CARGAR-ESCALA-ANTIGUEDAD.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-CONVENIOS.
           PERFORM CONTAR-CLASES-DEL-MES.
           IF CANT-CLASES = 0
               DISPLAY "LA SUCURSAL " SUC-SUCURSAL " NO TIENE CLASES "
                   "AGENDADAS EN " WS-MES-PROFORMA ", NO SE EMITE "
                   "PROFORMA"
           ELSE
               PERFORM EMITIR-PROFORMA
           END-IF.
           CLOSE SUCURSALES-FILE.
           STOP RUN.

      *- Sucursal y mes son obligatorios: sin ellos no hay que
      *- presupuestar.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO PRESUPUESTOSUCURSAL.TXT "
                   "(SUCURSAL Y MES AAAAMM)"
               STOP RUN
           END-IF.
           READ PARAMETROS-FILE.
           CLOSE PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               OR PRS-MES IS NOT NUMERIC
               OR PRS-MES(5:2) < "01" OR PRS-MES(5:2) > "12"
               DISPLAY "PRESUPUESTOSUCURSAL.TXT INVALIDO: "
                   REG-PARAMETROS
               STOP RUN
           END-IF.
           MOVE PRS-MES TO WS-MES-PROFORMA.
           COMPUTE WS-FIN-MES = WS-MES-PROFORMA * 100 + 31.
           OPEN INPUT SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.
           MOVE PRS-SUCURSAL TO SUC-SUCURSAL.
           READ SUCURSALES-FILE RECORD.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "SUCURSAL INEXISTENTE: " PRS-SUCURSAL
               CLOSE SUCURSALES-FILE
               STOP RUN
           END-IF.

       CARGAR-ALICUOTA-IVA.
           OPEN INPUT CONFIG-IVA-FILE.
           IF FS-CONFIG-IVA IS EQUAL TO 00
               READ CONFIG-IVA-FILE
               IF FS-CONFIG-IVA IS EQUAL TO 00
                   AND REG-CONFIG-IVA IS NUMERIC
                   MOVE REG-CONFIG-IVA TO WS-ALICUOTA-TEXTO
                   COMPUTE WS-ALICUOTA-IVA = WS-ALICUOTA-TEXTO / 100
               END-IF
               CLOSE CONFIG-IVA-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO ALICUOTAIVA.TXT, SE USA 21%"
           END-IF.

       CARGAR-TARIFAS.
           OPEN INPUT TARIFAS-FILE.
           IF FS-TARIFAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TARIFAS FS: " FS-TARIFAS
               STOP RUN
           END-IF.
           PERFORM LEER-TARIFAS.
           PERFORM GUARDAR-TARIFA
               VARYING INDICE-TAR FROM 1 BY 1
               UNTIL INDICE-TAR > CON-CANT-TAR-MAX
               OR FS-TARIFAS = 10.
           IF FS-TARIFAS IS EQUAL TO 00
               DISPLAY "TABLA DE TARIFAS LLENA (" CON-CANT-TAR-MAX
                   "), SE VALUA CON LAS PRIMERAS"
           END-IF.
           CLOSE TARIFAS-FILE.

       LEER-TARIFAS.
           READ TARIFAS-FILE NEXT RECORD.
           IF FS-TARIFAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TARIFAS FS: " FS-TARIFAS
           END-IF.

       GUARDAR-TARIFA.
           MOVE TAR-TIP-CLASE TO VEC-TAR-TIP-CLASE(INDICE-TAR).
           MOVE TAR-VIG-DES TO VEC-TAR-VIG-DES(INDICE-TAR).
           MOVE TAR-TARIFA TO VEC-TAR-TARIFA(INDICE-TAR).
           SET CANT-TAR TO INDICE-TAR.
           PERFORM LEER-TARIFAS.

       CARGAR-TARIFAS-SUCURSAL.
           MOVE 0 TO CANT-TARSUC.
           OPEN INPUT TARIFAS-SUC-FILE.
           IF FS-TARIFAS-SUC IS EQUAL TO 00
               PERFORM LEER-TARIFA-SUC
               PERFORM GUARDAR-TARIFA-SUC
                   VARYING INDICE-TSU FROM 1 BY 1
                   UNTIL INDICE-TSU > CON-CANT-TARSUC-MAX
                   OR FS-TARIFAS-SUC = 10
               CLOSE TARIFAS-SUC-FILE
           END-IF.

       LEER-TARIFA-SUC.
           READ TARIFAS-SUC-FILE.
           IF FS-TARIFAS-SUC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TARIFASSUCURSAL FS: "
                   FS-TARIFAS-SUC
           END-IF.

       GUARDAR-TARIFA-SUC.
           MOVE TSU-SUCURSAL  TO VEC-TSU-SUCURSAL(INDICE-TSU).
           MOVE TSU-TIP-CLASE TO VEC-TSU-TIP-CLASE(INDICE-TSU).
           MOVE TSU-VIG-DES   TO VEC-TSU-VIG-DES(INDICE-TSU).
           MOVE TSU-TARIFA    TO VEC-TSU-TARIFA(INDICE-TSU).
           SET CANT-TARSUC TO INDICE-TSU.
           PERFORM LEER-TARIFA-SUC.

       CARGAR-ESCALA-ANTIGUEDAD.
           MOVE 0 TO CANT-ANTIGUEDAD.
           OPEN INPUT ESCALA-ANTIG-FILE.
           IF FS-ESCALA-ANTIG IS EQUAL TO 00
               PERFORM LEER-ESCALA-ANTIG
               PERFORM GUARDAR-ESCALA-ANTIG
                   VARYING INDICE-ANT FROM 1 BY 1
                   UNTIL INDICE-ANT > CON-CANT-ANT-MAX
                   OR FS-ESCALA-ANTIG IS EQUAL TO 10
               CLOSE ESCALA-ANTIG-FILE
           END-IF.

       LEER-ESCALA-ANTIG.
           READ ESCALA-ANTIG-FILE.
           IF FS-ESCALA-ANTIG IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ESCALAANTIGUEDAD FS: "
                   FS-ESCALA-ANTIG
           END-IF.

       GUARDAR-ESCALA-ANTIG.
           MOVE ANT-VIG-DES     TO VEC-ANT-VIG(INDICE-ANT).
           MOVE ANT-ANIOS-DESDE TO VEC-ANT-DESDE(INDICE-ANT).
           MOVE ANT-ANIOS-HASTA TO VEC-ANT-HASTA(INDICE-ANT).
           MOVE ANT-PORC        TO VEC-ANT-PORC(INDICE-ANT).
           SET CANT-ANTIGUEDAD TO INDICE-ANT.
           PERFORM LEER-ESCALA-ANTIG.

       CARGAR-FERIADOS.
           MOVE 0 TO CANT-FER.
           OPEN INPUT FERIADOS-FILE.
           IF FS-FERIADOS IS EQUAL TO 00
               PERFORM LEER-FERIADOS
               PERFORM GUARDAR-FERIADO
                   VARYING INDICE-FER FROM 1 BY 1
                   UNTIL INDICE-FER > CON-CANT-FER-MAX
                   OR FS-FERIADOS = 10
               CLOSE FERIADOS-FILE
           END-IF.

       LEER-FERIADOS.
           READ FERIADOS-FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FERIADOS FS: " FS-FERIADOS
           END-IF.

       GUARDAR-FERIADO.
           MOVE FER-FECHA   TO VEC-FER-FECHA(INDICE-FER).
           MOVE FER-RECARGO TO VEC-FER-RECARGO(INDICE-FER).
           MOVE FER-ZONA    TO VEC-FER-ZONA(INDICE-FER).
           SET CANT-FER TO INDICE-FER.
           PERFORM LEER-FERIADOS.

      *- Solo las filas del convenio de la sucursal presupuestada.
       CARGAR-CONVENIOS.
           MOVE 0 TO CANT-CNV.
           OPEN INPUT CONVENIOS-FILE.
           IF FS-CONVENIOS IS EQUAL TO 00
               PERFORM LEER-CONVENIO
               PERFORM GUARDAR-CONVENIO UNTIL FS-CONVENIOS = 10
               CLOSE CONVENIOS-FILE
           END-IF.

       LEER-CONVENIO.
           READ CONVENIOS-FILE.
           IF FS-CONVENIOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONVENIOS FS: " FS-CONVENIOS
           END-IF.

       GUARDAR-CONVENIO.
           IF CNV-CUIT IS EQUAL TO SUC-CUIT
               AND CANT-CNV < CON-CANT-CNV-MAX
               ADD 1 TO CANT-CNV
               MOVE CNV-VIG-DESDE    TO VEC-CNV-VIG-DESDE(CANT-CNV)
               MOVE CNV-TIP-CLASE    TO VEC-CNV-TIP-CLASE(CANT-CNV)
               MOVE CNV-RECARGO-PORC TO VEC-CNV-PORC(CANT-CNV)
               MOVE CNV-CARGO-FIJO   TO VEC-CNV-FIJO(CANT-CNV)
               MOVE CNV-MINIMO       TO VEC-CNV-MINIMO(CANT-CNV)
           END-IF.
           PERFORM LEER-CONVENIO.

       LEER-AGENDA.
           READ AGENDA-FILE.
           IF FS-AGENDA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AGENDA FS: " FS-AGENDA
           END-IF.

      *- Primera pasada: sin clases agendadas no se consume numero.
       CONTAR-CLASES-DEL-MES.
           MOVE 0 TO CANT-CLASES.
           OPEN INPUT AGENDA-FILE.
           IF FS-AGENDA IS EQUAL TO 00
               PERFORM LEER-AGENDA
               PERFORM CONTAR-UNA-CLASE UNTIL FS-AGENDA = 10
               CLOSE AGENDA-FILE
           END-IF.

       CONTAR-UNA-CLASE.
           IF AGE-SUCURSAL IS EQUAL TO SUC-SUCURSAL
               AND AGE-FECHA(1:6) IS EQUAL TO PRS-MES
               ADD 1 TO CANT-CLASES
           END-IF.
           PERFORM LEER-AGENDA.

       EMITIR-PROFORMA.
           PERFORM OBTENER-NUMERO-PROFORMA.
           PERFORM ABRIR-PROFORMA.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.
           MOVE 0 TO CANT-CLASES.
           OPEN INPUT AGENDA-FILE.
           PERFORM LEER-AGENDA.
           PERFORM VALUAR-UNA-CLASE UNTIL FS-AGENDA = 10.
           CLOSE AGENDA-FILE.
           CLOSE PROFESORES-FILE.
           PERFORM CERRAR-PROFORMA.
           PERFORM GRABAR-NUMERO-PROFORMA.
           PERFORM REGISTRAR-PROFORMA.
           DISPLAY "PROFORMA " WS-NUMERO-PROFORMA " SUCURSAL "
               SUC-SUCURSAL " MES " WS-MES-PROFORMA.
           DISPLAY "CLASES " CANT-CLASES " NETO " TOT-NETO
               " TOTAL " TOT-PROFORMA.
           DISPLAY "DOCUMENTO: " WS-RUTA-PROFORMA.

      *- Serie propia de las proformas; sin archivo arranca en 1.
       OBTENER-NUMERO-PROFORMA.
           MOVE 0 TO WS-NUMERO-PROFORMA.
           OPEN INPUT ULTIMO-PROFORMA-FILE.
           IF FS-ULTIMO IS EQUAL TO 00
               READ ULTIMO-PROFORMA-FILE
               IF FS-ULTIMO IS EQUAL TO 00
                   AND REG-ULTIMO-PROFORMA IS NUMERIC
                   MOVE REG-ULTIMO-PROFORMA TO WS-NUMERO-PROFORMA
               END-IF
               CLOSE ULTIMO-PROFORMA-FILE
           END-IF.
           ADD 1 TO WS-NUMERO-PROFORMA.

       GRABAR-NUMERO-PROFORMA.
           OPEN OUTPUT ULTIMO-PROFORMA-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR ULTIMONUMEROPROFORMA FS: "
                   FS-ULTIMO
           ELSE
               MOVE WS-NUMERO-PROFORMA TO REG-ULTIMO-PROFORMA
               WRITE REG-ULTIMO-PROFORMA
               CLOSE ULTIMO-PROFORMA-FILE
           END-IF.

       ABRIR-PROFORMA.
           MOVE SPACES TO WS-RUTA-PROFORMA.
           STRING "../files/out/Proforma" DELIMITED BY SIZE
               WS-NUMERO-PROFORMA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-PROFORMA.
           OPEN OUTPUT PROFORMA-FILE.
           IF FS-PROFORMA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR " WS-RUTA-PROFORMA " FS: "
                   FS-PROFORMA
               STOP RUN
           END-IF.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE "BUSCC"  TO EMI-OP.
           MOVE SUC-CUIT TO EMI-CUIT.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE EMO-RAZON TO PRF-EE-RAZON.
           MOVE EMO-CUIT  TO PRF-EE-CUIT.
           MOVE WS-NUMERO-PROFORMA TO PRF-E1-NUMERO.
           MOVE FECHA-DD   TO PRF-E1-DD.
           MOVE FECHA-MM   TO PRF-E1-MM.
           MOVE FECHA-AAAA TO PRF-E1-AAAA.
           WRITE REG-PROFORMA FROM LINEA-SEPARADORA.
           WRITE REG-PROFORMA FROM PRF-ENCABEZADO1.
           IF PRF-EE-RAZON IS NOT EQUAL TO SPACES
               WRITE REG-PROFORMA FROM PRF-ENCABEZADO-EMISOR
           END-IF.
           MOVE SUC-RAZON TO PRF-E2-RAZON.
           MOVE SUC-CUIT  TO PRF-E2-CUIT.
           WRITE REG-PROFORMA FROM PRF-ENCABEZADO2.
           MOVE PRS-MES(5:2) TO PRF-E3-MM.
           MOVE PRS-MES(1:4) TO PRF-E3-AAAA.
           WRITE REG-PROFORMA FROM PRF-ENCABEZADO3.
           WRITE REG-PROFORMA FROM LINEA-EN-BLANCO.
           WRITE REG-PROFORMA FROM PRF-ENCABEZADO-TABLA.
           WRITE REG-PROFORMA FROM LINEA-TABLA.

       VALUAR-UNA-CLASE.
           IF AGE-SUCURSAL IS EQUAL TO SUC-SUCURSAL
               AND AGE-FECHA(1:6) IS EQUAL TO PRS-MES
               PERFORM CALCULAR-IMPORTE-CLASE
               ADD 1 TO CANT-CLASES
               ADD AGE-HORAS TO TOT-HORAS
               ADD IMPORTE TO TOT-COSTO
               MOVE AGE-FECHA     TO WS-CNV-FECHA
               MOVE AGE-TIP-CLASE TO WS-CNV-TIPO
               PERFORM BUSCAR-CONVENIO
               COMPUTE WS-RECARGO-RENGLON ROUNDED =
                   IMPORTE * WS-CNV-PORC / 100
               ADD WS-RECARGO-RENGLON TO TOT-RECARGO
               MOVE AGE-FECHA(7:2) TO PRF-DT-DD
               MOVE AGE-FECHA(5:2) TO PRF-DT-MM
               MOVE AGE-FECHA(1:4) TO PRF-DT-AAAA
               MOVE AGE-PROF-NUMERO TO PRF-DT-PROF
               MOVE AGE-TIP-CLASE   TO PRF-DT-TIPO
               MOVE AGE-HORAS       TO PRF-DT-HORAS
               MOVE IMPORTE         TO PRF-DT-IMPORTE
               WRITE REG-PROFORMA FROM PRF-DATOS-TABLA
           END-IF.
           PERFORM LEER-AGENDA.

      *- Mismo calculo que CALCULAR-IMPORTE de TP-PARTE2: tarifa
      *- vigente (con la de la sucursal si la tiene), por el recargo
      *- del feriado, por el adicional de antiguedad, por las horas.
       CALCULAR-IMPORTE-CLASE.
           MOVE AGE-PROF-NUMERO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD.
           IF FS-PROFESORES IS EQUAL TO 00
               MOVE PROF-NOMBRE     TO PRF-DT-NOMBRE
               MOVE PROF-FECHA-ALTA TO WS-FECHA-ALTA
           ELSE
               MOVE "PROFESOR INEXISTENTE" TO PRF-DT-NOMBRE
               MOVE 0 TO WS-FECHA-ALTA
           END-IF.
           PERFORM BUSCAR-TARIFA.
           PERFORM BUSCAR-FERIADO.
           PERFORM BUSCAR-ANTIGUEDAD.
           MULTIPLY TARIFA-VIG BY WS-RECARGO-FERIADO
               GIVING TARIFA-EFECTIVA.
           COMPUTE TARIFA-EFECTIVA ROUNDED =
               TARIFA-EFECTIVA * (1 + WS-PORC-ANTIGUEDAD / 100).
           MULTIPLY TARIFA-EFECTIVA BY AGE-HORAS GIVING IMPORTE.

       BUSCAR-TARIFA.
           MOVE 0 TO TARIFA-VIG.
           PERFORM VARYING INDICE-TAR FROM 1 BY 1
               UNTIL INDICE-TAR > CANT-TAR
               IF VEC-TAR-TIP-CLASE(INDICE-TAR) IS EQUAL
                       TO AGE-TIP-CLASE
                   AND VEC-TAR-VIG-DES(INDICE-TAR) IS NOT
                       GREATER THAN AGE-FECHA
                   MOVE VEC-TAR-TARIFA(INDICE-TAR) TO TARIFA-VIG
               END-IF
           END-PERFORM.
           MOVE 0 TO VIG-TSU-HALLADA.
           PERFORM VARYING INDICE-TSU FROM 1 BY 1
               UNTIL INDICE-TSU > CANT-TARSUC
               IF VEC-TSU-SUCURSAL(INDICE-TSU) IS EQUAL
                       TO SUC-SUCURSAL
                   AND VEC-TSU-TIP-CLASE(INDICE-TSU) IS EQUAL
                       TO AGE-TIP-CLASE
                   AND VEC-TSU-VIG-DES(INDICE-TSU) IS NOT
                       GREATER THAN AGE-FECHA
                   AND VEC-TSU-VIG-DES(INDICE-TSU) IS NOT LESS
                       THAN VIG-TSU-HALLADA
                   MOVE VEC-TSU-VIG-DES(INDICE-TSU)
                       TO VIG-TSU-HALLADA
                   MOVE VEC-TSU-TARIFA(INDICE-TSU) TO TARIFA-VIG
               END-IF
           END-PERFORM.
           IF TARIFA-VIG IS EQUAL TO 0
               DISPLAY "SIN TARIFA VIGENTE PARA " AGE-TIP-CLASE
                   " AL " AGE-FECHA ", SE VALUA EN CERO"
           END-IF.

       BUSCAR-FERIADO.
           MOVE 1 TO WS-RECARGO-FERIADO.
           PERFORM VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > CANT-FER
               IF VEC-FER-FECHA(INDICE-FER) IS EQUAL TO AGE-FECHA
                   AND (VEC-FER-ZONA(INDICE-FER) IS EQUAL TO SPACES
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL TO "00"
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL
                           TO SUC-ZONA)
                   MOVE VEC-FER-RECARGO(INDICE-FER)
                       TO WS-RECARGO-FERIADO
               END-IF
           END-PERFORM.

       BUSCAR-ANTIGUEDAD.
           MOVE 0 TO WS-PORC-ANTIGUEDAD.
           IF CANT-ANTIGUEDAD = 0
               OR WS-FECHA-ALTA IS EQUAL TO 0
               CONTINUE
           ELSE
               PERFORM CALCULAR-ANIOS-SERVICIO
               MOVE 0 TO VIG-ANT-HALLADA
               PERFORM VARYING INDICE-ANT FROM 1 BY 1
                   UNTIL INDICE-ANT > CANT-ANTIGUEDAD
                   IF VEC-ANT-VIG(INDICE-ANT) IS NOT GREATER
                           THAN AGE-FECHA
                       AND VEC-ANT-VIG(INDICE-ANT) IS NOT LESS
                           THAN VIG-ANT-HALLADA
                       AND WS-ANIOS-ANTIG IS NOT LESS
                           THAN VEC-ANT-DESDE(INDICE-ANT)
                       AND WS-ANIOS-ANTIG IS NOT GREATER
                           THAN VEC-ANT-HASTA(INDICE-ANT)
                       MOVE VEC-ANT-VIG(INDICE-ANT)
                           TO VIG-ANT-HALLADA
                       MOVE VEC-ANT-PORC(INDICE-ANT)
                           TO WS-PORC-ANTIGUEDAD
                   END-IF
               END-PERFORM
           END-IF.

       CALCULAR-ANIOS-SERVICIO.
           MOVE AGE-FECHA(1:4)     TO WS-AAAA-CLASE.
           MOVE WS-FECHA-ALTA(1:4) TO WS-AAAA-ALTA.
           COMPUTE WS-ANIOS-ANTIG = WS-AAAA-CLASE - WS-AAAA-ALTA.
           IF AGE-FECHA(5:4) < WS-FECHA-ALTA(5:4)
               SUBTRACT 1 FROM WS-ANIOS-ANTIG
           END-IF.
           IF WS-ANIOS-ANTIG < 0
               MOVE 0 TO WS-ANIOS-ANTIG
           END-IF.

      *- Renglon general y renglon del tipo de la vigencia mas
      *- reciente que no sea posterior a WS-CNV-FECHA, igual que
      *- FACTURACION-SUCURSALES (la tabla ya tiene solo la sucursal).
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
               IF VEC-CNV-VIG-DESDE(INDICE-CNV) IS NOT GREATER
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

      *- Cargo fijo y minimo del convenio general vigente al fin del
      *- mes, igual que la factura del mes.
       CERRAR-PROFORMA.
           MOVE WS-FIN-MES TO WS-CNV-FECHA.
           MOVE SPACES TO WS-CNV-TIPO.
           PERFORM BUSCAR-CONVENIO.
           MOVE WS-CNV-FIJO TO WS-CARGO-FIJO.
           MOVE 0 TO WS-AJUSTE-MINIMO.
           COMPUTE TOT-NETO = TOT-COSTO + TOT-RECARGO + WS-CARGO-FIJO.
           IF WS-CNV-MINIMO > TOT-NETO
               COMPUTE WS-AJUSTE-MINIMO = WS-CNV-MINIMO - TOT-NETO
               MOVE WS-CNV-MINIMO TO TOT-NETO
           END-IF.
           COMPUTE IVA-PROFORMA ROUNDED =
               TOT-NETO * WS-ALICUOTA-IVA / 100.
           COMPUTE TOT-PROFORMA = TOT-NETO + IVA-PROFORMA.

           WRITE REG-PROFORMA FROM LINEA-TABLA.
           MOVE "Subtotal costo docente" TO PRF-LCO-LEYENDA.
           MOVE TOT-COSTO TO PRF-LCO-IMPORTE.
           WRITE REG-PROFORMA FROM PRF-LINEA-CONCEPTO.
           IF TOT-RECARGO > 0
               MOVE "Honorarios s/costo docente (convenio)"
                   TO PRF-LCO-LEYENDA
               MOVE TOT-RECARGO TO PRF-LCO-IMPORTE
               WRITE REG-PROFORMA FROM PRF-LINEA-CONCEPTO
           END-IF.
           IF WS-CARGO-FIJO > 0
               MOVE "Cargo fijo mensual (convenio)" TO PRF-LCO-LEYENDA
               MOVE WS-CARGO-FIJO TO PRF-LCO-IMPORTE
               WRITE REG-PROFORMA FROM PRF-LINEA-CONCEPTO
           END-IF.
           IF WS-AJUSTE-MINIMO > 0
               MOVE "Ajuste a minimo mensual (convenio)"
                   TO PRF-LCO-LEYENDA
               MOVE WS-AJUSTE-MINIMO TO PRF-LCO-IMPORTE
               WRITE REG-PROFORMA FROM PRF-LINEA-CONCEPTO
           END-IF.
           MOVE "Importe neto" TO PRF-LCO-LEYENDA.
           MOVE TOT-NETO TO PRF-LCO-IMPORTE.
           WRITE REG-PROFORMA FROM PRF-LINEA-CONCEPTO.
           MOVE WS-ALICUOTA-IVA TO PRF-LIV-ALICUOTA.
           MOVE IVA-PROFORMA    TO PRF-LIV-IMPORTE.
           WRITE REG-PROFORMA FROM PRF-LINEA-IVA.
           MOVE TOT-PROFORMA    TO PRF-TOTAL-ED.
           WRITE REG-PROFORMA FROM PRF-LINEA-TOTAL.
           WRITE REG-PROFORMA FROM LINEA-EN-BLANCO.
           WRITE REG-PROFORMA FROM PRF-LINEA-PIE.
           CLOSE PROFORMA-FILE.

       REGISTRAR-PROFORMA.
           OPEN EXTEND EMITIDAS-FILE.
           IF FS-EMITIDAS IS EQUAL TO 35
               OPEN OUTPUT EMITIDAS-FILE
           END-IF.
           IF FS-EMITIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFORMASEMITIDAS FS: "
                   FS-EMITIDAS
           ELSE
               MOVE WS-NUMERO-PROFORMA TO PRF-NUMERO
               MOVE HOY-NUMERICO       TO PRF-FECHA
               MOVE SUC-SUCURSAL       TO PRF-SUCURSAL
               MOVE SUC-CUIT           TO PRF-CUIT
               MOVE WS-MES-PROFORMA    TO PRF-MES
               MOVE CANT-CLASES        TO PRF-CLASES
               MOVE TOT-HORAS          TO PRF-HORAS
               MOVE TOT-COSTO          TO PRF-COSTO
               MOVE TOT-NETO           TO PRF-NETO
               MOVE WS-ALICUOTA-IVA    TO PRF-ALICUOTA
               MOVE IVA-PROFORMA       TO PRF-IVA
               MOVE TOT-PROFORMA       TO PRF-TOTAL
               WRITE REG-EMITIDAS
               CLOSE EMITIDAS-FILE
           END-IF.

       END PROGRAM PRESUPUESTO-SUCURSAL.
