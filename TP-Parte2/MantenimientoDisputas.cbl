       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DISPUTAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Registro de disputas de las sucursales sobre renglones de su
      *- liquidacion (profesor equivocado, clase que no se dicto,
      *- horas mal informadas): hasta ahora llegaban por correo y se
      *- perdian. Cada disputa se registra contra un renglon puntual
      *- del detalle que persiste TP-PARTE2 (la clave DET-CLAVE de
      *- ListadoSucursalDetalle.dat: razon, CUIT, fecha, profesor y
      *- secuencia de la clase) y lleva el importe disputado, el
      *- motivo, el estado (abierta / aceptada / rechazada) y el
      *- operador que la dio de alta y el que la resolvio.
      *-
      *- El detalle de TP-PARTE2 se rehace en cada corrida, asi que
      *- el renglon se busca primero en DetalleFacturado.dat (el
      *- historico de renglones ya facturados que deja
      *- FACTURACION-SUCURSALES, con la factura de cada uno) y, si
      *- todavia no se facturo, en el detalle de la ultima corrida.
      *- Una disputa por renglon; los de correccion no se disputan.
      *-
      *- Una disputa aceptada deja en NovTimesCaptura.dat la novedad
      *- de correccion ("C") que revierte el importe disputado en la
      *- proxima corrida, pendiente de lote como las que se tipean en
      *- CAPTURA-NOVEDADES (CIERRE-LOTE-CAPTURA la manda al merge de
      *- TP_PARTE_1A). Las horas de la correccion son la parte de las
      *- horas del renglon que corresponde al importe disputado; en
      *- una cancelacion tardia, ademas, al porcentaje que se pago
      *- del tipo de clase (TiposClase.dat). Cada alta y resolucion
      *- queda en AuditoriaMaestros.dat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DISPUTAS-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/DisputasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CLAVE OF REG-DISPUTA
           FILE STATUS IS FS-DISPUTAS.

      *- Renglones ya facturados, con la factura que los llevo (ver
      *- FACTURACION-SUCURSALES). Opcional.
       SELECT DETALLE-FACTURADO-FILE
           ASSIGN TO DISK "../files/out/DetalleFacturado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DFA-CLAVE OF REG-DETALLE-FACTURADO
           FILE STATUS IS FS-DETALLE-FAC.

      *- Detalle de la ultima corrida de TP-PARTE2. Opcional.
       SELECT DETALLE-SUCURSAL-FILE
           ASSIGN TO DISK "../files/out/ListadoSucursalDetalle.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DET-CLAVE OF REG-DETALLE-SUCURSAL
           FILE STATUS IS FS-DETALLE.

       SELECT SUCURSALES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

      *- Solo por el porcentaje pagado de una cancelacion tardia.
       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT CAPTURA-FILE
           ASSIGN TO DISK "../files/out/NovTimesCaptura.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAPTURA.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD DISPUTAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DISPUTA.
      *- Misma clave que el renglon disputado (DET-CLAVE).
           03 DIS-CLAVE.
               05 DIS-RAZON             PIC X(25).
               05 DIS-CUIT              PIC 9(11).
               05 DIS-FECHA             PIC 9(08).
               05 DIS-PROF-NUMERO       PIC X(05).
               05 DIS-TIM-SEC           PIC 9(04).
           03 DIS-SUCURSAL              PIC X(03).
      *- Copia del renglon al momento del alta.
           03 DIS-PROF-NOMBRE           PIC X(25).
           03 DIS-TIP-CLASE             PIC X(04).
           03 DIS-TIPO-NOV              PIC X(01).
           03 DIS-HORAS                 PIC 9(02)V99.
           03 DIS-IMPORTE-RENGLON       PIC 9(07)V99.
           03 DIS-IMPORTE               PIC 9(07)V99.
      *- "P" profesor equivocado, "N" clase no dictada, "H" horas
      *- mal informadas, "O" otro (ver el comentario).
           03 DIS-MOTIVO                PIC X(01).
              88 DIS-MOTIVO-VALIDO     VALUE "P" "N" "H" "O".
           03 DIS-COMENTARIO            PIC X(40).
      *- "A" abierta, "C" aceptada (se corrige), "R" rechazada.
           03 DIS-ESTADO                PIC X(01).
              88 DIS-ABIERTA                       VALUE "A".
              88 DIS-ACEPTADA                      VALUE "C".
              88 DIS-RECHAZADA                     VALUE "R".
           03 DIS-FECHA-ALTA            PIC 9(08).
           03 DIS-OPERADOR-ALTA         PIC X(10).
           03 DIS-FECHA-RESOL           PIC 9(08).
           03 DIS-OPERADOR-RESOL        PIC X(10).
      *- Horas de la novedad de correccion que genero la aceptacion.
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

       FD DETALLE-SUCURSAL-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DETALLE-SUCURSAL.
           03 DET-CLAVE.
               05 DET-RAZON             PIC X(25).
               05 DET-CUIT              PIC 9(11).
               05 DET-FECHA             PIC 9(08).
               05 DET-PROF-NUMERO       PIC X(05).
               05 DET-TIM-SEC           PIC 9(04).
           03 DET-PROF-NOMBRE           PIC X(25).
           03 DET-HORAS                 PIC 9(02)V99.
           03 DET-IMPORTE               PIC 9(07)V99.
           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
           03 DET-TIPO-NOV              PIC X(01).
           03 DET-TIP-CLASE             PIC X(04).
           03 DET-ID-CORRIDA            PIC X(16).

       FD SUCURSALES
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-SUCURSAL    PIC X(03).
           03  SUC-RAZON       PIC X(25).
           03  SUC-DIRE        PIC X(20).
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIPOSCLASE.
           03 TIP-CLASE         PIC X(04).
           03 TIP-VIG-DES       PIC 9(08).
           03 TIP-DESC          PIC X(20).
           03 TIP-TARIFA        PIC 9(5)V99.
           03 TIP-HORAS-MIN     PIC 9(2)V99.
           03 TIP-HORAS-MAX     PIC 9(2)V99.
           03 TIP-ASIST-MIN     PIC 9(03).
           03 TIP-PORC-CANCEL   PIC 9(03)V99.

      *- Mismo layout que graba CAPTURA-NOVEDADES.
       FD CAPTURA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CAPTURA.
           03 CAP-NOVEDAD.
               05 CAP-NUMERO        PIC X(05).
               05 CAP-FECHA         PIC 9(08).
               05 CAP-SUCURSAL      PIC X(03).
               05 CAP-TIPCLASE      PIC X(04).
               05 CAP-HORAS         PIC 9(2)V99.
               05 CAP-TIPO-NOV      PIC X(01).
           03 CAP-LOTE         PIC 9(06).
           03 CAP-ESTADO       PIC X(01).
           03 CAP-HORA-INI     PIC X(04).
           03 CAP-ASISTENTES   PIC X(03).

       FD AUDITORIA
           LABEL RECORD OMITTED.
       01 REG-AUDITORIA.
           03 AUD-OPERACION     PIC X(01).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-ARCHIVO       PIC X(10).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-CLAVE         PIC X(11).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-OPERADOR      PIC X(10).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-ANTES         PIC X(120).
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-DESPUES       PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-DISPUTAS          PIC XX.
       01 FS-DETALLE-FAC       PIC XX.
       01 FS-DETALLE           PIC XX.
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".
       01 FS-TIPOSCLASE        PIC XX.
       01 FS-CAPTURA           PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Archivos opcionales que se pudieron abrir.
       01 WS-HAY-FACTURADO      PIC X(01)   VALUE "N".
           88 HAY-FACTURADO                 VALUE "S".
       01 WS-HAY-DETALLE        PIC X(01)   VALUE "N".
           88 HAY-DETALLE                   VALUE "S".

      *- Renglon o disputa que se busca: razon/CUIT/fecha/profesor
      *- (los primeros 49 caracteres de la clave) y la secuencia de
      *- la clase, que se pide solo si hay mas de una ese dia.
       01 WS-CLAVE-BUSCADA.
           03 WS-PREFIJO-BUSCADO.
               05 WS-BUS-RAZON          PIC X(25).
               05 WS-BUS-CUIT           PIC 9(11).
               05 WS-BUS-FECHA          PIC 9(08).
               05 WS-BUS-PROF-NUMERO    PIC X(05).
           03 WS-BUS-TIM-SEC            PIC 9(04).
       01 WS-BUS-SUCURSAL       PIC X(03).
       77 CANT-CANDIDATOS       PIC 9(03)   VALUE 0.
       01 WS-SEC-TEXTO          PIC X(04).

       01 WS-CLAVE-VALIDA       PIC X(01)   VALUE "N".
           88 CLAVE-VALIDA                  VALUE "S".
       01 WS-RENGLON-HALLADO    PIC X(01)   VALUE "N".
           88 RENGLON-HALLADO               VALUE "S".
       01 WS-DISPUTA-HALLADA    PIC X(01)   VALUE "N".
           88 DISPUTA-HALLADA               VALUE "S".

      *- Renglon hallado, del historico facturado o del detalle.
       01 WS-RENGLON.
           03 WS-REN-CLAVE              PIC X(53).
           03 WS-REN-PROF-NOMBRE        PIC X(25).
           03 WS-REN-HORAS              PIC 9(02)V99.
           03 WS-REN-IMPORTE            PIC 9(07)V99.
           03 WS-REN-TIPO-NOV           PIC X(01).
           03 WS-REN-TIP-CLASE          PIC X(04).
           03 WS-REN-FAC-EMPRESA        PIC X(02).
           03 WS-REN-FAC-NUMERO         PIC 9(08).

      *- Paso intermedio del ingreso del importe (sin coma, dos
      *- decimales, como en MANTENIMIENTO-COBRANZAS); en blanco se
      *- disputa el renglon completo.
       01 WS-IMPORTE-TEXTO      PIC X(09).
       01 WS-IMPORTE-NUM        PIC 9(09).
       01 WS-RESOLUCION         PIC X(01).

      *- Horas de la novedad de correccion y porcentaje pagado de la
      *- cancelacion tardia (vigencia mas reciente no posterior a la
      *- clase).
       77 WS-HORAS-CORRECCION   PIC 9(02)V99 VALUE 0.
       77 WS-PORC-CANCEL        PIC 9(03)V99 VALUE 0.
       77 VIG-PCA-HALLADA       PIC 9(08)    VALUE 0.
       01 WS-NOVEDAD-GRABADA    PIC X(01)   VALUE "N".
           88 NOVEDAD-GRABADA               VALUE "S".

      *- Imagen de la disputa para la auditoria (antes / despues).
       01 WS-IMAGEN-DISPUTA.
           03 WS-IMG-CLAVE              PIC X(53).
           03 WS-IMG-IMPORTE            PIC 9(07)V99.
           03 WS-IMG-MOTIVO             PIC X(01).
           03 WS-IMG-ESTADO             PIC X(01).
           03 WS-IMG-FECHA-RESOL        PIC 9(08).
           03 WS-IMG-OPERADOR-RESOL     PIC X(10).
           03 WS-IMG-HORAS-CORRECCION   PIC 9(02)V99.
       01 WS-IMAGEN-ANTES       PIC X(86).

       77 CANT-LISTADAS         PIC 9(04)   VALUE 0.
       77 TOT-ABIERTO-SUC       PIC 9(09)V99 VALUE 0.

      *- Autenticacion del operador (ver TP-Parte2/
      *- VALIDAR-OPERADOR.cbl): sin clave valida y perfil suficiente
      *- el programa no arranca en modo actualizacion.
       01 WS-CLAVE-OPE          PIC X(10).
       01 PAR-OPE-IN.
           03 VOP-CODIGO        PIC X(10).
           03 VOP-PASSWORD      PIC X(10).
           03 VOP-PROGRAMA      PIC X(20).
       01 PAR-OPE-OUT.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

           PERFORM VALIDAR-ACCESO-OPERADOR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "MANTENIM-DISPUTAS" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT, SE TRABAJA "
                       "SIN CONTROL DE ACCESO"
               WHEN OTHER
                   DISPLAY "ACCESO DENEGADO (CR " VOP-CR ")"
                   STOP RUN
           END-EVALUATE.

      *- Primera disputa: el indexado no existe todavia y se crea
      *- vacio, igual que el maestro de facturas.
       ABRIR-ARCHIVOS.
           OPEN I-O DISPUTAS-FILE.
           IF FS-DISPUTAS IS NOT EQUAL TO 00
               OPEN OUTPUT DISPUTAS-FILE
               CLOSE DISPUTAS-FILE
               OPEN I-O DISPUTAS-FILE
           END-IF.
           IF FS-DISPUTAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DISPUTAS FS: " FS-DISPUTAS
               STOP RUN
           END-IF.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.
           OPEN INPUT DETALLE-FACTURADO-FILE.
           IF FS-DETALLE-FAC IS EQUAL TO 00
               MOVE "S" TO WS-HAY-FACTURADO
           ELSE
               DISPLAY "NO HAY RENGLONES FACTURADOS REGISTRADOS"
           END-IF.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS EQUAL TO 00
               MOVE "S" TO WS-HAY-DETALLE
           ELSE
               DISPLAY "NO HAY DETALLE DE LA ULTIMA LIQUIDACION"
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE DISPUTAS-FILE.
           CLOSE SUCURSALES.
           IF HAY-FACTURADO
               CLOSE DETALLE-FACTURADO-FILE
           END-IF.
           IF HAY-DETALLE
               CLOSE DETALLE-SUCURSAL-FILE
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "DISPUTAS DE SUCURSALES".
           DISPLAY "1. ALTA DE DISPUTA".
           DISPLAY "2. RESOLVER DISPUTA (ACEPTAR / RECHAZAR)".
           DISPLAY "3. LISTAR DISPUTAS POR SUCURSAL".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-DISPUTA
               WHEN "2" PERFORM RESOLVER-DISPUTA
               WHEN "3" PERFORM LISTAR-DISPUTAS-SUCURSAL
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *- Sucursal por CUIT (su razon es la del detalle), fecha y
      *- profesor del renglon.
       INGRESAR-CLAVE.
           MOVE "N" TO WS-CLAVE-VALIDA.
           DISPLAY "CUIT DE LA SUCURSAL: " WITH NO ADVANCING.
           ACCEPT WS-BUS-CUIT.
           MOVE WS-BUS-CUIT TO SUC-CUIT.
           READ SUCURSALES RECORD
               KEY IS SUC-CUIT OF REG-SUCURSALES.
           IF NOT OK-SUC
               DISPLAY "SUCURSAL NO ENCONTRADA"
           ELSE
               DISPLAY "SUCURSAL: " SUC-RAZON
               MOVE SUC-RAZON    TO WS-BUS-RAZON
               MOVE SUC-SUCURSAL TO WS-BUS-SUCURSAL
               DISPLAY "FECHA DE LA CLASE (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-BUS-FECHA
               DISPLAY "PROFESOR: " WITH NO ADVANCING
               ACCEPT WS-BUS-PROF-NUMERO
               MOVE 0 TO WS-BUS-TIM-SEC
               MOVE "S" TO WS-CLAVE-VALIDA
           END-IF.

      *- Con mas de una clase del profesor ese dia se pide cual.
       PEDIR-SECUENCIA.
           DISPLAY "SECUENCIA DE LA CLASE: " WITH NO ADVANCING.
           ACCEPT WS-SEC-TEXTO.
           IF WS-SEC-TEXTO IS NUMERIC
               MOVE WS-SEC-TEXTO TO WS-BUS-TIM-SEC
           ELSE
               DISPLAY "SECUENCIA INVALIDA: " WS-SEC-TEXTO
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.

       ALTA-DISPUTA.
           PERFORM INGRESAR-CLAVE.
           IF CLAVE-VALIDA
               PERFORM BUSCAR-RENGLON
           END-IF.
           IF CLAVE-VALIDA AND RENGLON-HALLADO
               MOVE WS-REN-CLAVE TO DIS-CLAVE
               READ DISPUTAS-FILE RECORD
               EVALUATE TRUE
                   WHEN FS-DISPUTAS IS EQUAL TO 00
                       DISPLAY "EL RENGLON YA TIENE UNA DISPUTA, "
                           "ESTADO " DIS-ESTADO
                   WHEN WS-REN-TIPO-NOV IS EQUAL TO "C"
                       DISPLAY "UN RENGLON DE CORRECCION NO SE "
                           "DISPUTA"
                   WHEN WS-REN-IMPORTE IS EQUAL TO 0
                       DISPLAY "RENGLON SIN IMPORTE, NADA QUE "
                           "DISPUTAR"
                   WHEN OTHER
                       PERFORM CAPTURAR-RESTO-DISPUTA
               END-EVALUATE
           END-IF.

       CAPTURAR-RESTO-DISPUTA.
           MOVE WS-REN-CLAVE       TO DIS-CLAVE.
           MOVE WS-BUS-SUCURSAL    TO DIS-SUCURSAL.
           MOVE WS-REN-PROF-NOMBRE TO DIS-PROF-NOMBRE.
           MOVE WS-REN-TIP-CLASE   TO DIS-TIP-CLASE.
           MOVE WS-REN-TIPO-NOV    TO DIS-TIPO-NOV.
           MOVE WS-REN-HORAS       TO DIS-HORAS.
           MOVE WS-REN-IMPORTE     TO DIS-IMPORTE-RENGLON.
           MOVE "N" TO WS-CLAVE-VALIDA.
           DISPLAY "IMPORTE DISPUTADO (SIN COMA, DOS DECIMALES; "
               "EN BLANCO EL RENGLON COMPLETO): " WITH NO ADVANCING.
           ACCEPT WS-IMPORTE-TEXTO.
           EVALUATE TRUE
               WHEN WS-IMPORTE-TEXTO IS EQUAL TO SPACES
                   MOVE WS-REN-IMPORTE TO DIS-IMPORTE
                   MOVE "S" TO WS-CLAVE-VALIDA
               WHEN WS-IMPORTE-TEXTO IS NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO: " WS-IMPORTE-TEXTO
               WHEN OTHER
                   MOVE WS-IMPORTE-TEXTO TO WS-IMPORTE-NUM
                   COMPUTE DIS-IMPORTE = WS-IMPORTE-NUM / 100
                   IF DIS-IMPORTE IS EQUAL TO 0
                       OR DIS-IMPORTE > WS-REN-IMPORTE
                       DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO Y "
                           "NO SUPERAR EL DEL RENGLON"
                   ELSE
                       MOVE "S" TO WS-CLAVE-VALIDA
                   END-IF
           END-EVALUATE.
           IF CLAVE-VALIDA
               DISPLAY "MOTIVO (P=PROFESOR EQUIVOCADO, N=CLASE NO "
                   "DICTADA, H=HORAS, O=OTRO): " WITH NO ADVANCING
               ACCEPT DIS-MOTIVO
               IF NOT DIS-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO: " DIS-MOTIVO
                   MOVE "N" TO WS-CLAVE-VALIDA
               END-IF
           END-IF.
           IF CLAVE-VALIDA
               DISPLAY "COMENTARIO: " WITH NO ADVANCING
               ACCEPT DIS-COMENTARIO
               PERFORM GRABAR-DISPUTA
           END-IF.

       GRABAR-DISPUTA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           MOVE "A"          TO DIS-ESTADO.
           MOVE WS-FHA-FECHA TO DIS-FECHA-ALTA.
           MOVE WS-OPERADOR  TO DIS-OPERADOR-ALTA.
           MOVE 0            TO DIS-FECHA-RESOL.
           MOVE SPACES       TO DIS-OPERADOR-RESOL.
           MOVE 0            TO DIS-HORAS-CORRECCION.
           WRITE REG-DISPUTA.
           IF FS-DISPUTAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL DAR DE ALTA LA DISPUTA FS: "
                   FS-DISPUTAS
           ELSE
               DISPLAY "DISPUTA REGISTRADA"
               MOVE "A" TO AUD-OPERACION
               MOVE SPACES TO AUD-ANTES
               PERFORM ARMAR-IMAGEN-DISPUTA
               MOVE WS-IMAGEN-DISPUTA TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *- El renglon se busca en el historico facturado y, si no esta,
      *- en el detalle de la ultima corrida.
       BUSCAR-RENGLON.
           MOVE "N" TO WS-RENGLON-HALLADO.
           MOVE 0 TO CANT-CANDIDATOS.
           IF HAY-FACTURADO
               PERFORM BUSCAR-EN-FACTURADO
           END-IF.
           IF CANT-CANDIDATOS = 0 AND HAY-DETALLE
               PERFORM BUSCAR-EN-DETALLE
           END-IF.
           IF CANT-CANDIDATOS = 0
               DISPLAY "NO HAY RENGLONES LIQUIDADOS PARA ESA "
                   "SUCURSAL, FECHA Y PROFESOR"
           END-IF.

       BUSCAR-EN-FACTURADO.
           MOVE WS-CLAVE-BUSCADA TO DFA-CLAVE.
           START DETALLE-FACTURADO-FILE KEY IS >= DFA-CLAVE
               INVALID KEY
                   MOVE 23 TO FS-DETALLE-FAC
           END-START.
           IF FS-DETALLE-FAC IS EQUAL TO 00
               PERFORM LEER-FACTURADO
               PERFORM MOSTRAR-CANDIDATO-FACTURADO
                   UNTIL FS-DETALLE-FAC IS NOT EQUAL TO 00
                   OR DFA-CLAVE(1:49) IS NOT EQUAL
                       TO WS-PREFIJO-BUSCADO
           END-IF.
           IF CANT-CANDIDATOS = 1
               MOVE "S" TO WS-RENGLON-HALLADO
           END-IF.
           IF CANT-CANDIDATOS > 1
               PERFORM PEDIR-SECUENCIA
               IF CLAVE-VALIDA
                   MOVE WS-CLAVE-BUSCADA TO DFA-CLAVE
                   READ DETALLE-FACTURADO-FILE RECORD
                       KEY IS DFA-CLAVE
                   IF FS-DETALLE-FAC IS EQUAL TO 00
                       PERFORM COPIAR-RENGLON-FACTURADO
                       MOVE "S" TO WS-RENGLON-HALLADO
                   ELSE
                       DISPLAY "SECUENCIA INEXISTENTE: "
                           WS-BUS-TIM-SEC
                   END-IF
               END-IF
           END-IF.

       LEER-FACTURADO.
           READ DETALLE-FACTURADO-FILE NEXT RECORD.
           IF FS-DETALLE-FAC IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DETALLE FACTURADO FS: "
                   FS-DETALLE-FAC
           END-IF.

       MOSTRAR-CANDIDATO-FACTURADO.
           ADD 1 TO CANT-CANDIDATOS.
           DISPLAY "SEC " DFA-TIM-SEC " " DFA-PROF-NOMBRE
               " HORAS " DFA-HORAS " IMPORTE " DFA-IMPORTE
               " TIPO " DFA-TIPO-NOV " FACTURA " DFA-FAC-EMPRESA
               "-" DFA-FAC-NUMERO.
           PERFORM COPIAR-RENGLON-FACTURADO.
           PERFORM LEER-FACTURADO.

       COPIAR-RENGLON-FACTURADO.
           MOVE DFA-CLAVE       TO WS-REN-CLAVE.
           MOVE DFA-PROF-NOMBRE TO WS-REN-PROF-NOMBRE.
           MOVE DFA-HORAS       TO WS-REN-HORAS.
           MOVE DFA-IMPORTE     TO WS-REN-IMPORTE.
           MOVE DFA-TIPO-NOV    TO WS-REN-TIPO-NOV.
           MOVE DFA-TIP-CLASE   TO WS-REN-TIP-CLASE.
           MOVE DFA-FAC-EMPRESA TO WS-REN-FAC-EMPRESA.
           MOVE DFA-FAC-NUMERO  TO WS-REN-FAC-NUMERO.

       BUSCAR-EN-DETALLE.
           MOVE WS-CLAVE-BUSCADA TO DET-CLAVE.
           START DETALLE-SUCURSAL-FILE KEY IS >= DET-CLAVE
               INVALID KEY
                   MOVE 23 TO FS-DETALLE
           END-START.
           IF FS-DETALLE IS EQUAL TO 00
               PERFORM LEER-DETALLE
               PERFORM MOSTRAR-CANDIDATO-DETALLE
                   UNTIL FS-DETALLE IS NOT EQUAL TO 00
                   OR DET-CLAVE(1:49) IS NOT EQUAL
                       TO WS-PREFIJO-BUSCADO
           END-IF.
           IF CANT-CANDIDATOS = 1
               MOVE "S" TO WS-RENGLON-HALLADO
           END-IF.
           IF CANT-CANDIDATOS > 1
               PERFORM PEDIR-SECUENCIA
               IF CLAVE-VALIDA
                   MOVE WS-CLAVE-BUSCADA TO DET-CLAVE
                   READ DETALLE-SUCURSAL-FILE RECORD
                       KEY IS DET-CLAVE
                   IF FS-DETALLE IS EQUAL TO 00
                       PERFORM COPIAR-RENGLON-DETALLE
                       MOVE "S" TO WS-RENGLON-HALLADO
                   ELSE
                       DISPLAY "SECUENCIA INEXISTENTE: "
                           WS-BUS-TIM-SEC
                   END-IF
               END-IF
           END-IF.

       LEER-DETALLE.
           READ DETALLE-SUCURSAL-FILE NEXT RECORD.
           IF FS-DETALLE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DETALLE-SUCURSAL FS: "
                   FS-DETALLE
           END-IF.

       MOSTRAR-CANDIDATO-DETALLE.
           ADD 1 TO CANT-CANDIDATOS.
           DISPLAY "SEC " DET-TIM-SEC " " DET-PROF-NOMBRE
               " HORAS " DET-HORAS " IMPORTE " DET-IMPORTE
               " TIPO " DET-TIPO-NOV " (SIN FACTURAR)".
           PERFORM COPIAR-RENGLON-DETALLE.
           PERFORM LEER-DETALLE.

       COPIAR-RENGLON-DETALLE.
           MOVE DET-CLAVE       TO WS-REN-CLAVE.
           MOVE DET-PROF-NOMBRE TO WS-REN-PROF-NOMBRE.
           MOVE DET-HORAS       TO WS-REN-HORAS.
           MOVE DET-IMPORTE     TO WS-REN-IMPORTE.
           MOVE DET-TIPO-NOV    TO WS-REN-TIPO-NOV.
           MOVE DET-TIP-CLASE   TO WS-REN-TIP-CLASE.
           MOVE SPACES          TO WS-REN-FAC-EMPRESA.
           MOVE 0               TO WS-REN-FAC-NUMERO.

      *- Disputa de la sucursal, fecha y profesor ingresados.
       BUSCAR-DISPUTA.
           MOVE "N" TO WS-DISPUTA-HALLADA.
           MOVE 0 TO CANT-CANDIDATOS.
           MOVE WS-CLAVE-BUSCADA TO DIS-CLAVE.
           START DISPUTAS-FILE KEY IS >= DIS-CLAVE
               INVALID KEY
                   MOVE 23 TO FS-DISPUTAS
           END-START.
           IF FS-DISPUTAS IS EQUAL TO 00
               PERFORM LEER-DISPUTA
               PERFORM CONTAR-CANDIDATO-DISPUTA
                   UNTIL FS-DISPUTAS IS NOT EQUAL TO 00
                   OR DIS-CLAVE(1:49) IS NOT EQUAL
                       TO WS-PREFIJO-BUSCADO
           END-IF.
           EVALUATE TRUE
               WHEN CANT-CANDIDATOS = 0
                   DISPLAY "NO HAY DISPUTAS PARA ESA SUCURSAL, FECHA "
                       "Y PROFESOR"
               WHEN CANT-CANDIDATOS = 1
                   MOVE WS-REN-CLAVE TO WS-CLAVE-BUSCADA
               WHEN OTHER
                   PERFORM PEDIR-SECUENCIA
           END-EVALUATE.
           IF CANT-CANDIDATOS > 0 AND CLAVE-VALIDA
               MOVE WS-CLAVE-BUSCADA TO DIS-CLAVE
               READ DISPUTAS-FILE RECORD
                   KEY IS DIS-CLAVE
               IF FS-DISPUTAS IS EQUAL TO 00
                   MOVE "S" TO WS-DISPUTA-HALLADA
               ELSE
                   DISPLAY "SECUENCIA INEXISTENTE: " WS-BUS-TIM-SEC
               END-IF
           END-IF.

       LEER-DISPUTA.
           READ DISPUTAS-FILE NEXT RECORD.
           IF FS-DISPUTAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPUTAS FS: " FS-DISPUTAS
           END-IF.

       CONTAR-CANDIDATO-DISPUTA.
           ADD 1 TO CANT-CANDIDATOS.
           MOVE DIS-CLAVE TO WS-REN-CLAVE.
           PERFORM MOSTRAR-DISPUTA.
           PERFORM LEER-DISPUTA.

       MOSTRAR-DISPUTA.
           DISPLAY DIS-FECHA " PROF " DIS-PROF-NUMERO " SEC "
               DIS-TIM-SEC " DISPUTADO " DIS-IMPORTE " DE "
               DIS-IMPORTE-RENGLON " MOTIVO " DIS-MOTIVO
               " ESTADO " DIS-ESTADO " ALTA " DIS-FECHA-ALTA.
           IF DIS-COMENTARIO IS NOT EQUAL TO SPACES
               DISPLAY "    " DIS-COMENTARIO
           END-IF.

       RESOLVER-DISPUTA.
           PERFORM INGRESAR-CLAVE.
           IF CLAVE-VALIDA
               PERFORM BUSCAR-DISPUTA
           END-IF.
           IF CLAVE-VALIDA AND DISPUTA-HALLADA
               IF NOT DIS-ABIERTA
                   DISPLAY "LA DISPUTA YA FUE RESUELTA EL "
                       DIS-FECHA-RESOL " POR " DIS-OPERADOR-RESOL
               ELSE
                   PERFORM CAPTURAR-RESOLUCION
               END-IF
           END-IF.

       CAPTURAR-RESOLUCION.
           DISPLAY "RESOLUCION (A=ACEPTAR, R=RECHAZAR, OTRA TECLA "
               "VUELVE): " WITH NO ADVANCING.
           ACCEPT WS-RESOLUCION.
           PERFORM ARMAR-IMAGEN-DISPUTA.
           MOVE WS-IMAGEN-DISPUTA TO WS-IMAGEN-ANTES.
           EVALUATE WS-RESOLUCION
               WHEN "A"
                   PERFORM ACEPTAR-DISPUTA
               WHEN "R"
                   MOVE 0 TO WS-HORAS-CORRECCION
                   MOVE "R" TO DIS-ESTADO
                   PERFORM GRABAR-RESOLUCION
               WHEN OTHER
                   DISPLAY "DISPUTA SIN CAMBIOS"
           END-EVALUATE.

      *- Se graba primero la novedad de correccion: si no se puede,
      *- la disputa queda abierta.
       ACEPTAR-DISPUTA.
           PERFORM CALCULAR-HORAS-CORRECCION.
           IF WS-HORAS-CORRECCION IS EQUAL TO 0
               DISPLAY "IMPORTE MENOR A UN CENTESIMO DE HORA: SE "
                   "ACEPTA SIN NOVEDAD DE CORRECCION"
               MOVE "S" TO WS-NOVEDAD-GRABADA
           ELSE
               PERFORM GRABAR-NOVEDAD-CORRECCION
           END-IF.
           IF NOVEDAD-GRABADA
               MOVE "C" TO DIS-ESTADO
               PERFORM GRABAR-RESOLUCION
           END-IF.

      *- Parte de las horas del renglon que corresponde al importe
      *- disputado; en una cancelacion tardia el renglon se valuo al
      *- porcentaje del tipo, y la correccion se liquida a tarifa
      *- completa.
       CALCULAR-HORAS-CORRECCION.
           IF DIS-TIPO-NOV IS EQUAL TO "T"
               PERFORM BUSCAR-PORC-CANCEL
               COMPUTE WS-HORAS-CORRECCION ROUNDED =
                   DIS-HORAS * WS-PORC-CANCEL / 100
                   * DIS-IMPORTE / DIS-IMPORTE-RENGLON
           ELSE
               COMPUTE WS-HORAS-CORRECCION ROUNDED =
                   DIS-HORAS * DIS-IMPORTE / DIS-IMPORTE-RENGLON
           END-IF.

       BUSCAR-PORC-CANCEL.
           MOVE 0 TO WS-PORC-CANCEL.
           MOVE 0 TO VIG-PCA-HALLADA.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS EQUAL TO 00
               PERFORM LEER-TIPOSCLASE
               PERFORM COMPARAR-PORC-CANCEL UNTIL FS-TIPOSCLASE = 10
               CLOSE TIPOSCLASE-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TIPOSCLASE.DAT"
           END-IF.

       LEER-TIPOSCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

       COMPARAR-PORC-CANCEL.
           IF TIP-CLASE IS EQUAL TO DIS-TIP-CLASE
               AND TIP-VIG-DES IS NOT GREATER THAN DIS-FECHA
               AND TIP-VIG-DES IS NOT LESS THAN VIG-PCA-HALLADA
               AND TIP-PORC-CANCEL IS NUMERIC
               MOVE TIP-VIG-DES     TO VIG-PCA-HALLADA
               MOVE TIP-PORC-CANCEL TO WS-PORC-CANCEL
           END-IF.
           PERFORM LEER-TIPOSCLASE.

      *- Novedad pendiente de lote, igual que las de la captura
      *- telefonica.
       GRABAR-NOVEDAD-CORRECCION.
           MOVE "N" TO WS-NOVEDAD-GRABADA.
           OPEN EXTEND CAPTURA-FILE.
           IF FS-CAPTURA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CAPTURA FS: " FS-CAPTURA
           ELSE
               MOVE DIS-PROF-NUMERO     TO CAP-NUMERO
               MOVE DIS-FECHA           TO CAP-FECHA
               MOVE DIS-SUCURSAL        TO CAP-SUCURSAL
               MOVE DIS-TIP-CLASE       TO CAP-TIPCLASE
               MOVE WS-HORAS-CORRECCION TO CAP-HORAS
               MOVE "C"                 TO CAP-TIPO-NOV
               MOVE 0                   TO CAP-LOTE
               MOVE SPACE               TO CAP-ESTADO
               MOVE SPACES              TO CAP-HORA-INI
               MOVE SPACES              TO CAP-ASISTENTES
               WRITE REG-CAPTURA
               IF FS-CAPTURA IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR LA NOVEDAD FS: "
                       FS-CAPTURA
               ELSE
                   MOVE "S" TO WS-NOVEDAD-GRABADA
                   DISPLAY "NOVEDAD DE CORRECCION POR "
                       WS-HORAS-CORRECCION " HORAS PENDIENTE DE LOTE"
               END-IF
               CLOSE CAPTURA-FILE
           END-IF.

       GRABAR-RESOLUCION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           MOVE WS-FHA-FECHA        TO DIS-FECHA-RESOL.
           MOVE WS-OPERADOR         TO DIS-OPERADOR-RESOL.
           MOVE WS-HORAS-CORRECCION TO DIS-HORAS-CORRECCION.
           REWRITE REG-DISPUTA.
           IF FS-DISPUTAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL RESOLVER LA DISPUTA FS: "
                   FS-DISPUTAS
           ELSE
               IF DIS-ACEPTADA
                   DISPLAY "DISPUTA ACEPTADA"
               ELSE
                   DISPLAY "DISPUTA RECHAZADA"
               END-IF
               MOVE "M" TO AUD-OPERACION
               MOVE WS-IMAGEN-ANTES TO AUD-ANTES
               PERFORM ARMAR-IMAGEN-DISPUTA
               MOVE WS-IMAGEN-DISPUTA TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

       LISTAR-DISPUTAS-SUCURSAL.
           DISPLAY "CUIT DE LA SUCURSAL: " WITH NO ADVANCING.
           ACCEPT WS-BUS-CUIT.
           MOVE WS-BUS-CUIT TO SUC-CUIT.
           READ SUCURSALES RECORD
               KEY IS SUC-CUIT OF REG-SUCURSALES.
           IF NOT OK-SUC
               DISPLAY "SUCURSAL NO ENCONTRADA"
           ELSE
               DISPLAY "SUCURSAL: " SUC-RAZON
               MOVE 0 TO CANT-LISTADAS
               MOVE 0 TO TOT-ABIERTO-SUC
               MOVE SUC-RAZON   TO DIS-RAZON
               MOVE WS-BUS-CUIT TO DIS-CUIT
               MOVE 0           TO DIS-FECHA
               MOVE LOW-VALUES  TO DIS-PROF-NUMERO
               MOVE 0           TO DIS-TIM-SEC
               START DISPUTAS-FILE KEY IS >= DIS-CLAVE
                   INVALID KEY
                       MOVE 23 TO FS-DISPUTAS
               END-START
               IF FS-DISPUTAS IS EQUAL TO 00
                   PERFORM LEER-DISPUTA
                   PERFORM LISTAR-UNA-DISPUTA
                       UNTIL FS-DISPUTAS IS NOT EQUAL TO 00
                       OR DIS-CUIT IS NOT EQUAL TO WS-BUS-CUIT
               END-IF
               IF CANT-LISTADAS = 0
                   DISPLAY "SIN DISPUTAS PARA EL CUIT " WS-BUS-CUIT
               ELSE
                   DISPLAY "TOTAL EN DISPUTA ABIERTA: "
                       TOT-ABIERTO-SUC
               END-IF
           END-IF.

       LISTAR-UNA-DISPUTA.
           ADD 1 TO CANT-LISTADAS.
           PERFORM MOSTRAR-DISPUTA.
           IF DIS-ABIERTA
               ADD DIS-IMPORTE TO TOT-ABIERTO-SUC
           END-IF.
           PERFORM LEER-DISPUTA.

       ARMAR-IMAGEN-DISPUTA.
           MOVE DIS-CLAVE            TO WS-IMG-CLAVE.
           MOVE DIS-IMPORTE          TO WS-IMG-IMPORTE.
           MOVE DIS-MOTIVO           TO WS-IMG-MOTIVO.
           MOVE DIS-ESTADO           TO WS-IMG-ESTADO.
           MOVE DIS-FECHA-RESOL      TO WS-IMG-FECHA-RESOL.
           MOVE DIS-OPERADOR-RESOL   TO WS-IMG-OPERADOR-RESOL.
           MOVE DIS-HORAS-CORRECCION TO WS-IMG-HORAS-CORRECCION.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "DISPUTAS" TO AUD-ARCHIVO
               MOVE DIS-CUIT    TO AUD-CLAVE
               MOVE WS-OPERADOR TO AUD-OPERADOR
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD
               MOVE WS-FHA-FECHA TO AUD-FECHA
               MOVE WS-FHA-HORA  TO AUD-HORA
               WRITE REG-AUDITORIA
               IF FS-AUDITORIA IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR AUDITORIA FS: "
                       FS-AUDITORIA
               END-IF
               CLOSE AUDITORIA
           END-IF.

       END PROGRAM MANTENIMIENTO-DISPUTAS.
