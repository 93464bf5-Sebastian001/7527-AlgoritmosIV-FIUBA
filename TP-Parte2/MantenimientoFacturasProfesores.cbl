       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-FACT-PROFESORES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Registro de las facturas C que entregan los profesores
      *- monotributistas (PROF-COND-FISCAL "M"): a ellos no se les
      *- puede transferir sin una factura que cubra el pago.
      *- GENERAR-TRANSFERENCIAS retiene el pago de un monotributista
      *- hasta que las facturas pendientes registradas aca alcancen
      *- el importe, y las marca aplicadas al emitir. Desde aca se
      *- dan de alta, se consultan por profesor y se anulan las
      *- cargadas por error (solo las pendientes). Todo movimiento
      *- queda en la pista de auditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS
           ASSIGN TO DISK "../files/in/FacturasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/FacturasProf-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT PROFESORES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD FACTURAS
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS.
           03  FPR-PROF-NUMERO PIC X(05).
      *- Punto de venta y numero del comprobante del profesor.
           03  FPR-PTO-VENTA   PIC 9(04).
           03  FPR-NUMERO      PIC 9(08).
           03  FPR-FECHA       PIC 9(08).
           03  FPR-IMPORTE     PIC 9(09)V99.
      *- "P" pendiente, "A" aplicada a una transferencia, "N" anulada.
           03  FPR-ESTADO      PIC X(01).
              88 FPR-PENDIENTE         VALUE "P".
              88 FPR-APLICADA          VALUE "A".
              88 FPR-ANULADA           VALUE "N".
      *- Fecha de la corrida de GENERAR-TRANSFERENCIAS que la aplico.
           03  FPR-FECHA-APLICADA PIC 9(08).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(45).

       FD PROFESORES
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
              88 PROF-MONOTRIBUTO          VALUE "M".

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
       01 FS-FACTURAS          PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Parametros para VALIDAR-FECHA: la factura no puede venir
      *- fechada en el futuro.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "S".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

      *- Comprobante buscado (profesor + punto de venta + numero),
      *- para el control de duplicados y la anulacion.
       01 WS-CLAVE-BUSCADA.
           03 WS-PROF-BUSCADO   PIC X(05).
           03 WS-PTO-BUSCADO    PIC 9(04).
           03 WS-NRO-BUSCADO    PIC 9(08).
       01 WS-CLAVE-FACTURA.
           03 WS-CLF-PROF       PIC X(05).
           03 WS-CLF-PTO        PIC 9(04).
           03 WS-CLF-NRO        PIC 9(08).
       77 WS-YA-EXISTE          PIC X(01)   VALUE "N".
          88 FACTURA-YA-EXISTE              VALUE "S".
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.
       77 CANT-ANULADAS         PIC 9(04)   VALUE 0.
       77 TOT-PENDIENTE-PROF    PIC 9(10)V99 VALUE 0.
       77 WS-DATOS-VALIDOS      PIC X(01)   VALUE "N".
          88 DATOS-VALIDOS                  VALUE "S".

      *- Paso intermedio del ingreso del importe, mismo criterio que
      *- MANTENIMIENTO-PAGOS (sin coma, dos decimales).
       01 WS-IMPORTE-TEXTO      PIC X(11).
       01 WS-IMPORTE-NUM        PIC 9(11).
       01 WS-PTO-TEXTO          PIC X(04).
       01 WS-NRO-TEXTO          PIC X(08).

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
           PERFORM ABRIR-PROFESORES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-PROFESORES.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "MANTENIM-FACT-PROF" TO VOP-PROGRAMA.
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

       ABRIR-PROFESORES.
           OPEN INPUT PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.

       CERRAR-PROFESORES.
           CLOSE PROFESORES.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "REGISTRO DE FACTURAS DE PROFESORES".
           DISPLAY "1. ALTA DE FACTURA".
           DISPLAY "2. LISTAR FACTURAS POR PROFESOR".
           DISPLAY "3. ANULAR FACTURA".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-FACTURA
               WHEN "2" PERFORM LISTAR-FACTURAS-PROFESOR
               WHEN "3" PERFORM ANULAR-FACTURA
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *- Solo un monotributista entrega factura; a un profesor en
      *- relacion de dependencia se le paga con recibo.
       ALTA-FACTURA.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO"
               WHEN NOT PROF-MONOTRIBUTO
                   DISPLAY "EL PROFESOR NO ES MONOTRIBUTISTA, COBRA "
                       "CON RECIBO Y NO REGISTRA FACTURAS"
               WHEN OTHER
                   DISPLAY "PROFESOR: " PROF-NOMBRE
                   PERFORM CAPTURAR-RESTO-FACTURA
           END-EVALUATE.

      *- Captura y valida el comprobante campo por campo; ante el
      *- primer dato invalido se avisa y no se graba nada.
       CAPTURAR-RESTO-FACTURA.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "PUNTO DE VENTA: " WITH NO ADVANCING.
           ACCEPT WS-PTO-TEXTO.
           DISPLAY "NUMERO DE FACTURA: " WITH NO ADVANCING.
           ACCEPT WS-NRO-TEXTO.
           IF WS-PTO-TEXTO IS NOT NUMERIC
               OR WS-NRO-TEXTO IS NOT NUMERIC
               DISPLAY "PUNTO DE VENTA Y NUMERO SON NUMERICOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE WS-PTO-TEXTO TO WS-PTO-BUSCADO
               MOVE WS-NRO-TEXTO TO WS-NRO-BUSCADO
               PERFORM BUSCAR-FACTURA
               IF FACTURA-YA-EXISTE
                   DISPLAY "LA FACTURA " WS-PTO-BUSCADO "-"
                       WS-NRO-BUSCADO " YA ESTA REGISTRADA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               INITIALIZE REG-FACTURAS
               MOVE WS-PROF-BUSCADO TO FPR-PROF-NUMERO
               MOVE WS-PTO-BUSCADO  TO FPR-PTO-VENTA
               MOVE WS-NRO-BUSCADO  TO FPR-NUMERO
               DISPLAY "FECHA DE LA FACTURA (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT FPR-FECHA
               CALL "VALIDAR-FECHA" USING FPR-FECHA,
                   WS-CTL-FUTURO, WS-FECHA-VALIDA
               IF NOT FECHA-VALIDA
                   DISPLAY "FECHA INVALIDA: " FPR-FECHA
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "IMPORTE (SIN COMA, DOS DECIMALES): "
                   WITH NO ADVANCING
               ACCEPT WS-IMPORTE-TEXTO
               IF WS-IMPORTE-TEXTO IS NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO: " WS-IMPORTE-TEXTO
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   MOVE WS-IMPORTE-TEXTO TO WS-IMPORTE-NUM
                   COMPUTE FPR-IMPORTE = WS-IMPORTE-NUM / 100
                   IF FPR-IMPORTE = 0
                       DISPLAY "EL IMPORTE NO PUEDE SER CERO"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               MOVE "P" TO FPR-ESTADO
               MOVE 0   TO FPR-FECHA-APLICADA
               PERFORM GRABAR-FACTURA
           END-IF.

      *- Un mismo comprobante (profesor, punto de venta y numero) no
      *- se registra dos veces, salvo que el anterior este anulado.
       BUSCAR-FACTURA.
           MOVE "N" TO WS-YA-EXISTE.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS IS EQUAL TO 00
               PERFORM LEER-FACTURA
               PERFORM COMPARAR-FACTURA UNTIL FS-FACTURAS = 10
               CLOSE FACTURAS
           END-IF.

       COMPARAR-FACTURA.
           MOVE FPR-PROF-NUMERO TO WS-CLF-PROF.
           MOVE FPR-PTO-VENTA   TO WS-CLF-PTO.
           MOVE FPR-NUMERO      TO WS-CLF-NRO.
           IF WS-CLAVE-FACTURA IS EQUAL TO WS-CLAVE-BUSCADA
               AND NOT FPR-ANULADA
               MOVE "S" TO WS-YA-EXISTE
           END-IF.
           PERFORM LEER-FACTURA.

       GRABAR-FACTURA.
           OPEN EXTEND FACTURAS.
           IF FS-FACTURAS IS EQUAL TO 35
               OPEN OUTPUT FACTURAS
           END-IF.
           IF FS-FACTURAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR FACTURAS FS: " FS-FACTURAS
           ELSE
               WRITE REG-FACTURAS
               IF FS-FACTURAS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA LA FACTURA FS: "
                       FS-FACTURAS
               ELSE
                   DISPLAY "FACTURA REGISTRADA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE FPR-PROF-NUMERO TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-FACTURAS TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE FACTURAS
           END-IF.

       LISTAR-FACTURAS-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           MOVE 0 TO TOT-PENDIENTE-PROF.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS IS NOT EQUAL TO 00
               DISPLAY "NO HAY FACTURAS REGISTRADAS"
           ELSE
               PERFORM LEER-FACTURA
               PERFORM MOSTRAR-FACTURA UNTIL FS-FACTURAS = 10
               IF CANT-LISTADOS = 0
                   DISPLAY "SIN FACTURAS PARA EL PROFESOR "
                       WS-PROF-BUSCADO
               ELSE
                   DISPLAY "PENDIENTE DE APLICAR: " TOT-PENDIENTE-PROF
               END-IF
               CLOSE FACTURAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS.
           IF FS-FACTURAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FACTURAS FS: " FS-FACTURAS
           END-IF.

       MOSTRAR-FACTURA.
           IF FPR-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               DISPLAY "FACTURA " FPR-PTO-VENTA "-" FPR-NUMERO
                   " FECHA " FPR-FECHA " IMPORTE " FPR-IMPORTE
               EVALUATE TRUE
                   WHEN FPR-PENDIENTE
                       DISPLAY "   PENDIENTE"
                       ADD FPR-IMPORTE TO TOT-PENDIENTE-PROF
                   WHEN FPR-APLICADA
                       DISPLAY "   APLICADA EL " FPR-FECHA-APLICADA
                   WHEN OTHER
                       DISPLAY "   ANULADA"
               END-EVALUATE
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-FACTURA.

      *- Anulacion de una factura pendiente: copia al archivo de
      *- trabajo todas las filas, con la factura marcada "N", y
      *- vuelve a copiar sobre el original (mismo mecanismo que el
      *- levantamiento de MANTENIMIENTO-EMBARGOS). Una factura ya
      *- aplicada a una transferencia no se anula.
       ANULAR-FACTURA.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           DISPLAY "PUNTO DE VENTA: " WITH NO ADVANCING.
           ACCEPT WS-PTO-TEXTO.
           DISPLAY "NUMERO DE FACTURA: " WITH NO ADVANCING.
           ACCEPT WS-NRO-TEXTO.
           IF WS-PTO-TEXTO IS NOT NUMERIC
               OR WS-NRO-TEXTO IS NOT NUMERIC
               DISPLAY "PUNTO DE VENTA Y NUMERO SON NUMERICOS"
           ELSE
               MOVE WS-PTO-TEXTO TO WS-PTO-BUSCADO
               MOVE WS-NRO-TEXTO TO WS-NRO-BUSCADO
               PERFORM ANULAR-EN-ARCHIVO
           END-IF.

       ANULAR-EN-ARCHIVO.
           MOVE 0 TO CANT-ANULADAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS IS NOT EQUAL TO 00
               DISPLAY "NO HAY FACTURAS REGISTRADAS"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-FACTURA
               PERFORM EVALUAR-ANULACION UNTIL FS-FACTURAS = 10
               CLOSE FACTURAS
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-FACTURAS
               IF CANT-ANULADAS = 0
                   DISPLAY "NO HAY UNA FACTURA PENDIENTE CON ESE "
                       "NUMERO"
               ELSE
                   DISPLAY "FACTURA ANULADA"
               END-IF
           END-IF.

       EVALUAR-ANULACION.
           MOVE FPR-PROF-NUMERO TO WS-CLF-PROF.
           MOVE FPR-PTO-VENTA   TO WS-CLF-PTO.
           MOVE FPR-NUMERO      TO WS-CLF-NRO.
           IF WS-CLAVE-FACTURA IS EQUAL TO WS-CLAVE-BUSCADA
               AND FPR-PENDIENTE
               ADD 1 TO CANT-ANULADAS
               MOVE "M" TO AUD-OPERACION
               MOVE FPR-PROF-NUMERO TO AUD-CLAVE
               MOVE REG-FACTURAS TO AUD-ANTES
               MOVE "N" TO FPR-ESTADO
               MOVE REG-FACTURAS TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.
           WRITE REG-TRABAJO FROM REG-FACTURAS.
           PERFORM LEER-FACTURA.

       VOLCAR-TRABAJO-A-FACTURAS.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT FACTURAS.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE FACTURAS.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-FACTURAS FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "FACT-PROF" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-FACT-PROFESORES.
