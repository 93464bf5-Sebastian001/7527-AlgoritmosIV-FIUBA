       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-EMBARGOS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Registro de ordenes judiciales de embargo sobre los haberes
      *- de los profesores, que hasta ahora se seguian en papel. Cada
      *- orden lleva juzgado, expediente, la cuenta judicial donde se
      *- deposita lo retenido y, segun el oficio, un porcentaje del
      *- neto mensual o un monto total a cobrar. La liquidacion de
      *- TP_PARTE_1A descuenta las ordenes activas en el recibo (ver
      *- APLICAR-EMBARGOS en TP-Parte1/Parte1A.cbl) y va acumulando
      *- lo cobrado; la orden que completa su monto queda cumplida.
      *- Desde aca se dan de alta, se consultan con su saldo y se
      *- levantan cuando llega el oficio del juzgado. Todo movimiento
      *- queda en la pista de auditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMBARGOS
           ASSIGN TO DISK "../files/in/EmbargosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMBARGOS.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/Embargos-Trabajo.tmp"
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

       FD EMBARGOS
           LABEL RECORD IS STANDARD.
       01 REG-EMBARGOS.
      *- Numero de orden interno, correlativo, asignado en el alta.
           03  EMB-NUMERO      PIC 9(06).
           03  EMB-PROF-NUMERO PIC X(05).
           03  EMB-JUZGADO     PIC X(30).
           03  EMB-EXPEDIENTE  PIC X(20).
      *- CBU de la cuenta judicial donde se deposita lo retenido.
           03  EMB-CUENTA      PIC X(22).
      *- "P" porcentaje del neto mensual, "F" monto total fijo.
           03  EMB-TIPO        PIC X(01).
              88 EMB-POR-PORCENTAJE    VALUE "P".
              88 EMB-POR-MONTO         VALUE "F".
           03  EMB-PORC        PIC 9(02)V99.
      *- Monto total a cobrar; en las de porcentaje 0 = sin tope,
      *- se retiene hasta que el juzgado la levante.
           03  EMB-MONTO       PIC 9(08)V99.
      *- Acumulado cobrado por la liquidacion.
           03  EMB-COBRADO     PIC 9(08)V99.
           03  EMB-FECHA-ALTA  PIC 9(08).
      *- "A" activa, "C" cumplida (cobrado el monto), "L" levantada.
           03  EMB-ESTADO      PIC X(01).
              88 EMB-ACTIVO            VALUE "A".
              88 EMB-CUMPLIDO          VALUE "C".
              88 EMB-LEVANTADO         VALUE "L".

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(117).

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
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

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
       01 FS-EMBARGOS          PIC XX.
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

      *- Parametros para VALIDAR-FECHA: la orden no puede venir
      *- fechada en el futuro.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "S".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

       01 WS-PROF-BUSCADO       PIC X(05).
       01 WS-NUMERO-BUSCADO     PIC 9(06).
       77 WS-ULTIMO-NUMERO      PIC 9(06)   VALUE 0.
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.
       77 CANT-LEVANTADAS       PIC 9(04)   VALUE 0.
       77 WS-SALDO-ORDEN        PIC 9(08)V99 VALUE 0.
       77 WS-DATOS-VALIDOS      PIC X(01)   VALUE "N".
          88 DATOS-VALIDOS                  VALUE "S".

      *- Paso intermedio del ingreso de importes y porcentajes, mismo
      *- criterio que MANTENIMIENTO-ADELANTOS (sin coma, dos
      *- decimales).
       01 WS-IMPORTE-TEXTO      PIC X(10).
       01 WS-IMPORTE-NUM        PIC 9(10).
       01 WS-PORC-TEXTO         PIC X(04).
       01 WS-PORC-NUM           PIC 9(04).

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
           MOVE "MANTENIM-EMBARGOS" TO VOP-PROGRAMA.
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
           DISPLAY "REGISTRO DE EMBARGOS JUDICIALES".
           DISPLAY "1. ALTA DE ORDEN DE EMBARGO".
           DISPLAY "2. LISTAR EMBARGOS POR PROFESOR".
           DISPLAY "3. LEVANTAR ORDEN DE EMBARGO".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-EMBARGO
               WHEN "2" PERFORM LISTAR-EMBARGOS-PROFESOR
               WHEN "3" PERFORM LEVANTAR-EMBARGO
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-EMBARGO.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO"
               WHEN PROF-DADO-DE-BAJA
                   DISPLAY "PROFESOR DADO DE BAJA EL "
                       PROF-FECHA-BAJA ", NO SE LIQUIDAN HABERES "
                       "SOBRE LOS QUE EMBARGAR"
               WHEN OTHER
                   DISPLAY "PROFESOR: " PROF-NOMBRE
                   PERFORM CAPTURAR-RESTO-EMBARGO
           END-EVALUATE.

      *- Captura y valida el oficio campo por campo; ante el primer
      *- dato invalido se avisa y no se graba nada.
       CAPTURAR-RESTO-EMBARGO.
           PERFORM BUSCAR-ULTIMO-NUMERO.
           INITIALIZE REG-EMBARGOS.
           MOVE WS-PROF-BUSCADO TO EMB-PROF-NUMERO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "JUZGADO: " WITH NO ADVANCING.
           ACCEPT EMB-JUZGADO.
           DISPLAY "EXPEDIENTE: " WITH NO ADVANCING.
           ACCEPT EMB-EXPEDIENTE.
           IF EMB-JUZGADO IS EQUAL TO SPACES
               OR EMB-EXPEDIENTE IS EQUAL TO SPACES
               DISPLAY "JUZGADO Y EXPEDIENTE SON OBLIGATORIOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "CBU DE LA CUENTA JUDICIAL: " WITH NO ADVANCING
               ACCEPT EMB-CUENTA
               IF EMB-CUENTA IS NOT NUMERIC
                   DISPLAY "CBU INVALIDO: " EMB-CUENTA
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "FECHA DEL OFICIO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT EMB-FECHA-ALTA
               CALL "VALIDAR-FECHA" USING EMB-FECHA-ALTA,
                   WS-CTL-FUTURO, WS-FECHA-VALIDA
               IF NOT FECHA-VALIDA
                   DISPLAY "FECHA INVALIDA: " EMB-FECHA-ALTA
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "TIPO (P = PORCENTAJE DEL NETO, F = MONTO "
                   "FIJO): " WITH NO ADVANCING
               ACCEPT EMB-TIPO
               EVALUATE TRUE
                   WHEN EMB-POR-PORCENTAJE
                       PERFORM CAPTURAR-PORCENTAJE
                   WHEN EMB-POR-MONTO
                       PERFORM CAPTURAR-MONTO
                       IF DATOS-VALIDOS AND EMB-MONTO = 0
                           DISPLAY "UNA ORDEN POR MONTO FIJO "
                               "REQUIERE EL MONTO TOTAL"
                           MOVE "N" TO WS-DATOS-VALIDOS
                       END-IF
                   WHEN OTHER
                       DISPLAY "TIPO INVALIDO: " EMB-TIPO
                       MOVE "N" TO WS-DATOS-VALIDOS
               END-EVALUATE
           END-IF.
           IF DATOS-VALIDOS
               MOVE 0 TO EMB-COBRADO
               MOVE "A" TO EMB-ESTADO
               COMPUTE EMB-NUMERO = WS-ULTIMO-NUMERO + 1
               PERFORM GRABAR-EMBARGO
           END-IF.

       CAPTURAR-PORCENTAJE.
           DISPLAY "PORCENTAJE DEL NETO (SIN COMA, DOS DECIMALES): "
               WITH NO ADVANCING.
           ACCEPT WS-PORC-TEXTO.
           IF WS-PORC-TEXTO IS NOT NUMERIC
               DISPLAY "PORCENTAJE INVALIDO: " WS-PORC-TEXTO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE WS-PORC-TEXTO TO WS-PORC-NUM
               COMPUTE EMB-PORC = WS-PORC-NUM / 100
               IF EMB-PORC = 0
                   DISPLAY "EL PORCENTAJE NO PUEDE SER CERO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   DISPLAY "MONTO TOTAL A COBRAR (0 = HASTA QUE SE "
                       "LEVANTE)"
                   PERFORM CAPTURAR-MONTO
               END-IF
           END-IF.

       CAPTURAR-MONTO.
           DISPLAY "MONTO (SIN COMA, DOS DECIMALES): "
               WITH NO ADVANCING.
           ACCEPT WS-IMPORTE-TEXTO.
           IF WS-IMPORTE-TEXTO IS NOT NUMERIC
               DISPLAY "IMPORTE INVALIDO: " WS-IMPORTE-TEXTO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE WS-IMPORTE-TEXTO TO WS-IMPORTE-NUM
               COMPUTE EMB-MONTO = WS-IMPORTE-NUM / 100
           END-IF.

      *- El numero de orden es correlativo: el mayor del archivo mas
      *- uno (cero si todavia no hay ordenes). Se busca antes de la
      *- captura porque la lectura pisa el registro.
       BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           OPEN INPUT EMBARGOS.
           IF FS-EMBARGOS IS EQUAL TO 00
               PERFORM LEER-EMBARGO
               PERFORM COMPARAR-NUMERO UNTIL FS-EMBARGOS = 10
               CLOSE EMBARGOS
           END-IF.

       COMPARAR-NUMERO.
           IF EMB-NUMERO > WS-ULTIMO-NUMERO
               MOVE EMB-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           PERFORM LEER-EMBARGO.

       GRABAR-EMBARGO.
           OPEN EXTEND EMBARGOS.
           IF FS-EMBARGOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMBARGOS FS: " FS-EMBARGOS
           ELSE
               WRITE REG-EMBARGOS
               IF FS-EMBARGOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA EL EMBARGO FS: "
                       FS-EMBARGOS
               ELSE
                   DISPLAY "EMBARGO REGISTRADO, ORDEN " EMB-NUMERO
                   MOVE "A" TO AUD-OPERACION
                   MOVE EMB-NUMERO TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-EMBARGOS TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE EMBARGOS
           END-IF.

       LISTAR-EMBARGOS-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT EMBARGOS.
           IF FS-EMBARGOS IS NOT EQUAL TO 00
               DISPLAY "NO HAY EMBARGOS REGISTRADOS"
           ELSE
               PERFORM LEER-EMBARGO
               PERFORM MOSTRAR-EMBARGO UNTIL FS-EMBARGOS = 10
               IF CANT-LISTADOS = 0
                   DISPLAY "SIN EMBARGOS PARA EL PROFESOR "
                       WS-PROF-BUSCADO
               END-IF
               CLOSE EMBARGOS
           END-IF.

       LEER-EMBARGO.
           READ EMBARGOS.
           IF FS-EMBARGOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMBARGOS FS: " FS-EMBARGOS
           END-IF.

      *- El saldo de cada orden es lo que falta cobrar de su monto;
      *- una orden de porcentaje sin monto no tiene saldo.
       MOSTRAR-EMBARGO.
           IF EMB-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               DISPLAY "ORDEN " EMB-NUMERO " JUZGADO " EMB-JUZGADO
               DISPLAY "   EXPTE " EMB-EXPEDIENTE " CUENTA "
                   EMB-CUENTA
               IF EMB-POR-PORCENTAJE
                   DISPLAY "   " EMB-PORC "% DEL NETO, MONTO "
                       EMB-MONTO
               ELSE
                   DISPLAY "   MONTO FIJO " EMB-MONTO
               END-IF
               IF EMB-MONTO > EMB-COBRADO
                   COMPUTE WS-SALDO-ORDEN = EMB-MONTO - EMB-COBRADO
               ELSE
                   MOVE 0 TO WS-SALDO-ORDEN
               END-IF
               DISPLAY "   COBRADO " EMB-COBRADO " SALDO "
                   WS-SALDO-ORDEN " ESTADO " EMB-ESTADO
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-EMBARGO.

      *- Levantamiento por numero de orden: copia al archivo de
      *- trabajo todas las filas, con la orden marcada "L" si estaba
      *- activa, y vuelve a copiar sobre el original (mismo
      *- mecanismo que la baja de MANTENIMIENTO-FERIADOS). Lo ya
      *- cobrado queda registrado en la orden.
       LEVANTAR-EMBARGO.
           DISPLAY "NUMERO DE ORDEN A LEVANTAR: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-BUSCADO.
           MOVE 0 TO CANT-LEVANTADAS.
           OPEN INPUT EMBARGOS.
           IF FS-EMBARGOS IS NOT EQUAL TO 00
               DISPLAY "NO HAY EMBARGOS REGISTRADOS"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-EMBARGO
               PERFORM EVALUAR-LEVANTAMIENTO UNTIL FS-EMBARGOS = 10
               CLOSE EMBARGOS
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-EMBARGOS
               IF CANT-LEVANTADAS = 0
                   DISPLAY "NO HAY UNA ORDEN ACTIVA CON ESE NUMERO"
               ELSE
                   DISPLAY "ORDEN LEVANTADA: " WS-NUMERO-BUSCADO
               END-IF
           END-IF.

       EVALUAR-LEVANTAMIENTO.
           IF EMB-NUMERO IS EQUAL TO WS-NUMERO-BUSCADO
               AND EMB-ACTIVO
               ADD 1 TO CANT-LEVANTADAS
               MOVE "M" TO AUD-OPERACION
               MOVE EMB-NUMERO TO AUD-CLAVE
               MOVE REG-EMBARGOS TO AUD-ANTES
               MOVE "L" TO EMB-ESTADO
               MOVE REG-EMBARGOS TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.
           WRITE REG-TRABAJO FROM REG-EMBARGOS.
           PERFORM LEER-EMBARGO.

       VOLCAR-TRABAJO-A-EMBARGOS.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT EMBARGOS.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE EMBARGOS.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-EMBARGOS FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "EMBARGOS" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-EMBARGOS.
