      *- activo, tipo de clase) igual que CAPTURA-NOVEDADES valida
      *- sus campos. CONTROL-AGENDA cruza esta agenda contra el
      *- Times.dat que deja el merge para detectar la clase agendada
      *- que nunca se dicto (ver TP-Parte2/ControlAgenda.cbl). Cada
      *- clase lleva tambien su hora de inicio prevista (HHMM).
      *- La agenda de un mes puede armarla ARMAR-AGENDA a partir de
      *- la disponibilidad y la demanda; esa propuesta
      *- (AgendaPropuesta.dat) no rige hasta que se acepta desde
      *- aca: la aceptacion reemplaza todas las clases vigentes del
      *- mes (tambien las cargadas a mano) por las propuestas, deja
      *- el movimiento en la pista de auditoria y vacia la propuesta
      *- para que no se acepte dos veces.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDA.

       SELECT PROPUESTA
           ASSIGN TO DISK "../files/out/AgendaPropuesta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPUESTA.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/Agenda-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT PROFESORES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

      *- La clase agendada para un profesor sin habilitacion para el
      *- tipo se rechaza con el mismo registro que deja el merge, asi
      *- la sucursal ve todos sus rechazos en un solo lugar.
       SELECT RECHAZOSNOV
           ASSIGN TO DISK "../files/out/RechazosNovedades.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOSNOV.

       DATA DIVISION.
       FILE SECTION.

           03  AGE-TIP-CLASE   PIC X(04).
           03  AGE-PROF-NUMERO PIC X(05).
           03  AGE-HORAS       PIC 9(02)V99.
      *- HHMM; en blanco en las clases agendadas antes de pedirla.
           03  AGE-HORA-INI    PIC X(04).

      *- Mismo registro que la agenda (lo deja ARMAR-AGENDA).
       FD PROPUESTA
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTA.
           03  PRO-SUCURSAL    PIC X(03).
           03  PRO-FECHA       PIC 9(08).
           03  PRO-TIP-CLASE   PIC X(04).
           03  PRO-PROF-NUMERO PIC X(05).
           03  PRO-HORAS       PIC 9(02)V99.
           03  PRO-HORA-INI    PIC X(04).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(28).

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

       FD PROFESORES
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD SUCURSALES
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
              03 TIP-HORAS-MIN     PIC 9(2)V99.
              03 TIP-HORAS-MAX     PIC 9(2)V99.

       FD RECHAZOSNOV
           LABEL RECORD IS STANDARD.
       01 REG-RECHAZOSNOV.
           03 RCHN-REGISTRO.
               05 RCHN-NUMERO      PIC X(05).
               05 RCHN-FECHA       PIC 9(08).
               05 RCHN-SUCURSAL    PIC X(03).
               05 RCHN-TIPCLASE    PIC X(04).
               05 RCHN-HORAS       PIC 9(02)V99.
               05 RCHN-TIPO-NOV    PIC X(01).
               05 RCHN-HORA-INI    PIC X(04).
               05 RCHN-ASISTENTES  PIC X(03).
           03 FILLER               PIC X.
           03 RCHN-MOTIVO          PIC X(40).

       WORKING-STORAGE SECTION.
       01 FS-AGENDA            PIC XX.
       01 FS-RECHAZOSNOV       PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".
       01 FS-TIPOSCLASE        PIC XX.
       01 FS-PROPUESTA         PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

      *- Resultado de VALIDAR-HABILITACION: "S" habilitado, "N" sin
      *- habilitacion para el tipo, "V" habilitacion vencida.
       77 WS-RES-HABILITACION   PIC X(1)    VALUE "S".
          88 PROF-HABILITADO                VALUE "S".
          88 PROF-HABILITACION-VENCIDA      VALUE "V".

       01 WS-SUC-BUSCADA        PIC X(03).
       77 CANT-LISTADAS         PIC 9(04)   VALUE 0.

       01 WS-HORAS-TEXTO        PIC X(04).
       01 WS-HORAS-NUM          PIC 9(04).

      *- Hora de inicio HHMM, desarmada para validar hora y minuto.
       01 WS-HORA-INI-TEXTO     PIC X(04).
       01 WS-HORA-INI-NUM REDEFINES WS-HORA-INI-TEXTO.
           03 WS-HORA-INI-HH    PIC 9(02).
           03 WS-HORA-INI-MM    PIC 9(02).


      *- Aceptacion de la agenda propuesta por ARMAR-AGENDA.
       01 WS-MES-PROPUESTA      PIC X(06).
       77 CANT-PROPUESTAS       PIC 9(05)   VALUE 0.
       77 WS-HORAS-PROPUESTAS   PIC 9(05)V99 VALUE 0.
       77 CANT-REEMPLAZADAS     PIC 9(05)   VALUE 0.
       01 WS-CONFIRMA           PIC X.
       01 WS-TEXTO-AUDITORIA.
           03 WS-TA-CANT        PIC 9(05).
           03 WS-TA-LEYENDA     PIC X(20).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

       01 WS-OPERADOR           PIC X(10).
      *- Autenticacion del operador (ver TP-Parte2/
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

           DISPLAY "MANTENIMIENTO DE AGENDA DE CLASES".
           DISPLAY "1. ALTA DE CLASE PROGRAMADA".
           DISPLAY "2. LISTAR AGENDA POR SUCURSAL".
           DISPLAY "3. ACEPTAR AGENDA PROPUESTA".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-CLASE
               WHEN "2" PERFORM LISTAR-AGENDA-SUCURSAL
               WHEN "3" PERFORM ACEPTAR-AGENDA-PROPUESTA
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

               IF IND-TIPO-HALLADO = 0
                   DISPLAY "TIPO DE CLASE INEXISTENTE"
               ELSE
                   CALL "VALIDAR-HABILITACION" USING AGE-PROF-NUMERO,
                       AGE-TIP-CLASE, AGE-FECHA, WS-RES-HABILITACION
                   IF NOT PROF-HABILITADO
                       PERFORM RECHAZAR-CLASE-NO-HABILITADA
                   ELSE
                       PERFORM CAPTURAR-HORAS-CLASE
                   END-IF
               END-IF
           END-IF.

       CAPTURAR-HORAS-CLASE.
           DISPLAY "HORAS PREVISTAS (SIN COMA, DOS "
               "DECIMALES, EJ. 0130): " WITH NO ADVANCING.
           ACCEPT WS-HORAS-TEXTO.
           IF WS-HORAS-TEXTO IS NOT NUMERIC
               DISPLAY "HORAS INVALIDAS: " WS-HORAS-TEXTO
           ELSE
               MOVE WS-HORAS-TEXTO TO WS-HORAS-NUM
               COMPUTE AGE-HORAS = WS-HORAS-NUM / 100
               PERFORM CAPTURAR-HORA-INI-CLASE
           END-IF.

       CAPTURAR-HORA-INI-CLASE.
           DISPLAY "HORA DE INICIO (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-INI-TEXTO.
           IF WS-HORA-INI-TEXTO IS NOT NUMERIC
               DISPLAY "HORA DE INICIO INVALIDA: " WS-HORA-INI-TEXTO
           ELSE
               IF WS-HORA-INI-HH > 23 OR WS-HORA-INI-MM > 59
                   DISPLAY "HORA DE INICIO INVALIDA: "
                       WS-HORA-INI-TEXTO
               ELSE
                   MOVE WS-HORA-INI-TEXTO TO AGE-HORA-INI
                   PERFORM GRABAR-CLASE
               END-IF
           END-IF.

      *- La clase no se agenda; queda en RechazosNovedades.dat con la
      *- imagen de novedad (horas en cero, hora de inicio y
      *- asistentes en blanco: todavia no se pidieron o no aplican).
       RECHAZAR-CLASE-NO-HABILITADA.
           MOVE SPACES           TO REG-RECHAZOSNOV.
           MOVE AGE-PROF-NUMERO  TO RCHN-NUMERO.
           MOVE AGE-FECHA        TO RCHN-FECHA.
           MOVE AGE-SUCURSAL     TO RCHN-SUCURSAL.
           MOVE AGE-TIP-CLASE    TO RCHN-TIPCLASE.
           MOVE 0                TO RCHN-HORAS.
           MOVE "N"              TO RCHN-TIPO-NOV.
           IF PROF-HABILITACION-VENCIDA
               MOVE "HABILITACION DEL PROFESOR VENCIDA"
                   TO RCHN-MOTIVO
           ELSE
               MOVE "PROFESOR NO HABILITADO PARA EL TIPO"
                   TO RCHN-MOTIVO
           END-IF.
           DISPLAY RCHN-MOTIVO ", NO SE AGENDA".
           OPEN EXTEND RECHAZOSNOV.
           IF FS-RECHAZOSNOV IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RECHAZOS FS: " FS-RECHAZOSNOV
           ELSE
               WRITE REG-RECHAZOSNOV
               IF FS-RECHAZOSNOV IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR RECHAZO FS: "
                       FS-RECHAZOSNOV
               END-IF
               CLOSE RECHAZOSNOV
           END-IF.

       GRABAR-CLASE.
           OPEN EXTEND AGENDA.
           IF FS-AGENDA IS NOT EQUAL TO 00
           IF AGE-SUCURSAL IS EQUAL TO WS-SUC-BUSCADA
               DISPLAY "FECHA " AGE-FECHA " TIPO " AGE-TIP-CLASE
                   " PROFESOR " AGE-PROF-NUMERO " HORAS " AGE-HORAS
                   " INICIO " AGE-HORA-INI
               ADD 1 TO CANT-LISTADAS
           END-IF.
           PERFORM LEER-AGENDA.

      *- Primero se resume la propuesta (mes, clases, horas) y se
      *- cuentan las clases vigentes del mes que se van a reemplazar;
      *- con la confirmacion se reescribe la agenda via el archivo de
      *- trabajo: las clases de otros meses mas las propuestas.
       ACEPTAR-AGENDA-PROPUESTA.
           MOVE 0 TO CANT-PROPUESTAS.
           MOVE 0 TO WS-HORAS-PROPUESTAS.
           MOVE SPACES TO WS-MES-PROPUESTA.
           OPEN INPUT PROPUESTA.
           IF FS-PROPUESTA IS NOT EQUAL TO 00
               DISPLAY "NO HAY AGENDA PROPUESTA (CORRER ARMAR-AGENDA)"
           ELSE
               PERFORM LEER-PROPUESTA
               IF FS-PROPUESTA IS EQUAL TO 00
                   MOVE PRO-FECHA(1:6) TO WS-MES-PROPUESTA
               END-IF
               PERFORM SUMAR-PROPUESTA UNTIL FS-PROPUESTA = 10
               CLOSE PROPUESTA
               IF CANT-PROPUESTAS = 0
                   DISPLAY "LA AGENDA PROPUESTA ESTA VACIA"
               ELSE
                   PERFORM CONFIRMAR-AGENDA-PROPUESTA
               END-IF
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTA.
           IF FS-PROPUESTA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PROPUESTA FS: " FS-PROPUESTA
           END-IF.

       SUMAR-PROPUESTA.
           ADD 1 TO CANT-PROPUESTAS.
           ADD PRO-HORAS TO WS-HORAS-PROPUESTAS.
           PERFORM LEER-PROPUESTA.

       CONFIRMAR-AGENDA-PROPUESTA.
           MOVE 0 TO CANT-REEMPLAZADAS.
           OPEN INPUT AGENDA.
           IF FS-AGENDA IS EQUAL TO 00
               PERFORM LEER-AGENDA
               PERFORM CONTAR-CLASE-DEL-MES UNTIL FS-AGENDA = 10
               CLOSE AGENDA
           END-IF.
           DISPLAY "AGENDA PROPUESTA DEL MES " WS-MES-PROPUESTA.
           DISPLAY "CLASES PROPUESTAS: " CANT-PROPUESTAS
               " HORAS: " WS-HORAS-PROPUESTAS.
           DISPLAY "CLASES VIGENTES DEL MES QUE SE REEMPLAZAN: "
               CANT-REEMPLAZADAS.
           DISPLAY "CONFIRMA LA AGENDA PROPUESTA? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA IS EQUAL TO "S"
               PERFORM REEMPLAZAR-MES-AGENDA
           ELSE
               DISPLAY "AGENDA PROPUESTA NO ACEPTADA"
           END-IF.

       CONTAR-CLASE-DEL-MES.
           IF AGE-FECHA(1:6) IS EQUAL TO WS-MES-PROPUESTA
               ADD 1 TO CANT-REEMPLAZADAS
           END-IF.
           PERFORM LEER-AGENDA.

       REEMPLAZAR-MES-AGENDA.
           OPEN OUTPUT TRABAJO.
           OPEN INPUT AGENDA.
           IF FS-AGENDA IS EQUAL TO 00
               PERFORM LEER-AGENDA
               PERFORM COPIAR-CLASE-OTRO-MES UNTIL FS-AGENDA = 10
               CLOSE AGENDA
           END-IF.
           OPEN INPUT PROPUESTA.
           PERFORM LEER-PROPUESTA.
           PERFORM COPIAR-CLASE-PROPUESTA UNTIL FS-PROPUESTA = 10.
           CLOSE PROPUESTA.
           CLOSE TRABAJO.
           PERFORM VOLCAR-TRABAJO-A-AGENDA.
      *- La propuesta aceptada se vacia.
           OPEN OUTPUT PROPUESTA.
           CLOSE PROPUESTA.
           MOVE "M" TO AUD-OPERACION.
           MOVE WS-MES-PROPUESTA TO AUD-CLAVE.
           MOVE CANT-REEMPLAZADAS TO WS-TA-CANT.
           MOVE " CLASES REEMPLAZADAS" TO WS-TA-LEYENDA.
           MOVE WS-TEXTO-AUDITORIA TO AUD-ANTES.
           MOVE CANT-PROPUESTAS TO WS-TA-CANT.
           MOVE " CLASES PROPUESTAS" TO WS-TA-LEYENDA.
           MOVE WS-TEXTO-AUDITORIA TO AUD-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "AGENDA DEL MES " WS-MES-PROPUESTA " REEMPLAZADA".

       COPIAR-CLASE-OTRO-MES.
           IF AGE-FECHA(1:6) IS NOT EQUAL TO WS-MES-PROPUESTA
               WRITE REG-TRABAJO FROM REG-AGENDA
           END-IF.
           PERFORM LEER-AGENDA.

       COPIAR-CLASE-PROPUESTA.
           WRITE REG-TRABAJO FROM REG-PROPUESTA.
           PERFORM LEER-PROPUESTA.

       VOLCAR-TRABAJO-A-AGENDA.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT AGENDA.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE AGENDA.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-AGENDA FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "AGENDA" TO AUD-ARCHIVO
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

       CERRAR-ARCHIVOS.
           CLOSE PROFESORES.
           CLOSE SUCURSALES.
