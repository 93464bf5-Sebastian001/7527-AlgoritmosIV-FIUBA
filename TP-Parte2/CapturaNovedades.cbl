      *- CIERRE-LOTE-CAPTURA las cierra en un lote numerado y genera
      *- el archivo de envio con cabecera/trailer que el merge
      *- valida (ver TP-Parte2/CierreLoteCaptura.cbl).
      *- Tambien se pide la hora de inicio de la clase (HHMM), que
      *- viaja hasta Times.dat y usa SUPERPOSICION-CLASES para
      *- detectar clases superpuestas del mismo profesor, y la
      *- cantidad de alumnos presentes (optativa) para el informe de
      *- asistencia por tipo de clase (ver ASISTENCIA-POR-TIPO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO DISK "../files/out/NovTimesCaptura-Temporal.tmp"
           SORT STATUS IS SS-ORDEN.

      *- Clase de un tipo para el que el profesor no esta habilitado:
      *- el intento queda con el mismo registro que deja el merge.
       SELECT RECHAZOSNOV
           ASSIGN TO DISK "../files/out/RechazosNovedades.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOSNOV.

       DATA DIVISION.
       FILE SECTION.

      *- "B" dado de baja; en blanco o "A", activo (ver
      *- MANTENIMIENTO-PROFESORES).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
      *- estado " " pendiente / "E" enviado / "A" aceptado / "R"
      *- rechazado, que administra CIERRE-LOTE-CAPTURA. Sin esto, las
      *- mismas novedades capturadas quedaban a un descuido del
      *- operador de liquidarse dos veces. La hora de inicio va al
      *- final y no dentro de CAP-NOVEDAD, para que las capturas
      *- pendientes grabadas antes sigan leyendose igual (en blanco).
      *- Lo mismo la cantidad de asistentes, que va detras.
       FD CAPTURA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CAPTURA.
           03 CAP-NOVEDAD      PIC X(25).
           03 CAP-LOTE         PIC 9(06).
           03 CAP-ESTADO       PIC X(01).
           03 CAP-HORA-INI     PIC X(04).
           03 CAP-ASISTENTES   PIC X(03).

       SD ORDEN-CAPTURA
           DATA RECORD IS REG-ORD-NOV.
           03 ORD-NOV-TIPCLASE          PIC X(04).
           03 ORD-NOV-HORAS             PIC 9(2)V99.
           03 ORD-NOV-TIPO-NOV          PIC X(01).
           03 ORD-NOV-HORA-INI          PIC X(04).
           03 ORD-NOV-ASISTENTES        PIC X(03).

       FD RECHAZOSNOV
           LABEL RECORD IS STANDARD.
       01 REG-RECHAZOSNOV.
           03 RCHN-REGISTRO     PIC X(32).
           03 FILLER            PIC X.
           03 RCHN-MOTIVO       PIC X(40).

       WORKING-STORAGE SECTION.

       77 FS-PROFESORES   PIC XX.
       77 FS-RECHAZOSNOV  PIC XX.
       77 FS-SUCURSALES   PIC XX.
           88 OK-SUC              VALUE "00".
       77 FS-TIPOSCLASE   PIC XX.
           03 NOV-TIPCLASE      PIC X(04).
           03 NOV-HORAS         PIC 9(02)V99.
           03 NOV-TIPO-NOV      PIC X(01).
           03 NOV-HORA-INI      PIC X(04).
           03 NOV-ASISTENTES    PIC X(03).

       01 WS-FECHA-TEXTO        PIC X(08).
       01 WS-HORAS-TEXTO        PIC X(04).
      *- texto al campo V99 lo hubiera tomado como horas enteras).
       01 WS-HORAS-NUM          PIC 9(04).

      *- Hora de inicio HHMM, desarmada para validar hora y minuto.
       01 WS-HORA-INI-TEXTO     PIC X(04).
       01 WS-HORA-INI-NUM REDEFINES WS-HORA-INI-TEXTO.
           03 WS-HORA-INI-HH    PIC 9(02).
           03 WS-HORA-INI-MM    PIC 9(02).

      *- Cantidad de asistentes tal como se tipeo (blanco = no se
      *- informa).
       01 WS-ASISTENTES-TEXTO   PIC X(03).

      *- Parametros para VALIDAR-FECHA: una novedad no puede venir
      *- fechada en el futuro.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "S".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

      *- Resultado de VALIDAR-HABILITACION: "S" habilitado, "N" sin
      *- habilitacion para el tipo, "V" habilitacion vencida.
       77 WS-RES-HABILITACION   PIC X(1)    VALUE "S".
          88 PROF-HABILITADO                VALUE "S".
          88 PROF-HABILITACION-VENCIDA      VALUE "V".

       77 CANT-CAPTURADAS       PIC 9(05)   VALUE 0.
       77 WS-FIN-ORDEN          PIC X(01)   VALUE "N".

           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

               PERFORM CAPTURAR-FECHA
               PERFORM CAPTURAR-SUCURSAL
               PERFORM CAPTURAR-TIPO-CLASE
               PERFORM CAPTURAR-HORA-INI
               PERFORM CAPTURAR-HORAS
               PERFORM CAPTURAR-TIPO-NOV
               PERFORM CAPTURAR-ASISTENTES
               RELEASE REG-ORD-NOV FROM WS-NOVEDAD
               ADD 1 TO CANT-CAPTURADAS
               DISPLAY "NOVEDAD ACEPTADA"
           MOVE NOV-TIPCLASE TO TIP-CLASE.
           PERFORM BUSCAR-TIPO-EN-TABLA.
           IF IND-TIPO-HALLADO > 0
               CALL "VALIDAR-HABILITACION" USING NOV-NUMERO,
                   NOV-TIPCLASE, NOV-FECHA, WS-RES-HABILITACION
               IF PROF-HABILITADO
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   PERFORM RECHAZAR-TIPO-NO-HABILITADO
               END-IF
           ELSE
               DISPLAY "TIPO DE CLASE INEXISTENTE, REINGRESAR"
           END-IF.

      *- El merge la rechazaria igual; se rebota en el momento y el
      *- intento queda en RechazosNovedades.dat (horas en cero
      *- ni la hora de inicio ni los asistentes, todavia no se
      *- pidieron) con el motivo
      *- de cada caso.
       RECHAZAR-TIPO-NO-HABILITADO.
           MOVE SPACES     TO REG-RECHAZOSNOV.
           MOVE 0          TO NOV-HORAS.
           MOVE "N"        TO NOV-TIPO-NOV.
           MOVE SPACES     TO NOV-HORA-INI.
           MOVE SPACES     TO NOV-ASISTENTES.
           MOVE WS-NOVEDAD TO RCHN-REGISTRO.
           IF PROF-HABILITACION-VENCIDA
               MOVE "HABILITACION DEL PROFESOR VENCIDA"
                   TO RCHN-MOTIVO
           ELSE
               MOVE "PROFESOR NO HABILITADO PARA EL TIPO"
                   TO RCHN-MOTIVO
           END-IF.
           DISPLAY RCHN-MOTIVO ", REINGRESAR".
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

      *- En la captura telefonica la hora de inicio es obligatoria;
      *- solo las fuentes viejas de las sucursales la traen en blanco.
       CAPTURAR-HORA-INI.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM PEDIR-HORA-INI UNTIL CAMPO-OK.

       PEDIR-HORA-INI.
           DISPLAY "HORA DE INICIO (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-INI-TEXTO.
           IF WS-HORA-INI-TEXTO IS NOT NUMERIC
               DISPLAY "HORA DE INICIO INVALIDA, REINGRESAR"
           ELSE
               IF WS-HORA-INI-HH > 23 OR WS-HORA-INI-MM > 59
                   DISPLAY "HORA DE INICIO INVALIDA, REINGRESAR"
               ELSE
                   MOVE WS-HORA-INI-TEXTO TO NOV-HORA-INI
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-IF.

      *- La cantidad de asistentes es optativa: no todas las
      *- sucursales la llevan. Blanco = no informada.
       CAPTURAR-ASISTENTES.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM PEDIR-ASISTENTES UNTIL CAMPO-OK.

       PEDIR-ASISTENTES.
           DISPLAY "ASISTENTES (3 DIGITOS, EJ. 025; EN BLANCO SI NO "
               "SE INFORMA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ASISTENTES-TEXTO.
           ACCEPT WS-ASISTENTES-TEXTO.
           IF WS-ASISTENTES-TEXTO IS EQUAL TO SPACES
               OR WS-ASISTENTES-TEXTO IS NUMERIC
               MOVE WS-ASISTENTES-TEXTO TO NOV-ASISTENTES
               MOVE "S" TO WS-CAMPO-OK
           ELSE
               DISPLAY "CANTIDAD DE ASISTENTES INVALIDA, REINGRESAR"
           END-IF.

       CAPTURAR-HORAS.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM PEDIR-HORAS UNTIL CAMPO-OK.
               END-EVALUATE
           END-IF.

      *- "N" alta normal, "C" correccion, "T" clase cancelada tarde
      *- por la sucursal (se liquida el porcentaje de cancelacion del
      *- tipo); vacio se toma como "N", igual que en las fuentes.
       CAPTURAR-TIPO-NOV.
           MOVE "N" TO WS-CAMPO-OK.
           PERFORM PEDIR-TIPO-NOV UNTIL CAMPO-OK.

       PEDIR-TIPO-NOV.
           DISPLAY "TIPO DE NOVEDAD (N/C/T, VACIO = N): "
               WITH NO ADVANCING.
           ACCEPT NOV-TIPO-NOV.
           EVALUATE NOV-TIPO-NOV
                   MOVE "S" TO WS-CAMPO-OK
               WHEN "C"
                   MOVE "S" TO WS-CAMPO-OK
               WHEN "T"
                   MOVE "S" TO WS-CAMPO-OK
               WHEN SPACE
                   MOVE "N" TO NOV-TIPO-NOV
                   MOVE "S" TO WS-CAMPO-OK
           MOVE REG-ORD-NOV TO CAP-NOVEDAD.
           MOVE 0 TO CAP-LOTE.
           MOVE SPACE TO CAP-ESTADO.
           MOVE ORD-NOV-HORA-INI TO CAP-HORA-INI.
           MOVE ORD-NOV-ASISTENTES TO CAP-ASISTENTES.
           WRITE REG-CAPTURA.
           PERFORM LEER-ORDEN-CAPTURA.

