              88 CAP-ENVIADA           VALUE "E".
              88 CAP-ACEPTADA          VALUE "A".
              88 CAP-RECHAZADA         VALUE "R".
      *- Hora de inicio HHMM; va despues del estado para que las
      *- capturas grabadas antes (sin hora) se sigan leyendo. Al
      *- envio sale en su lugar de la imagen NovTimes (posiciones
      *- 26-29). Detras, la cantidad de asistentes (posiciones
      *- 30-32 del envio; en blanco si no se informo).
           03 CAP-HORA-INI     PIC X(04).
           03 CAP-ASISTENTES   PIC X(03).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO          PIC X(39).

      *- Mismos registros de control que las fuentes NovTimes (ver
      *- VALIDAR-FUENTES en TP-Parte1/Parte1A.cbl).
       FD ENVIO-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ENVIO.
           03 ENV-NOVEDAD      PIC X(25).
           03 ENV-HORA-INI     PIC X(04).
           03 ENV-ASISTENTES   PIC X(03).
       01 REG-ENVIO-HDR REDEFINES REG-ENVIO.
           03 HDR-MARCA        PIC X(05).
           03 HDR-FUENTE-ID    PIC X(03).
           03 HDR-FECHA-GEN    PIC 9(08).
           03 FILLER           PIC X(16).
       01 REG-ENVIO-TRL REDEFINES REG-ENVIO.
           03 TRL-MARCA        PIC X(05).
           03 TRL-CANT         PIC 9(06).
           03 TRL-HORAS        PIC 9(06)V99.
           03 FILLER           PIC X(13).

       FD ULTIMO-LOTE-FILE LABEL RECORD OMITTED.
       01 REG-ULTIMO-LOTE      PIC 9(06).

       FD RECHAZOSNOV-FILE LABEL RECORD OMITTED.
       01 REG-RECHAZOSNOV.
           03 RCHN-REGISTRO     PIC X(32).
           03 FILLER            PIC X.
           03 RCHN-MOTIVO       PIC X(40).

       01 VEC-RECHAZOS.
           03 VEC-RCH-ELM
               OCCURS CON-CANT-RCH-MAX TIMES
               INDEXED BY INDICE-RCH    PIC X(32).
       77 CANT-RCH              PIC 999     VALUE 0.
       77 IND-RCH-HALLADO       PIC 999     VALUE 0.
      *- Imagen de la novedad tal como salio al envio (y como la
      *- graba el merge en RechazosNovedades.dat).
       01 WS-IMAGEN-NOVEDAD.
           03 IMG-NOVEDAD       PIC X(25).
           03 IMG-HORA-INI      PIC X(04).
           03 IMG-ASISTENTES    PIC X(03).

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

      *- con el numero de lote; el resto pasa intacto al trabajo.
       CERRAR-UNA-CAPTURA.
           IF CAP-PENDIENTE
               MOVE CAP-NOVEDAD  TO ENV-NOVEDAD
               MOVE CAP-HORA-INI TO ENV-HORA-INI
               MOVE CAP-ASISTENTES TO ENV-ASISTENTES
               WRITE REG-ENVIO
               ADD 1 TO CANT-ENVIADAS
               ADD CAP-HORAS TO TOT-HORAS-ENVIO

       BUSCAR-EN-RECHAZOS.
           MOVE 0 TO IND-RCH-HALLADO.
           MOVE CAP-NOVEDAD  TO IMG-NOVEDAD.
           MOVE CAP-HORA-INI TO IMG-HORA-INI.
           MOVE CAP-ASISTENTES TO IMG-ASISTENTES.
           PERFORM VARYING INDICE-RCH FROM 1 BY 1
               UNTIL INDICE-RCH > CANT-RCH
               IF VEC-RCH-ELM(INDICE-RCH) IS EQUAL TO
                       WS-IMAGEN-NOVEDAD
                   SET IND-RCH-HALLADO TO INDICE-RCH
               END-IF
           END-PERFORM.

       MOSTRAR-DEL-LOTE.
           IF CAP-LOTE IS EQUAL TO WS-LOTE-CONSULTA
               DISPLAY CAP-NOVEDAD " " CAP-HORA-INI " "
                   CAP-ASISTENTES " LOTE " CAP-LOTE
                   " ESTADO " CAP-ESTADO
               EVALUATE TRUE
                   WHEN CAP-PENDIENTE ADD 1 TO CANT-PENDIENTES
                   WHEN CAP-ENVIADA   ADD 1 TO CANT-ENVIADAS
