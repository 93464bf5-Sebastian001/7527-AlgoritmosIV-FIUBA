      *- que el banco no rindio queda avisada en Excepciones.dat en
      *- vez de descubrirse semanas despues por el reclamo del
      *- profesor.
      *- El cruce se hace por sort: los CBU del maestro, las
      *- transferencias emitidas y las lineas de rendicion se ordenan
      *- juntos por CBU y se concilian CBU por CBU, asi no hay tope de
      *- profesores ni de transferencias (en memoria quedan solo las
      *- transferencias del CBU en curso).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       SELECT ARCH-CRUCE
           ASSIGN TO DISK "../files/out/ConciliarTransf-Temporal.tmp"
           SORT STATUS IS SS-CRUCE.

       DATA DIVISION.
       FILE SECTION.

           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD PAGOS-FILE
           LABEL RECORD IS STANDARD.
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-ESTADO      PIC X(01).

      *- Un registro por CBU del maestro, por transferencia emitida y
      *- por linea de rendicion. Dentro de un CBU llegan primero el
      *- profesor, despues las transferencias y al final la
      *- rendicion, cada grupo en el orden de su archivo.
       SD ARCH-CRUCE
           DATA RECORD IS REG-CRUCE.
       01 REG-CRUCE.
           03 CRU-CBU           PIC X(22).
           03 CRU-TIPO          PIC X(01).
              88 CRU-ES-PROFESOR           VALUE "1".
              88 CRU-ES-TRANSFERENCIA      VALUE "2".
              88 CRU-ES-RENDICION          VALUE "3".
           03 CRU-SECUENCIA     PIC 9(07).
           03 CRU-PROF-NUMERO   PIC X(05).
           03 CRU-BENEFICIARIO  PIC X(25).
           03 CRU-IMPORTE       PIC 9(10)V99.
           03 CRU-REFERENCIA    PIC X(20).
           03 CRU-ESTADO        PIC X(01).
              88 CRU-ACEPTADA              VALUE "A".
           03 CRU-COD-RECHAZO   PIC X(04).

       WORKING-STORAGE SECTION.

       77 FS-RENDICION        PIC XX.
       77 FS-EXCEPCIONES      PIC XX.
       77 FS-CONTROLCORRIDAS  PIC XX.

       77 SS-CRUCE            PIC XX.

      *- Transferencias emitidas al CBU en curso: el estado de cada
      *- una arranca "sin respuesta" hasta que su linea de rendicion
      *- aparezca. Un CBU recibe una transferencia por empresa y
      *- corrida, asi que el tope es holgado.
       78 CON-CANT-TRF-MAX  VALUE 50.
       01 VEC-TRANSFERENCIAS.
           03 VEC-TRF-ELM
               OCCURS CON-CANT-TRF-MAX TIMES
               INDEXED BY INDICE-TRF.
               05  VEC-TRF-BENEFICIARIO PIC X(25).
               05  VEC-TRF-IMPORTE      PIC 9(10)V99.
               05  VEC-TRF-REFERENCIA   PIC X(20).
      *- " " sin respuesta del banco, "A" pagada, "R" rechazada.
               05  VEC-TRF-ESTADO       PIC X(01).

       77 CANT-TRF          PIC 99         VALUE 0.
       77 IND-TRF-HALLADO   PIC 99         VALUE 0.

      *- CBU en curso y profesor del maestro que lo tiene.
       77 WS-CBU-ACTUAL     PIC X(22)      VALUE SPACES.
       77 WS-PROF-CBU       PIC X(05)      VALUE SPACES.
       77 WS-SECUENCIA      PIC 9(07)      VALUE 0.

       77 CANT-PAGADAS      PIC 9(05)      VALUE 0.
       77 CANT-RECHAZADAS   PIC 9(05)      VALUE 0.
           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM ABRIR-ARCHIVOS.
           SORT ARCH-CRUCE
               ASCENDING KEY CRU-CBU
               ASCENDING KEY CRU-TIPO
               ASCENDING KEY CRU-SECUENCIA
               INPUT PROCEDURE SOLTAR-CRUCE
               OUTPUT PROCEDURE CONCILIAR-POR-CBU.
           PERFORM MOSTRAR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-CONTROL-FIN.
               STOP RUN
           END-IF.

       SOLTAR-CRUCE.
           PERFORM CARGAR-CBU-PROFESORES.
           PERFORM CARGAR-TRANSFERENCIAS.
           PERFORM CARGAR-RENDICION.

       LEER-PROFESORES.
           READ PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PROFESORES FS: " FS-PROFESORES
           END-IF.

      *- PROF-CBU no es clave del indexado: el maestro entero entra
      *- al sort para resolver CBU -> numero de profesor.
       CARGAR-CBU-PROFESORES.
           PERFORM LEER-PROFESORES.
           PERFORM GUARDAR-CBU-PROFESOR UNTIL FS-PROFESORES = 10.

       GUARDAR-CBU-PROFESOR.
           IF PROF-CBU IS NOT EQUAL TO SPACES
               INITIALIZE REG-CRUCE
               MOVE PROF-CBU    TO CRU-CBU
               MOVE "1"         TO CRU-TIPO
               ADD 1 TO WS-SECUENCIA
               MOVE WS-SECUENCIA TO CRU-SECUENCIA
               MOVE PROF-NUMERO TO CRU-PROF-NUMERO
               RELEASE REG-CRUCE
           END-IF.
           PERFORM LEER-PROFESORES.

       LEER-TRANSFERENCIAS.

       CARGAR-TRANSFERENCIAS.
           PERFORM LEER-TRANSFERENCIAS.
           PERFORM SOLTAR-TRANSFERENCIA UNTIL FS-TRANSFERENCIAS = 10.

       SOLTAR-TRANSFERENCIA.
           INITIALIZE REG-CRUCE.
           MOVE TRF-CBU          TO CRU-CBU.
           MOVE "2"              TO CRU-TIPO.
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-SECUENCIA     TO CRU-SECUENCIA.
           MOVE TRF-BENEFICIARIO TO CRU-BENEFICIARIO.
           MOVE TRF-IMPORTE      TO CRU-IMPORTE.
           MOVE TRF-REFERENCIA   TO CRU-REFERENCIA.
           RELEASE REG-CRUCE.
           PERFORM LEER-TRANSFERENCIAS.

       LEER-RENDICION.
           READ RENDICION-FILE.
           IF FS-RENDICION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RENDICION FS: " FS-RENDICION
           END-IF.

       CARGAR-RENDICION.
           PERFORM LEER-RENDICION.
           PERFORM SOLTAR-RENDICION UNTIL FS-RENDICION = 10.

       SOLTAR-RENDICION.
           INITIALIZE REG-CRUCE.
           MOVE REN-CBU          TO CRU-CBU.
           MOVE "3"              TO CRU-TIPO.
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-SECUENCIA     TO CRU-SECUENCIA.
           MOVE REN-IMPORTE      TO CRU-IMPORTE.
           MOVE REN-ESTADO       TO CRU-ESTADO.
           MOVE REN-COD-RECHAZO  TO CRU-COD-RECHAZO.
           RELEASE REG-CRUCE.
           PERFORM LEER-RENDICION.

      *- Corte de control por CBU: al terminar cada CBU, lo emitido
      *- que el banco no rindio queda avisado.
       CONCILIAR-POR-CBU.
           PERFORM LEER-CRUCE.
           PERFORM CONCILIAR-UN-CBU UNTIL SS-CRUCE = 10.

       LEER-CRUCE.
           RETURN ARCH-CRUCE RECORD
           AT END
           IF SS-CRUCE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CRUCE SS: " SS-CRUCE
           END-IF.

       CONCILIAR-UN-CBU.
           MOVE CRU-CBU TO WS-CBU-ACTUAL.
           MOVE SPACES  TO WS-PROF-CBU.
           MOVE 0 TO CANT-TRF.
           PERFORM PROCESAR-CRUCE
               UNTIL SS-CRUCE = 10
               OR CRU-CBU IS NOT EQUAL TO WS-CBU-ACTUAL.
           PERFORM CONTROLAR-SIN-RENDIR
               VARYING INDICE-TRF FROM 1 BY 1
               UNTIL INDICE-TRF > CANT-TRF.

      *- Con dos profesores con el mismo CBU queda el ultimo del
      *- maestro.
       PROCESAR-CRUCE.
           EVALUATE TRUE
               WHEN CRU-ES-PROFESOR
                   MOVE CRU-PROF-NUMERO TO WS-PROF-CBU
               WHEN CRU-ES-TRANSFERENCIA
                   PERFORM GUARDAR-TRANSFERENCIA
               WHEN OTHER
                   PERFORM CONCILIAR-UNA-LINEA
           END-EVALUATE.
           PERFORM LEER-CRUCE.

       GUARDAR-TRANSFERENCIA.
           IF CANT-TRF < CON-CANT-TRF-MAX
               ADD 1 TO CANT-TRF
               SET INDICE-TRF TO CANT-TRF
               MOVE CRU-BENEFICIARIO TO VEC-TRF-BENEFICIARIO(INDICE-TRF)
               MOVE CRU-IMPORTE      TO VEC-TRF-IMPORTE(INDICE-TRF)
               MOVE CRU-REFERENCIA   TO VEC-TRF-REFERENCIA(INDICE-TRF)
               MOVE WS-PROF-CBU      TO VEC-TRF-PROF-NUMERO(INDICE-TRF)
               MOVE SPACE            TO VEC-TRF-ESTADO(INDICE-TRF)
           ELSE
               MOVE "A" TO WS-ESTADO-CORRIDA
               DISPLAY "DEMASIADAS TRANSFERENCIAS AL CBU " CRU-CBU
                   ", NO SE CONCILIA " CRU-REFERENCIA
           END-IF.

      *- Cruza la linea de rendicion contra las transferencias
      *- emitidas: solo se acepta contra una que todavia este "sin
      *- respuesta" (dos lineas del banco para el mismo CBU no pisan
           IF IND-TRF-HALLADO = 0
               PERFORM REGISTRAR-EXCEPCION-SIN-MATCH
           ELSE
               IF CRU-ACEPTADA
                   PERFORM REGISTRAR-PAGO
               ELSE
                   PERFORM REGISTRAR-RECHAZO
               END-IF
           END-IF.

       BUSCAR-TRANSFERENCIA.
           MOVE 0 TO IND-TRF-HALLADO.
           PERFORM VARYING INDICE-TRF FROM 1 BY 1
               UNTIL INDICE-TRF > CANT-TRF
               IF VEC-TRF-ESTADO(INDICE-TRF) IS EQUAL TO SPACE
                   AND IND-TRF-HALLADO = 0
                   SET IND-TRF-HALLADO TO INDICE-TRF
               END-IF
               MOVE VEC-TRF-PROF-NUMERO(IND-TRF-HALLADO)
                   TO PAG-PROF-NUMERO
               MOVE FECHA-NUMERICA TO PAG-FECHA
               MOVE CRU-IMPORTE    TO PAG-IMPORTE
               MOVE VEC-TRF-REFERENCIA(IND-TRF-HALLADO)
                   TO PAG-REFERENCIA
               WRITE REG-PAGOS
               ELSE
                   ADD 1 TO CANT-PAGADAS
                   ADD 1 TO WS-CTL-GRABADOS
                   ADD CRU-IMPORTE TO TOT-PAGADO
               END-IF
               IF CRU-IMPORTE IS NOT EQUAL
                   TO VEC-TRF-IMPORTE(IND-TRF-HALLADO)
                   PERFORM REGISTRAR-EXCEPCION-IMPORTE
               END-IF
               TO RCZ-PROF-NUMERO.
           MOVE VEC-TRF-BENEFICIARIO(IND-TRF-HALLADO)
               TO RCZ-BENEFICIARIO.
           MOVE CRU-CBU         TO RCZ-CBU.
           MOVE CRU-IMPORTE     TO RCZ-IMPORTE.
           MOVE CRU-COD-RECHAZO TO RCZ-COD-RECHAZO.
           WRITE REG-RECHAZADA.
           IF FS-RECHAZADAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR RECHAZADA FS: " FS-RECHAZADAS
       REGISTRAR-EXCEPCION-SIN-MATCH.
           ADD 1 TO CANT-SIN-MATCH.
           MOVE "A" TO WS-ESTADO-CORRIDA.
           MOVE CRU-CBU(1:11)       TO EXC-CLAVE.
           MOVE "CONCILIAR-TRANSF"  TO EXC-PROGRAMA.
           MOVE "RENDICION SIN TRANSFERENCIA EMITIDA" TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.
           DISPLAY "RENDICION SIN MATCH, CBU " CRU-CBU.

       REGISTRAR-EXCEPCION-SIN-PROFESOR.
           MOVE "A" TO WS-ESTADO-CORRIDA.
           MOVE CRU-CBU(1:11)       TO EXC-CLAVE.
           MOVE "CONCILIAR-TRANSF"  TO EXC-PROGRAMA.
           MOVE "CBU SIN PROFESOR EN EL MAESTRO" TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.
           DISPLAY "CBU " CRU-CBU " SIN PROFESOR, PAGO NO IMPUTADO".

       REGISTRAR-EXCEPCION-IMPORTE.
           MOVE VEC-TRF-PROF-NUMERO(IND-TRF-HALLADO) TO EXC-CLAVE.
           MOVE SPACES              TO EXC-MOTIVO.
           MOVE "TRANSFERENCIA RECHAZADA, CODIGO "
               TO EXC-MOTIVO(1:33).
           MOVE CRU-COD-RECHAZO     TO EXC-MOTIVO(34:4).
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.
