      *- excepciones pendientes "P" contadas por severidad y cada
      *- lock tomado con su duenio y antiguedad, con detalle por
      *- seccion en el estilo de CONSULTA-EXCEPCIONES.
      *- Tambien lista las ultimas liquidaciones registradas en
      *- ConsumosLiquidacion.dat (ver CONTROLAR-CONSUMO) y, para
      *- cada una, que programas ya la consumieron, cuantas veces y
      *- si tiene un reproceso autorizado sin usar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOCK.

      *- Registro de consumos de cada liquidacion (ver TP-Parte2/
      *- CONTROLAR-CONSUMO.cbl).
       SELECT CONSUMOS-FILE
           ASSIGN TO DISK "../files/out/ConsumosLiquidacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSUMOS.

       DATA DIVISION.
       FILE SECTION.

           03 FILLER            PIC X     VALUE SPACE.
           03 LOCK-HORA         PIC 9(06).

       FD CONSUMOS-FILE LABEL RECORD OMITTED.
       01 REG-CONSUMO.
           03 RCO-ID-CORRIDA    PIC X(16).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-PROGRAMA      PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-TIPO          PIC X(01).
              88 RCO-ES-GENERACION         VALUE "G".
              88 RCO-ES-CONSUMO            VALUE "C" "F".
              88 RCO-ES-FORZADO            VALUE "F".
              88 RCO-ES-AUTORIZACION       VALUE "A".
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-OPERADOR      PIC X(10).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-MOTIVO        PIC X(40).

       WORKING-STORAGE SECTION.

       77 FS-CONTROLCORRIDAS   PIC X(2).
       77 FS-CHECKPOINT        PIC X(2).
       77 FS-EXCEPCIONES       PIC X(2).
       77 FS-LOCK              PIC X(2).
       77 FS-CONSUMOS          PIC X(2).
       77 WS-RUTA-LOCK         PIC X(60)  VALUE SPACES.

       01 WS-OPCION             PIC X.
           03 AUX-DD            PIC 9(2).
       77 WS-DIAS               PIC S9(6)   SIGN LEADING SEPARATE.

      *- Programas que consumen la liquidacion, con el nombre con que
      *- se registran en CONTROLAR-CONSUMO.
       78 CON-CANT-CONSUMIDORES VALUE 3.
       01 TABLA-CONSUMIDORES.
           03 FILLER PIC X(20) VALUE "FACTURACION-SUC".
           03 FILLER PIC X(20) VALUE "GENERAR-TRANSFER".
           03 FILLER PIC X(20) VALUE "ASIENTOS-CONTABLES".
       01 TABLA-CONSUMIDORES-R REDEFINES TABLA-CONSUMIDORES.
           03 CONSUMIDOR OCCURS CON-CANT-CONSUMIDORES TIMES
                                    PIC X(20).
       77 WS-IND-CONS           PIC 9       VALUE 0.

      *- Ultimas liquidaciones del registro de consumos, en el orden
      *- en que aparecen; lleno el vector, sale la mas vieja. Por
      *- consumidor: veces que la consumio (las forzadas aparte),
      *- fecha del ultimo consumo y si tiene un reproceso autorizado
      *- sin usar.
       78 CON-CANT-LIQ-MAX      VALUE 20.
       01 VEC-LIQUIDACIONES.
           03 VEC-LIQ-ELM
               OCCURS CON-CANT-LIQ-MAX TIMES
               INDEXED BY INDICE-LIQ.
               05 VEC-LIQ-ID        PIC X(16).
               05 VEC-LIQ-PRODUCTOR PIC X(20).
               05 VEC-LIQ-FECHA     PIC 9(08).
               05 VEC-LIQ-HORA      PIC 9(06).
               05 VEC-LIQ-CONS OCCURS CON-CANT-CONSUMIDORES TIMES.
                   07 VEC-LIQ-CANT      PIC 9(03).
                   07 VEC-LIQ-FORZADOS  PIC 9(03).
                   07 VEC-LIQ-ULT-FECHA PIC 9(08).
                   07 VEC-LIQ-AUT-PEND  PIC X(01).
       77 CANT-LIQ              PIC 99      VALUE 0.
       77 IND-LIQ-HALLADO       PIC 99      VALUE 0.
       77 WS-IND-LIQ            PIC 99      VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           DISPLAY "3. CHECKPOINT DE LA CADENA NOCTURNA".
           DISPLAY "4. EXCEPCIONES PENDIENTES POR SEVERIDAD".
           DISPLAY "5. LOCKS TOMADOS".
           DISPLAY "6. LIQUIDACIONES Y SUS CONSUMOS".
           DISPLAY "7. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "3" PERFORM SECCION-CHECKPOINT
               WHEN "4" PERFORM SECCION-EXCEPCIONES
               WHEN "5" PERFORM SECCION-LOCKS
               WHEN "6" PERFORM SECCION-CONSUMOS
               WHEN "7" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PERFORM SECCION-CHECKPOINT.
           PERFORM SECCION-EXCEPCIONES.
           PERFORM SECCION-LOCKS.
           PERFORM SECCION-CONSUMOS.

      *
      *     BITACORA
               CLOSE LOCK-FILE
           END-IF.

      *
      *     LIQUIDACIONES Y SUS CONSUMOS
      *
       SECCION-CONSUMOS.
           DISPLAY "--- LIQUIDACIONES Y SUS CONSUMOS ---".
           MOVE 0 TO CANT-LIQ.
           OPEN INPUT CONSUMOS-FILE.
           IF FS-CONSUMOS IS NOT EQUAL TO 00
               DISPLAY "NO HAY LIQUIDACIONES REGISTRADAS"
           ELSE
               PERFORM LEER-CONSUMO
               PERFORM GUARDAR-CONSUMO UNTIL FS-CONSUMOS = 10
               CLOSE CONSUMOS-FILE
               PERFORM MOSTRAR-LIQUIDACION
                   VARYING INDICE-LIQ FROM 1 BY 1
                   UNTIL INDICE-LIQ > CANT-LIQ
               DISPLAY "(REPROCESOS EN AUTORIZAR-REPROCESO)"
           END-IF.

       LEER-CONSUMO.
           READ CONSUMOS-FILE.
           IF FS-CONSUMOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONSUMOS FS: " FS-CONSUMOS
           END-IF.

      *- Un consumo de una liquidacion que ya salio del vector (o
      *- cuya generacion no se registro) la vuelve a agregar sin
      *- productor.
       GUARDAR-CONSUMO.
           MOVE 0 TO IND-LIQ-HALLADO.
           PERFORM VARYING INDICE-LIQ FROM 1 BY 1
               UNTIL INDICE-LIQ > CANT-LIQ
               IF VEC-LIQ-ID(INDICE-LIQ) IS EQUAL TO RCO-ID-CORRIDA
                   SET IND-LIQ-HALLADO TO INDICE-LIQ
               END-IF
           END-PERFORM.
           IF IND-LIQ-HALLADO = 0
               PERFORM AGREGAR-LIQUIDACION
           END-IF.
           IF RCO-ES-GENERACION
               MOVE RCO-PROGRAMA TO VEC-LIQ-PRODUCTOR(IND-LIQ-HALLADO)
               MOVE RCO-FECHA    TO VEC-LIQ-FECHA(IND-LIQ-HALLADO)
               MOVE RCO-HORA     TO VEC-LIQ-HORA(IND-LIQ-HALLADO)
           ELSE
               MOVE 0 TO WS-IND-CONS
               PERFORM VARYING WS-IND-LIQ FROM 1 BY 1
                   UNTIL WS-IND-LIQ > CON-CANT-CONSUMIDORES
                   IF CONSUMIDOR(WS-IND-LIQ) IS EQUAL TO RCO-PROGRAMA
                       MOVE WS-IND-LIQ TO WS-IND-CONS
                   END-IF
               END-PERFORM
               IF WS-IND-CONS > 0
                   PERFORM GUARDAR-CONSUMIDOR
               END-IF
           END-IF.
           PERFORM LEER-CONSUMO.

       AGREGAR-LIQUIDACION.
           IF CANT-LIQ = CON-CANT-LIQ-MAX
               PERFORM CORRER-LIQUIDACION
                   VARYING WS-IND-LIQ FROM 1 BY 1
                   UNTIL WS-IND-LIQ >= CANT-LIQ
           ELSE
               ADD 1 TO CANT-LIQ
           END-IF.
           MOVE CANT-LIQ TO IND-LIQ-HALLADO.
           INITIALIZE VEC-LIQ-ELM(IND-LIQ-HALLADO).
           MOVE RCO-ID-CORRIDA TO VEC-LIQ-ID(IND-LIQ-HALLADO).

       CORRER-LIQUIDACION.
           MOVE VEC-LIQ-ELM(WS-IND-LIQ + 1) TO VEC-LIQ-ELM(WS-IND-LIQ).

      *- Igual que VERIFICAR en CONTROLAR-CONSUMO: cada consumo deja
      *- sin efecto la autorizacion que lo precedia.
       GUARDAR-CONSUMIDOR.
           IF RCO-ES-CONSUMO
               ADD 1 TO VEC-LIQ-CANT(IND-LIQ-HALLADO, WS-IND-CONS)
               IF RCO-ES-FORZADO
                   ADD 1
                       TO VEC-LIQ-FORZADOS(IND-LIQ-HALLADO, WS-IND-CONS)
               END-IF
               MOVE RCO-FECHA
                   TO VEC-LIQ-ULT-FECHA(IND-LIQ-HALLADO, WS-IND-CONS)
               MOVE "N"
                   TO VEC-LIQ-AUT-PEND(IND-LIQ-HALLADO, WS-IND-CONS)
           END-IF.
           IF RCO-ES-AUTORIZACION
               MOVE "S"
                   TO VEC-LIQ-AUT-PEND(IND-LIQ-HALLADO, WS-IND-CONS)
           END-IF.

       MOSTRAR-LIQUIDACION.
           IF VEC-LIQ-PRODUCTOR(INDICE-LIQ) IS EQUAL TO SPACES
               DISPLAY VEC-LIQ-ID(INDICE-LIQ)
                   " SIN REGISTRO DE GENERACION"
           ELSE
               DISPLAY VEC-LIQ-ID(INDICE-LIQ) " "
                   VEC-LIQ-PRODUCTOR(INDICE-LIQ) " "
                   VEC-LIQ-FECHA(INDICE-LIQ) " "
                   VEC-LIQ-HORA(INDICE-LIQ)
           END-IF.
           PERFORM MOSTRAR-CONSUMIDOR
               VARYING WS-IND-CONS FROM 1 BY 1
               UNTIL WS-IND-CONS > CON-CANT-CONSUMIDORES.

       MOSTRAR-CONSUMIDOR.
           IF VEC-LIQ-CANT(INDICE-LIQ, WS-IND-CONS) = 0
               DISPLAY "   " CONSUMIDOR(WS-IND-CONS) " PENDIENTE"
           ELSE
               DISPLAY "   " CONSUMIDOR(WS-IND-CONS) " CONSUMIDA "
                   VEC-LIQ-CANT(INDICE-LIQ, WS-IND-CONS) " VECES ("
                   VEC-LIQ-FORZADOS(INDICE-LIQ, WS-IND-CONS)
                   " FORZADAS), ULTIMA "
                   VEC-LIQ-ULT-FECHA(INDICE-LIQ, WS-IND-CONS)
                   WITH NO ADVANCING
               IF VEC-LIQ-AUT-PEND(INDICE-LIQ, WS-IND-CONS)
                   IS EQUAL TO "S"
                   DISPLAY "  <<< REPROCESO AUTORIZADO SIN USAR"
               ELSE
                   DISPLAY SPACE
               END-IF
           END-IF.

       END PROGRAM CONSOLA-OPERADOR.
