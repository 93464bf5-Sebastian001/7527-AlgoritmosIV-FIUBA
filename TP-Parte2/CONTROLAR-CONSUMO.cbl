       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-CONSUMO.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Registro de consumos de cada liquidacion. TP-PARTE2 (o
      *- LIQUIDACION-PARTICIONADA) estampa un identificador de
      *- corrida en el extracto de AP y en el detalle indexado, y los
      *- programas que los consumen (facturacion, transferencias,
      *- asientos) dejan constancia aca de que identificador ya
      *- usaron, para que volver a correr uno de ellos sobre la misma
      *- liquidacion no emita dos facturas, dos archivos de banco o
      *- dos asientos. Operaciones:
      *-   GENERAR   el productor registra la liquidacion nueva.
      *-   VERIFICAR dice si el programa ya consumio el
      *-             identificador; si lo consumio, pasa solo con una
      *-             autorizacion de reproceso pendiente.
      *-   CONSUMIR  el programa registra que termino de consumirlo
      *-             (normal, o usando la autorizacion pendiente).
      *-   AUTORIZAR un supervisor habilita UN reproceso, con motivo
      *-             (ver AUTORIZAR-REPROCESO).
      *- Una autorizacion se usa con el primer consumo que la sigue en
      *- el archivo: el registro es de solo agregado y su orden es el
      *- orden de los hechos. Salidas generadas antes de que existiera
      *- la marca vienen sin identificador y no se controlan. Se pide
      *- como subprograma (igual que GESTIONAR-LOCK) porque lo llaman
      *- varios programas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONSUMOS-FILE
           ASSIGN TO DISK "../files/out/ConsumosLiquidacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSUMOS.

       DATA DIVISION.
       FILE SECTION.

       FD CONSUMOS-FILE LABEL RECORD OMITTED.
       01 REG-CONSUMO.
           03 RCO-ID-CORRIDA    PIC X(16).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCO-PROGRAMA      PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
      *- "G" liquidacion generada (RCO-PROGRAMA es el productor),
      *- "C" consumida, "F" consumida con reproceso autorizado, "A"
      *- reproceso autorizado por un supervisor.
           03 RCO-TIPO          PIC X(01).
              88 RCO-ES-CONSUMO            VALUE "C" "F".
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

       77 FS-CONSUMOS          PIC X(2).
       77 WS-TIPO-GRABAR       PIC X(01).

       01 WS-FECHA-HORA.
           03 WS-FH-FECHA       PIC 9(08).
           03 WS-FH-HORA        PIC 9(06).

       LINKAGE SECTION.

       01 PAR-CSM-IN.
           03 CSM-OP            PIC X(09).
           03 CSM-ID-CORRIDA    PIC X(16).
           03 CSM-PROGRAMA      PIC X(20).
      *- CONSUMIR: "S" si el consumo usa la autorizacion pendiente.
           03 CSM-FORZADO       PIC X(01).
           03 CSM-OPERADOR      PIC X(10).
           03 CSM-MOTIVO        PIC X(40).

       01 PAR-CSM-OUT.
      *- "00" puede consumir / registrado, "90" ya consumida sin
      *- autorizacion de reproceso, "98" salida sin identificador
      *- (no se controla), "99" error de archivo.
           03 CSM-CR            PIC X(02).
           03 CSM-CANT-CONSUMOS PIC 9(03).
           03 CSM-ULT-FECHA     PIC 9(08).
           03 CSM-ULT-HORA      PIC 9(06).
           03 CSM-AUTORIZADA    PIC X(01).
           03 CSM-AUT-OPERADOR  PIC X(10).
           03 CSM-AUT-MOTIVO    PIC X(40).

       PROCEDURE DIVISION USING PAR-CSM-IN, PAR-CSM-OUT.

           MOVE "00" TO CSM-CR.
           IF CSM-ID-CORRIDA IS EQUAL TO SPACES
               MOVE "98" TO CSM-CR
           ELSE
               EVALUATE CSM-OP
                   WHEN "GENERAR"
                       MOVE "G" TO WS-TIPO-GRABAR
                       PERFORM GRABAR-CONSUMO
                   WHEN "VERIFICAR"
                       PERFORM VERIFICAR-CONSUMO
                   WHEN "CONSUMIR"
                       IF CSM-FORZADO IS EQUAL TO "S"
                           MOVE "F" TO WS-TIPO-GRABAR
                       ELSE
                           MOVE "C" TO WS-TIPO-GRABAR
                       END-IF
                       PERFORM GRABAR-CONSUMO
                   WHEN "AUTORIZAR"
                       MOVE "A" TO WS-TIPO-GRABAR
                       PERFORM GRABAR-CONSUMO
                   WHEN OTHER
                       DISPLAY "OPERACION DE CONSUMO INVALIDA: " CSM-OP
                       MOVE "99" TO CSM-CR
               END-EVALUATE
           END-IF.
           EXIT PROGRAM.

      *- Sin registro todavia (archivo inexistente) nada fue
      *- consumido. Cada consumo del programa deja sin efecto la
      *- autorizacion que lo precedia.
       VERIFICAR-CONSUMO.
           MOVE 0      TO CSM-CANT-CONSUMOS.
           MOVE 0      TO CSM-ULT-FECHA.
           MOVE 0      TO CSM-ULT-HORA.
           MOVE "N"    TO CSM-AUTORIZADA.
           MOVE SPACES TO CSM-AUT-OPERADOR.
           MOVE SPACES TO CSM-AUT-MOTIVO.
           OPEN INPUT CONSUMOS-FILE.
           IF FS-CONSUMOS IS EQUAL TO 00
               PERFORM LEER-CONSUMO
               PERFORM EXAMINAR-CONSUMO UNTIL FS-CONSUMOS IS NOT
                   EQUAL TO 00
               CLOSE CONSUMOS-FILE
           END-IF.
           IF CSM-CANT-CONSUMOS > 0
               AND CSM-AUTORIZADA IS NOT EQUAL TO "S"
               MOVE "90" TO CSM-CR
           END-IF.

       LEER-CONSUMO.
           READ CONSUMOS-FILE.
           IF FS-CONSUMOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONSUMOS FS: " FS-CONSUMOS
           END-IF.

       EXAMINAR-CONSUMO.
           IF RCO-ID-CORRIDA IS EQUAL TO CSM-ID-CORRIDA
               AND RCO-PROGRAMA IS EQUAL TO CSM-PROGRAMA
               IF RCO-ES-CONSUMO
                   ADD 1 TO CSM-CANT-CONSUMOS
                   MOVE RCO-FECHA TO CSM-ULT-FECHA
                   MOVE RCO-HORA  TO CSM-ULT-HORA
                   MOVE "N"       TO CSM-AUTORIZADA
                   MOVE SPACES    TO CSM-AUT-OPERADOR
                   MOVE SPACES    TO CSM-AUT-MOTIVO
               END-IF
               IF RCO-ES-AUTORIZACION
                   MOVE "S"          TO CSM-AUTORIZADA
                   MOVE RCO-OPERADOR TO CSM-AUT-OPERADOR
                   MOVE RCO-MOTIVO   TO CSM-AUT-MOTIVO
               END-IF
           END-IF.
           PERFORM LEER-CONSUMO.

      *- Abre, graba y cierra en el momento, igual que la bitacora de
      *- corridas.
       GRABAR-CONSUMO.
           OPEN EXTEND CONSUMOS-FILE.
           IF FS-CONSUMOS IS NOT EQUAL TO 00
               OPEN OUTPUT CONSUMOS-FILE
           END-IF.
           IF FS-CONSUMOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONSUMOS FS: " FS-CONSUMOS
               MOVE "99" TO CSM-CR
           ELSE
               MOVE SPACES         TO REG-CONSUMO
               MOVE CSM-ID-CORRIDA TO RCO-ID-CORRIDA
               MOVE CSM-PROGRAMA   TO RCO-PROGRAMA
               MOVE WS-TIPO-GRABAR TO RCO-TIPO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FH-FECHA    TO RCO-FECHA
               MOVE WS-FH-HORA     TO RCO-HORA
               MOVE CSM-OPERADOR   TO RCO-OPERADOR
               MOVE CSM-MOTIVO     TO RCO-MOTIVO
               WRITE REG-CONSUMO
               CLOSE CONSUMOS-FILE
           END-IF.

       END PROGRAM CONTROLAR-CONSUMO.
