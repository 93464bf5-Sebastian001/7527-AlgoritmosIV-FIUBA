       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-REPROCESO.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Autorizacion de supervisor para volver a correr la
      *- facturacion, las transferencias o los asientos sobre una
      *- liquidacion que ese programa ya consumio (ver
      *- CONTROLAR-CONSUMO). Sin esta autorizacion el programa se
      *- niega con codigo 8. La autorizacion sirve para UN reproceso
      *- del programa elegido: queda en ConsumosLiquidacion.dat con el
      *- operador y el motivo, y el consumo siguiente la usa. Solo la
      *- da el perfil supervisor (VALIDAR-OPERADOR exige "S" a todo
      *- programa no listado); sin Operadores.dat no hay quien
      *- autorice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".
       01 WS-CONFIRMA           PIC X.

       01 WS-OPERADOR           PIC X(10).
       01 WS-ID-CORRIDA         PIC X(16).
       01 WS-MOTIVO             PIC X(40).
       01 WS-OPCION-PROGRAMA    PIC X.

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

      *- Autenticacion del operador (ver TP-Parte2/
      *- VALIDAR-OPERADOR.cbl).
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

      *- Registro de consumos de la liquidacion (ver TP-Parte2/
      *- CONTROLAR-CONSUMO.cbl).
       01 PAR-CSM-IN.
           03 CSM-OP            PIC X(09).
           03 CSM-ID-CORRIDA    PIC X(16).
           03 CSM-PROGRAMA      PIC X(20).
           03 CSM-FORZADO       PIC X(01).
           03 CSM-OPERADOR      PIC X(10).
           03 CSM-MOTIVO        PIC X(40).
       01 PAR-CSM-OUT.
           03 CSM-CR            PIC X(02).
           03 CSM-CANT-CONSUMOS PIC 9(03).
           03 CSM-ULT-FECHA     PIC 9(08).
           03 CSM-ULT-HORA      PIC 9(06).
           03 CSM-AUTORIZADA    PIC X(01).
           03 CSM-AUT-OPERADOR  PIC X(10).
           03 CSM-AUT-MOTIVO    PIC X(40).

       PROCEDURE DIVISION.

           PERFORM VALIDAR-ACCESO-OPERADOR.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "AUTORIZAR-REPROCESO" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT NO HAY SUPERVISOR QUE "
                       "PUEDA AUTORIZAR UN REPROCESO"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ACCESO DENEGADO (CR " VOP-CR ")"
                   STOP RUN
           END-EVALUATE.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "AUTORIZACION DE REPROCESO DE UNA LIQUIDACION".
           DISPLAY "1. AUTORIZAR REPROCESO".
           DISPLAY "2. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM AUTORIZAR
               WHEN "2" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *- Solo tiene sentido autorizar lo que el programa ya consumio
      *- y todavia no tiene una autorizacion sin usar.
       AUTORIZAR.
           DISPLAY "IDENTIFICADOR DE LA LIQUIDACION: "
               WITH NO ADVANCING.
           ACCEPT WS-ID-CORRIDA.
           PERFORM ELEGIR-PROGRAMA.
           IF WS-IND-CONS = 0
               DISPLAY "PROGRAMA INVALIDO"
           ELSE
               INITIALIZE PAR-CSM-OUT
               MOVE "VERIFICAR"   TO CSM-OP
               MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA
               MOVE CONSUMIDOR(WS-IND-CONS) TO CSM-PROGRAMA
               CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN,
                   PAR-CSM-OUT
               EVALUATE TRUE
                   WHEN CSM-CR IS EQUAL TO "98"
                       DISPLAY "IDENTIFICADOR EN BLANCO"
                   WHEN CSM-CANT-CONSUMOS = 0
                       DISPLAY "LA LIQUIDACION NO FUE CONSUMIDA POR "
                           CSM-PROGRAMA ", NO HACE FALTA AUTORIZAR"
                   WHEN CSM-AUTORIZADA IS EQUAL TO "S"
                       DISPLAY "YA HAY UN REPROCESO AUTORIZADO SIN "
                           "USAR, POR " CSM-AUT-OPERADOR ": "
                           CSM-AUT-MOTIVO
                   WHEN OTHER
                       PERFORM REGISTRAR-AUTORIZACION
               END-EVALUATE
           END-IF.

       ELEGIR-PROGRAMA.
           MOVE 0 TO WS-IND-CONS.
           DISPLAY "1. FACTURACION  2. TRANSFERENCIAS  3. ASIENTOS".
           DISPLAY "PROGRAMA A REPROCESAR: " WITH NO ADVANCING.
           ACCEPT WS-OPCION-PROGRAMA.
           IF WS-OPCION-PROGRAMA IS NUMERIC
               MOVE WS-OPCION-PROGRAMA TO WS-IND-CONS
               IF WS-IND-CONS > CON-CANT-CONSUMIDORES
                   MOVE 0 TO WS-IND-CONS
               END-IF
           END-IF.

       REGISTRAR-AUTORIZACION.
           DISPLAY "CONSUMIDA " CSM-CANT-CONSUMOS " VEZ/VECES, LA "
               "ULTIMA EL " CSM-ULT-FECHA " " CSM-ULT-HORA.
           DISPLAY "MOTIVO DEL REPROCESO: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO IS EQUAL TO SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO, NO SE AUTORIZA"
           ELSE
               DISPLAY "CONFIRMA LA AUTORIZACION (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA IS EQUAL TO "S"
                   MOVE "AUTORIZAR"  TO CSM-OP
                   MOVE WS-OPERADOR  TO CSM-OPERADOR
                   MOVE WS-MOTIVO    TO CSM-MOTIVO
                   CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN,
                       PAR-CSM-OUT
                   IF CSM-CR IS EQUAL TO "00"
                       DISPLAY "REPROCESO AUTORIZADO PARA "
                           CSM-PROGRAMA
                   ELSE
                       DISPLAY "NO SE PUDO REGISTRAR LA AUTORIZACION"
                   END-IF
               ELSE
                   DISPLAY "AUTORIZACION CANCELADA"
               END-IF
           END-IF.

       END PROGRAM AUTORIZAR-REPROCESO.
