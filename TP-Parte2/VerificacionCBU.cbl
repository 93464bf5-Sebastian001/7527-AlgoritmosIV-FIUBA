       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICACION-CBU.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Verificacion por un segundo operador de los cambios de CBU
      *- que deja MANTENIMIENTO-PROFESORES en CambiosCBU.dat: mientras
      *- un cambio esta pendiente GENERAR-TRANSFERENCIAS retiene el
      *- pago del profesor, para que un CBU cambiado por error o con
      *- mala intencion no reciba plata sin que nadie lo mire. Solo
      *- entra un supervisor (VALIDAR-OPERADOR exige perfil "S" a
      *- todo programa que no esta en su tabla), y nunca puede
      *- verificar un cambio que hizo el mismo.
      *-
      *- Confirmar deja verificado el ultimo cambio del profesor (los
      *- anteriores, si los hay, quedan superados). Rechazar repone
      *- en el maestro el CBU que tenia antes del primer cambio
      *- pendiente, con auditoria y journal como cualquier
      *- modificacion, y marca rechazados todos los pendientes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CAMBIOS-CBU
           ASSIGN TO DISK "../files/in/CambiosCBU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS-CBU.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/CambiosCBU-Trabajo.tmp"
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

       FD CAMBIOS-CBU
           LABEL RECORD IS STANDARD.
       01 REG-CAMBIOS-CBU.
           03 CCB-PROF-NUMERO   PIC X(05).
           03 CCB-CBU-ANTERIOR  PIC X(22).
           03 CCB-CBU-NUEVO     PIC X(22).
           03 CCB-FECHA         PIC 9(08).
           03 CCB-FECHA-R REDEFINES CCB-FECHA.
               05 CCB-F-AAAA    PIC 9(04).
               05 CCB-F-MM      PIC 9(02).
               05 CCB-F-DD      PIC 9(02).
           03 CCB-HORA          PIC 9(06).
           03 CCB-OPERADOR      PIC X(10).
      *- "P" pendiente, "V" verificado, "R" rechazado (se repuso el
      *- CBU anterior), "S" superado por un cambio posterior.
           03 CCB-ESTADO        PIC X(01).
              88 CCB-PENDIENTE          VALUE "P".
           03 CCB-FECHA-VERIF   PIC 9(08).
           03 CCB-OPERADOR-VERIF PIC X(10).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(92).

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
       01 FS-CAMBIOS-CBU       PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".
       01 WS-CONFIRMA           PIC X.

       01 WS-OPERADOR           PIC X(10).
       01 WS-FORZAR             PIC X.
       01 WS-IMAGEN-ANTES       PIC X(120).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HORA-AUD.
           03 HOY-AAAA          PIC 9(04).
           03 HOY-MM            PIC 9(02).
           03 HOY-DD            PIC 9(02).
           03 FILLER            PIC 9(06).

      *- Resumen de los cambios pendientes del profesor pedido: el
      *- CBU que tenia antes del primero y el que quedo con el
      *- ultimo, y cuantos hizo el operador de esta sesion.
       01 WS-PROF-BUSCADO       PIC X(05).
       77 CANT-PENDIENTES       PIC 9(04)   VALUE 0.
       77 CANT-PROPIOS          PIC 9(04)   VALUE 0.
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.
       01 WS-CBU-ORIGINAL       PIC X(22).
       01 WS-CBU-ULTIMO         PIC X(22).
       01 WS-FECHA-ULTIMO       PIC 9(08).
       01 WS-OPERADOR-ULTIMO    PIC X(10).
      *- "V" confirmar, "R" rechazar.
       01 WS-ACCION             PIC X(01).
       77 WS-DIAS               PIC S9(6)   SIGN LEADING SEPARATE.

       01 PAR-JRN-IN.
           03 JRN-ARCHIVO       PIC X(10).
           03 JRN-OPERACION     PIC X(01).
           03 JRN-CLAVE         PIC X(12).
           03 JRN-ANTES         PIC X(120).
           03 JRN-DESPUES       PIC X(120).

       01 PAR-LOCK-IN.
           03 LCK-OP            PIC X(07).
           03 LCK-RECURSO       PIC X(10).
           03 LCK-PROGRAMA      PIC X(20).
           03 LCK-OPERADOR      PIC X(10).
       01 PAR-LOCK-OUT.
           03 LCK-CR            PIC X(02).
           03 LCK-DUENIO-PROGRAMA PIC X(20).
           03 LCK-DUENIO-OPERADOR PIC X(10).
           03 LCK-DUENIO-FECHA  PIC 9(08).
           03 LCK-DUENIO-HORA   PIC 9(06).

      *- Autenticacion del operador (ver TP-Parte2/
      *- VALIDAR-OPERADOR.cbl). Aca no hay modo transicion: sin
      *- Operadores.dat no hay supervisor que pueda verificar.
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
           PERFORM TOMAR-LOCK.
           PERFORM ABRIR-PROFESORES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-PROFESORES.
           PERFORM LIBERAR-LOCK.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "VERIFICACION-CBU" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT NO HAY SUPERVISOR QUE "
                       "PUEDA VERIFICAR CAMBIOS DE CBU"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ACCESO DENEGADO (CR " VOP-CR ")"
                   STOP RUN
           END-EVALUATE.

       TOMAR-LOCK.
           MOVE "TOMAR"    TO LCK-OP.
           MOVE "PROFESORES" TO LCK-RECURSO.
           MOVE "VERIFICACION-CBU" TO LCK-PROGRAMA.
           MOVE WS-OPERADOR TO LCK-OPERADOR.
           CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN, PAR-LOCK-OUT.
           IF LCK-CR IS NOT EQUAL TO "00"
               DISPLAY "RECURSO PROFESORES BLOQUEADO POR "
                   LCK-DUENIO-PROGRAMA " (" LCK-DUENIO-OPERADOR
                   ") DESDE " LCK-DUENIO-FECHA " " LCK-DUENIO-HORA
               DISPLAY "FORZAR EL LOCK? (S/N): " WITH NO ADVANCING
               ACCEPT WS-FORZAR
               IF WS-FORZAR IS EQUAL TO "S"
                   MOVE "FORZAR" TO LCK-OP
                   CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN,
                       PAR-LOCK-OUT
               ELSE
                   DISPLAY "SE CANCELA, EL RECURSO SIGUE BLOQUEADO"
                   STOP RUN
               END-IF
           END-IF.

       LIBERAR-LOCK.
           MOVE "LIBERAR"  TO LCK-OP.
           MOVE "PROFESORES" TO LCK-RECURSO.
           MOVE "VERIFICACION-CBU" TO LCK-PROGRAMA.
           MOVE WS-OPERADOR TO LCK-OPERADOR.
           CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN, PAR-LOCK-OUT.

       ABRIR-PROFESORES.
           OPEN I-O PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

       CERRAR-PROFESORES.
           CLOSE PROFESORES.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "VERIFICACION DE CAMBIOS DE CBU".
           DISPLAY "1. LISTAR PENDIENTES".
           DISPLAY "2. CONFIRMAR CAMBIO".
           DISPLAY "3. RECHAZAR CAMBIO".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM LISTAR-PENDIENTES
               WHEN "2"
                   MOVE "V" TO WS-ACCION
                   PERFORM RESOLVER-CAMBIO
               WHEN "3"
                   MOVE "R" TO WS-ACCION
                   PERFORM RESOLVER-CAMBIO
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       LEER-CAMBIO.
           READ CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CAMBIOSCBU FS: " FS-CAMBIOS-CBU
           END-IF.

      *- Dias de espera con la convencion de 360 dias de
      *- HABILITACIONES-POR-VENCER.
       LISTAR-PENDIENTES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS EQUAL TO 00
               PERFORM LEER-CAMBIO
               PERFORM MOSTRAR-PENDIENTE UNTIL FS-CAMBIOS-CBU = 10
               CLOSE CAMBIOS-CBU
           END-IF.
           IF CANT-LISTADOS = 0
               DISPLAY "NO HAY CAMBIOS DE CBU PENDIENTES"
           END-IF.

       MOSTRAR-PENDIENTE.
           IF CCB-PENDIENTE
               COMPUTE WS-DIAS =
                   (HOY-AAAA - CCB-F-AAAA) * 360
                   + (HOY-MM - CCB-F-MM) * 30
                   + (HOY-DD - CCB-F-DD)
               DISPLAY "PROFESOR " CCB-PROF-NUMERO " CAMBIADO EL "
                   CCB-FECHA " POR " CCB-OPERADOR " (" WS-DIAS
                   " DIAS)"
               DISPLAY "   DE " CCB-CBU-ANTERIOR " A " CCB-CBU-NUEVO
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-CAMBIO.

      *- Confirmar o rechazar los cambios pendientes de un profesor.
      *- Todos tienen que ser de otro operador: quien cambio un CBU
      *- no puede ser quien lo verifica.
       RESOLVER-CAMBIO.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           PERFORM BUSCAR-PENDIENTES.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN CANT-PENDIENTES = 0
                   DISPLAY "EL PROFESOR NO TIENE CAMBIOS DE CBU "
                       "PENDIENTES"
               WHEN CANT-PROPIOS > 0
                   DISPLAY "HAY CAMBIOS HECHOS POR " WS-OPERADOR
                       ": LOS TIENE QUE VERIFICAR OTRO OPERADOR"
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO EN EL MAESTRO"
               WHEN PROF-CBU IS NOT EQUAL TO WS-CBU-ULTIMO
                   DISPLAY "EL CBU DEL MAESTRO (" PROF-CBU
                       ") NO ES EL DEL ULTIMO CAMBIO, REVISAR"
               WHEN OTHER
                   PERFORM PEDIR-CONFIRMACION
           END-EVALUATE.

       BUSCAR-PENDIENTES.
           MOVE 0 TO CANT-PENDIENTES.
           MOVE 0 TO CANT-PROPIOS.
           MOVE SPACES TO WS-CBU-ORIGINAL.
           MOVE SPACES TO WS-CBU-ULTIMO.
           OPEN INPUT CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS EQUAL TO 00
               PERFORM LEER-CAMBIO
               PERFORM CONTAR-PENDIENTE UNTIL FS-CAMBIOS-CBU = 10
               CLOSE CAMBIOS-CBU
           END-IF.

       CONTAR-PENDIENTE.
           IF CCB-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               AND CCB-PENDIENTE
               IF CANT-PENDIENTES = 0
                   MOVE CCB-CBU-ANTERIOR TO WS-CBU-ORIGINAL
               END-IF
               ADD 1 TO CANT-PENDIENTES
               MOVE CCB-CBU-NUEVO TO WS-CBU-ULTIMO
               MOVE CCB-FECHA     TO WS-FECHA-ULTIMO
               MOVE CCB-OPERADOR  TO WS-OPERADOR-ULTIMO
               IF CCB-OPERADOR IS EQUAL TO WS-OPERADOR
                   ADD 1 TO CANT-PROPIOS
               END-IF
           END-IF.
           PERFORM LEER-CAMBIO.

       PEDIR-CONFIRMACION.
           DISPLAY "PROFESOR:    " PROF-NOMBRE.
           DISPLAY "CBU ANTERIOR " WS-CBU-ORIGINAL.
           DISPLAY "CBU NUEVO    " WS-CBU-ULTIMO.
           DISPLAY "CAMBIADO EL  " WS-FECHA-ULTIMO " POR "
               WS-OPERADOR-ULTIMO.
           IF WS-ACCION IS EQUAL TO "V"
               DISPLAY "CONFIRMA EL CBU NUEVO? (S/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "RECHAZA EL CAMBIO Y REPONE EL CBU ANTERIOR? "
                   "(S/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA IS EQUAL TO "S"
               IF WS-ACCION IS EQUAL TO "R"
                   PERFORM REPONER-CBU
               END-IF
               IF WS-ACCION IS EQUAL TO "V" OR OK-PROF
                   PERFORM MARCAR-EN-ARCHIVO
               END-IF
           ELSE
               DISPLAY "SIN CAMBIOS"
           END-IF.

      *- El maestro vuelve al CBU que tenia antes del primer cambio
      *- pendiente; queda en la auditoria y en el journal igual que
      *- una modificacion de MANTENIMIENTO-PROFESORES.
       REPONER-CBU.
           MOVE REG-PROFESORES  TO WS-IMAGEN-ANTES.
           MOVE WS-CBU-ORIGINAL TO PROF-CBU.
           REWRITE REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL REPONER EL CBU FS: " FS-PROFESORES
           ELSE
               MOVE "M" TO AUD-OPERACION
               MOVE "PROFESORES" TO AUD-ARCHIVO
               MOVE PROF-NUMERO TO AUD-CLAVE
               MOVE WS-IMAGEN-ANTES TO AUD-ANTES
               MOVE REG-PROFESORES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE "PROFESORES" TO JRN-ARCHIVO
               MOVE "R" TO JRN-OPERACION
               MOVE PROF-NUMERO TO JRN-CLAVE
               MOVE WS-IMAGEN-ANTES TO JRN-ANTES
               MOVE REG-PROFESORES TO JRN-DESPUES
               CALL "GRABAR-JOURNAL" USING PAR-JRN-IN
               DISPLAY "CBU ANTERIOR REPUESTO"
           END-IF.

      *- Copia CambiosCBU.dat al archivo de trabajo con los
      *- pendientes del profesor resueltos y lo vuelve a copiar sobre
      *- el original (mismo mecanismo que la anulacion de
      *- MANTENIMIENTO-FACT-PROFESORES).
       MARCAR-EN-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           OPEN INPUT CAMBIOS-CBU.
           OPEN OUTPUT TRABAJO.
           MOVE 0 TO CANT-LISTADOS.
           PERFORM LEER-CAMBIO.
           PERFORM MARCAR-CAMBIO UNTIL FS-CAMBIOS-CBU = 10.
           CLOSE CAMBIOS-CBU.
           CLOSE TRABAJO.
           PERFORM VOLCAR-TRABAJO-A-CAMBIOS.
           IF WS-ACCION IS EQUAL TO "V"
               DISPLAY "CAMBIO DE CBU VERIFICADO, EL PROFESOR VUELVE "
                   "A COBRAR POR TRANSFERENCIA"
           ELSE
               DISPLAY "CAMBIO DE CBU RECHAZADO"
           END-IF.

       MARCAR-CAMBIO.
           IF CCB-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               AND CCB-PENDIENTE
               ADD 1 TO CANT-LISTADOS
               MOVE REG-CAMBIOS-CBU TO AUD-ANTES
               IF WS-ACCION IS EQUAL TO "R"
                   MOVE "R" TO CCB-ESTADO
               ELSE
                   IF CANT-LISTADOS < CANT-PENDIENTES
                       MOVE "S" TO CCB-ESTADO
                   ELSE
                       MOVE "V" TO CCB-ESTADO
                   END-IF
               END-IF
               MOVE WS-FHA-FECHA TO CCB-FECHA-VERIF
               MOVE WS-OPERADOR  TO CCB-OPERADOR-VERIF
               MOVE "M" TO AUD-OPERACION
               MOVE "CAMBIO-CBU" TO AUD-ARCHIVO
               MOVE CCB-PROF-NUMERO TO AUD-CLAVE
               MOVE REG-CAMBIOS-CBU TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.
           WRITE REG-TRABAJO FROM REG-CAMBIOS-CBU.
           PERFORM LEER-CAMBIO.

       VOLCAR-TRABAJO-A-CAMBIOS.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT CAMBIOS-CBU.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE CAMBIOS-CBU.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-CAMBIOS-CBU FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- mantenimientos (abre y cierra en el momento). AUD-ARCHIVO lo
      *- carga quien llama.
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
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

       END PROGRAM VERIFICACION-CBU.
