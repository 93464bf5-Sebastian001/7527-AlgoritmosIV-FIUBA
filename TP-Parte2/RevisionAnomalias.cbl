       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-ANOMALIAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Revision de las seniales de meses atipicos que dejo
      *- ANOMALIAS-PROFESORES en AnomaliasDetectadas.dat: el
      *- supervisor tipea el profesor y el codigo de la senial (PIC,
      *- SUC, TIP, COR, UNI o FIN), ve el motivo y la marca como
      *- revisada con un comentario de lo que encontro. La marca va a
      *- AnomaliasRevisadas.dat con el periodo, asi la proxima corrida
      *- del puntaje la muestra como REVISADA en el listado. Una
      *- senial se marca una sola vez; cada marca queda en la pista
      *- de auditoria de maestros. El programa no esta en ninguna
      *- lista de VALIDAR-OPERADOR, por lo que pide perfil supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ANOMALIAS-FILE
           ASSIGN TO DISK "../files/out/AnomaliasDetectadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANOMALIAS.

       SELECT REVISADAS-FILE
           ASSIGN TO DISK "../files/in/AnomaliasRevisadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVISADAS.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *- Mismo layout que graba ANOMALIAS-PROFESORES.
       FD ANOMALIAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ANOMALIA.
           03 ANO-PERIODO       PIC 9(06).
           03 ANO-PROF          PIC X(05).
           03 ANO-CODIGO        PIC X(03).
           03 ANO-PUNTOS        PIC 9(03).
           03 ANO-PUNTAJE       PIC 9(03).
           03 ANO-POSICION      PIC 9(04).
           03 ANO-DETALLE       PIC X(40).

       FD REVISADAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-REVISADA.
           03 REV-PERIODO       PIC 9(06).
           03 REV-PROF          PIC X(05).
           03 REV-CODIGO        PIC X(03).
           03 REV-FECHA         PIC 9(08).
           03 REV-OPERADOR      PIC X(10).
           03 REV-COMENTARIO    PIC X(40).

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
       01 FS-ANOMALIAS         PIC XX.
       01 FS-REVISADAS         PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

       01 WS-PROF               PIC X(05).
       01 WS-CODIGO             PIC X(03).
       01 WS-COMENTARIO         PIC X(40).

       01 WS-SENIAL-HALLADA     PIC X(01)   VALUE "N".
           88 SENIAL-HALLADA                VALUE "S".
       01 WS-YA-REVISADA        PIC X(01)   VALUE "N".
           88 YA-REVISADA                   VALUE "S".

      *- La senial pedida y, si ya estaba revisada, esa marca.
       01 WS-ANOMALIA           PIC X(64).
       01 WS-REVISADA-PREVIA    PIC X(72).
       01 WS-AUD-CLAVE.
           03 WS-AUD-PROF       PIC X(05).
           03 WS-AUD-CODIGO     PIC X(03).
           03 FILLER            PIC X(03)   VALUE SPACES.

       77 CANT-PENDIENTES       PIC 9(05)   VALUE 0.
       77 CANT-REVISADAS        PIC 9(05)   VALUE 0.

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
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "REVISION-ANOMALIAS" TO VOP-PROGRAMA.
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

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "REVISION DE MESES ATIPICOS".
           DISPLAY "1. MARCAR SENIAL COMO REVISADA".
           DISPLAY "2. LISTAR SENIALES PENDIENTES".
           DISPLAY "3. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM MARCAR-REVISADA
               WHEN "2" PERFORM LISTAR-PENDIENTES
               WHEN "3" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       MARCAR-REVISADA.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF.
           DISPLAY "CODIGO DE SENIAL (PIC SUC TIP COR UNI FIN): "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           PERFORM BUSCAR-SENIAL.
           IF NOT SENIAL-HALLADA
               DISPLAY "EL PROFESOR " WS-PROF " NO TIENE SENIAL "
                   WS-CODIGO " EN EL ULTIMO LISTADO"
           ELSE
               MOVE WS-ANOMALIA TO REG-ANOMALIA
               DISPLAY "PERIODO: " ANO-PERIODO(5:2) "/"
                   ANO-PERIODO(1:4) "  POSICION: " ANO-POSICION
                   "  PUNTAJE: " ANO-PUNTAJE
               DISPLAY "MOTIVO: " ANO-DETALLE
               PERFORM BUSCAR-REVISADA
               IF YA-REVISADA
                   MOVE WS-REVISADA-PREVIA TO REG-REVISADA
                   DISPLAY "YA REVISADA EL " REV-FECHA(7:2) "/"
                       REV-FECHA(5:2) "/" REV-FECHA(1:4) " POR "
                       REV-OPERADOR
                   DISPLAY "COMENTARIO: " REV-COMENTARIO
               ELSE
                   DISPLAY "COMENTARIO DE LA REVISION: "
                       WITH NO ADVANCING
                   ACCEPT WS-COMENTARIO
                   IF WS-COMENTARIO IS EQUAL TO SPACES
                       DISPLAY "FALTA EL COMENTARIO, NO SE GRABA"
                   ELSE
                       PERFORM GRABAR-REVISADA
                   END-IF
               END-IF
           END-IF.

      *- Deja en WS-ANOMALIA la fila del profesor y codigo pedidos.
       BUSCAR-SENIAL.
           MOVE "N" TO WS-SENIAL-HALLADA.
           OPEN INPUT ANOMALIAS-FILE.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "NO HAY SENIALES DETECTADAS (CORRER "
                   "ANOMALIAS-PROFESORES)"
           ELSE
               PERFORM LEER-ANOMALIA
               PERFORM COMPARAR-SENIAL
                   UNTIL FS-ANOMALIAS = 10 OR SENIAL-HALLADA
               CLOSE ANOMALIAS-FILE
           END-IF.

       LEER-ANOMALIA.
           READ ANOMALIAS-FILE.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ANOMALIAS FS: " FS-ANOMALIAS
           END-IF.

       COMPARAR-SENIAL.
           IF ANO-PROF IS EQUAL TO WS-PROF
               AND ANO-CODIGO IS EQUAL TO WS-CODIGO
               MOVE "S" TO WS-SENIAL-HALLADA
               MOVE REG-ANOMALIA TO WS-ANOMALIA
           ELSE
               PERFORM LEER-ANOMALIA
           END-IF.

      *- Marca previa del mismo periodo, profesor y codigo (la de
      *- REG-ANOMALIA).
       BUSCAR-REVISADA.
           MOVE "N" TO WS-YA-REVISADA.
           MOVE SPACES TO WS-REVISADA-PREVIA.
           OPEN INPUT REVISADAS-FILE.
           IF FS-REVISADAS IS EQUAL TO 00
               PERFORM LEER-REVISADA
               PERFORM COMPARAR-REVISADA UNTIL FS-REVISADAS = 10
               CLOSE REVISADAS-FILE
           END-IF.

       LEER-REVISADA.
           READ REVISADAS-FILE.
           IF FS-REVISADAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REVISADAS FS: " FS-REVISADAS
           END-IF.

       COMPARAR-REVISADA.
           IF REV-PERIODO IS EQUAL TO ANO-PERIODO
               AND REV-PROF IS EQUAL TO ANO-PROF
               AND REV-CODIGO IS EQUAL TO ANO-CODIGO
               MOVE "S" TO WS-YA-REVISADA
               MOVE REG-REVISADA TO WS-REVISADA-PREVIA
           END-IF.
           PERFORM LEER-REVISADA.

       GRABAR-REVISADA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           OPEN EXTEND REVISADAS-FILE.
           IF FS-REVISADAS IS EQUAL TO 35
               OPEN OUTPUT REVISADAS-FILE
           END-IF.
           IF FS-REVISADAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR REVISADAS FS: " FS-REVISADAS
           ELSE
               MOVE ANO-PERIODO   TO REV-PERIODO
               MOVE ANO-PROF      TO REV-PROF
               MOVE ANO-CODIGO    TO REV-CODIGO
               MOVE WS-FHA-FECHA  TO REV-FECHA
               MOVE WS-OPERADOR   TO REV-OPERADOR
               MOVE WS-COMENTARIO TO REV-COMENTARIO
               WRITE REG-REVISADA
               IF FS-REVISADAS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR LA REVISION FS: "
                       FS-REVISADAS
               ELSE
                   DISPLAY "SENIAL MARCADA COMO REVISADA"
                   MOVE "A"        TO AUD-OPERACION
                   MOVE ANO-PROF   TO WS-AUD-PROF
                   MOVE ANO-CODIGO TO WS-AUD-CODIGO
                   MOVE WS-AUD-CLAVE TO AUD-CLAVE
                   MOVE SPACES       TO AUD-ANTES
                   MOVE REG-REVISADA TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE REVISADAS-FILE
           END-IF.

      *- Seniales del ultimo listado que todavia no tienen marca, en
      *- el orden del ranking.
       LISTAR-PENDIENTES.
           MOVE 0 TO CANT-PENDIENTES.
           MOVE 0 TO CANT-REVISADAS.
           OPEN INPUT ANOMALIAS-FILE.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "NO HAY SENIALES DETECTADAS (CORRER "
                   "ANOMALIAS-PROFESORES)"
           ELSE
               PERFORM LEER-ANOMALIA
               PERFORM EVALUAR-PENDIENTE UNTIL FS-ANOMALIAS = 10
               CLOSE ANOMALIAS-FILE
               DISPLAY "REVISADAS: " CANT-REVISADAS
                   "  PENDIENTES: " CANT-PENDIENTES
           END-IF.

       EVALUAR-PENDIENTE.
           PERFORM BUSCAR-REVISADA.
           IF YA-REVISADA
               ADD 1 TO CANT-REVISADAS
           ELSE
               ADD 1 TO CANT-PENDIENTES
               DISPLAY ANO-POSICION " " ANO-PROF " " ANO-CODIGO " "
                   ANO-PUNTOS " " ANO-DETALLE
           END-IF.
           PERFORM LEER-ANOMALIA.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "ANOMALIA" TO AUD-ARCHIVO
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

       END PROGRAM REVISION-ANOMALIAS.
