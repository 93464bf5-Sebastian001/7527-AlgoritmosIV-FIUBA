       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-INDICES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Mantenimiento del indice de precios mensual (IPC) en
      *- IndicesPrecios.dat: un renglon por mes AAAAMM con el indice
      *- publicado. Es la base de la reexpresion a moneda constante
      *- de los informes historicos (ver REEXPRESAR-IMPORTE). Un mes
      *- tiene un solo indice: el alta de un mes ya cargado se
      *- rechaza y la correccion se hace con la modificacion. Altas,
      *- modificaciones y bajas quedan en la pista de auditoria
      *- AuditoriaMaestros.dat; la modificacion y la baja reescriben
      *- el archivo via uno de trabajo, porque es secuencial de lineas
      *- (mismo criterio que MANTENIMIENTO-FERIADOS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INDICES
           ASSIGN TO DISK "../files/in/IndicesPrecios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INDICES.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/IndicesPrecios-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD INDICES
           LABEL RECORD IS STANDARD.
       01 REG-INDICES.
           03 IPC-PERIODO       PIC 9(06).
           03 IPC-INDICE        PIC 9(06)V9(04).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(16).

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
       01 FS-INDICES           PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Mes AAAAMM ingresado; el mes tiene que ser 01 a 12.
       01 WS-PERIODO-TEXTO      PIC X(06).
       01 WS-PERIODO            PIC 9(06)   VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-AAAA       PIC 9(04).
           03 WS-PER-MM         PIC 9(02).
       77 WS-PERIODO-VALIDO     PIC X(1)    VALUE "N".
          88 PERIODO-VALIDO                 VALUE "S".

      *- Paso intermedio del ingreso del indice: "0001234567" =
      *- 123,4567 (sin coma, cuatro decimales, mismo criterio que los
      *- importes de MANTENIMIENTO-PAGOS).
       01 WS-INDICE-TEXTO       PIC X(10).
       01 WS-INDICE-NUM         PIC 9(10).
       01 WS-INDICE-NUEVO       PIC 9(06)V9(04) VALUE 0.
       77 WS-INDICE-VALIDO      PIC X(1)    VALUE "N".
          88 INDICE-VALIDO                  VALUE "S".

       77 WS-MES-HALLADO        PIC X(1)    VALUE "N".
          88 MES-HALLADO                    VALUE "S".
       01 WS-INDICE-ACTUAL      PIC 9(06)V9(04) VALUE 0.
       77 WS-OPERACION-TRABAJO  PIC X(1)    VALUE SPACE.
       77 CANT-CAMBIOS          PIC 9(03)   VALUE 0.
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.

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
           MOVE "MANTENIM-INDICES" TO VOP-PROGRAMA.
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
           DISPLAY "MANTENIMIENTO DE INDICES DE PRECIOS (IPC)".
           DISPLAY "1. ALTA".
           DISPLAY "2. LISTAR".
           DISPLAY "3. MODIFICACION".
           DISPLAY "4. BAJA".
           DISPLAY "5. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-INDICE
               WHEN "2" PERFORM LISTAR-INDICES
               WHEN "3" PERFORM MODIFICAR-INDICE
               WHEN "4" PERFORM BAJA-INDICE
               WHEN "5" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-VALIDO.
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO-TEXTO.
           IF WS-PERIODO-TEXTO IS NUMERIC
               MOVE WS-PERIODO-TEXTO TO WS-PERIODO
               IF WS-PER-AAAA > 1900
                   AND WS-PER-MM > 0 AND WS-PER-MM < 13
                   MOVE "S" TO WS-PERIODO-VALIDO
               END-IF
           END-IF.
           IF NOT PERIODO-VALIDO
               DISPLAY "MES INVALIDO: " WS-PERIODO-TEXTO
           END-IF.

       PEDIR-INDICE.
           MOVE "N" TO WS-INDICE-VALIDO.
           DISPLAY "INDICE (10 DIGITOS SIN COMA, CUATRO DECIMALES, "
               "EJ. 0001234567 = 123,4567): " WITH NO ADVANCING.
           ACCEPT WS-INDICE-TEXTO.
           IF WS-INDICE-TEXTO IS NUMERIC
               MOVE WS-INDICE-TEXTO TO WS-INDICE-NUM
               IF WS-INDICE-NUM > 0
                   COMPUTE WS-INDICE-NUEVO = WS-INDICE-NUM / 10000
                   MOVE "S" TO WS-INDICE-VALIDO
               END-IF
           END-IF.
           IF NOT INDICE-VALIDO
               DISPLAY "INDICE INVALIDO: " WS-INDICE-TEXTO
           END-IF.

      *- Recorre el archivo buscando el mes pedido (sin archivo, no
      *- hay ningun mes cargado).
       BUSCAR-MES.
           MOVE "N" TO WS-MES-HALLADO.
           OPEN INPUT INDICES.
           IF FS-INDICES IS EQUAL TO 00
               PERFORM LEER-INDICE
               PERFORM COMPARAR-MES
                   UNTIL FS-INDICES = 10 OR MES-HALLADO
               CLOSE INDICES
           END-IF.

       COMPARAR-MES.
           IF IPC-PERIODO IS EQUAL TO WS-PERIODO
               MOVE "S" TO WS-MES-HALLADO
               MOVE IPC-INDICE TO WS-INDICE-ACTUAL
           ELSE
               PERFORM LEER-INDICE
           END-IF.

       ALTA-INDICE.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO
               PERFORM BUSCAR-MES
               IF MES-HALLADO
                   DISPLAY "EL MES " WS-PERIODO " YA TIENE INDICE "
                       WS-INDICE-ACTUAL ", USAR MODIFICACION"
               ELSE
                   PERFORM PEDIR-INDICE
                   IF INDICE-VALIDO
                       PERFORM GRABAR-INDICE
                   END-IF
               END-IF
           END-IF.

       GRABAR-INDICE.
           OPEN EXTEND INDICES.
           IF FS-INDICES IS NOT EQUAL TO 00
               OPEN OUTPUT INDICES
           END-IF.
           IF FS-INDICES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR INDICES FS: " FS-INDICES
           ELSE
               MOVE WS-PERIODO      TO IPC-PERIODO
               MOVE WS-INDICE-NUEVO TO IPC-INDICE
               WRITE REG-INDICES
               IF FS-INDICES IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA EL INDICE FS: "
                       FS-INDICES
               ELSE
                   DISPLAY "INDICE DADO DE ALTA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE IPC-PERIODO TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-INDICES TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE INDICES
           END-IF.

       LISTAR-INDICES.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT INDICES.
           IF FS-INDICES IS NOT EQUAL TO 00
               DISPLAY "NO HAY INDICES REGISTRADOS"
           ELSE
               PERFORM LEER-INDICE
               PERFORM MOSTRAR-INDICE UNTIL FS-INDICES = 10
               DISPLAY "MESES REGISTRADOS: " CANT-LISTADOS
               CLOSE INDICES
           END-IF.

       LEER-INDICE.
           READ INDICES.
           IF FS-INDICES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER INDICES FS: " FS-INDICES
           END-IF.

       MOSTRAR-INDICE.
           DISPLAY IPC-PERIODO " INDICE " IPC-INDICE.
           ADD 1 TO CANT-LISTADOS.
           PERFORM LEER-INDICE.

       MODIFICAR-INDICE.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO
               PERFORM BUSCAR-MES
               IF NOT MES-HALLADO
                   DISPLAY "EL MES " WS-PERIODO " NO TIENE INDICE, "
                       "USAR ALTA"
               ELSE
                   DISPLAY "INDICE ACTUAL: " WS-INDICE-ACTUAL
                   PERFORM PEDIR-INDICE
                   IF INDICE-VALIDO
                       MOVE "M" TO WS-OPERACION-TRABAJO
                       PERFORM REESCRIBIR-INDICES
                       DISPLAY "INDICE MODIFICADO"
                   END-IF
               END-IF
           END-IF.

       BAJA-INDICE.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO
               MOVE "B" TO WS-OPERACION-TRABAJO
               PERFORM REESCRIBIR-INDICES
               IF CANT-CAMBIOS = 0
                   DISPLAY "EL MES NO TIENE INDICE, NADA BORRADO"
               ELSE
                   DISPLAY "INDICES BORRADOS: " CANT-CAMBIOS
               END-IF
           END-IF.

      *- Modificacion y baja por mes: copia al archivo de trabajo
      *- todo menos el mes pedido (o el mes con el indice nuevo) y
      *- vuelve a copiar sobre el original.
       REESCRIBIR-INDICES.
           MOVE 0 TO CANT-CAMBIOS.
           OPEN INPUT INDICES.
           IF FS-INDICES IS NOT EQUAL TO 00
               DISPLAY "NO HAY INDICES REGISTRADOS"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-INDICE
               PERFORM EVALUAR-CAMBIO UNTIL FS-INDICES = 10
               CLOSE INDICES
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-INDICES
           END-IF.

       EVALUAR-CAMBIO.
           IF IPC-PERIODO IS EQUAL TO WS-PERIODO
               ADD 1 TO CANT-CAMBIOS
               MOVE WS-OPERACION-TRABAJO TO AUD-OPERACION
               MOVE IPC-PERIODO TO AUD-CLAVE
               MOVE REG-INDICES TO AUD-ANTES
               IF WS-OPERACION-TRABAJO IS EQUAL TO "M"
                   MOVE WS-INDICE-NUEVO TO IPC-INDICE
                   MOVE REG-INDICES TO AUD-DESPUES
                   WRITE REG-TRABAJO FROM REG-INDICES
               ELSE
                   MOVE SPACES TO AUD-DESPUES
               END-IF
               PERFORM GRABAR-AUDITORIA
           ELSE
               WRITE REG-TRABAJO FROM REG-INDICES
           END-IF.
           PERFORM LEER-INDICE.

       VOLCAR-TRABAJO-A-INDICES.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT INDICES.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE INDICES.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-INDICES FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "INDICES" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-INDICES.
