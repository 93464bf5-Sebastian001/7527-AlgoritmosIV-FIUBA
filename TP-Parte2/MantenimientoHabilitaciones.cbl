       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-HABILITACIONES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Habilitaciones de los profesores para dictar los tipos de
      *- clase especializados (pileta, primeros auxilios, etc.), con
      *- su vigencia y el certificado que las respalda. Hasta ahora
      *- cualquier profesor podia quedar cargado en cualquier tipo de
      *- clase; con este archivo CAPTURA-NOVEDADES, MANTENIMIENTO-
      *- AGENDA y el merge de TP_PARTE_1A rechazan la clase del
      *- profesor no habilitado o con la habilitacion vencida (ver
      *- TP-Parte2/VALIDAR-HABILITACION.cbl). Un tipo de clase sin
      *- ninguna habilitacion cargada no exige habilitacion.
      *-
      *- Una renovacion se da de alta como una habilitacion nueva
      *- (queda la historia); la baja elimina una habilitacion cargada
      *- por error. Todo movimiento queda en la pista de auditoria.
      *- HABILITACIONES-POR-VENCER lista las que vencen en los
      *- proximos 60 dias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HABILITACIONES
           ASSIGN TO DISK "../files/in/HabilitacionesProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HABILITACIONES.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/Habilitaciones-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT PROFESORES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD HABILITACIONES
           LABEL RECORD IS STANDARD.
       01 REG-HABILITACIONES.
           03  HAB-CLAVE.
               05  HAB-PROF-NUMERO PIC X(05).
               05  HAB-TIP-CLASE   PIC X(04).
           03  HAB-DESDE       PIC 9(08).
      *- Hasta en cero = sin vencimiento.
           03  HAB-HASTA       PIC 9(08).
      *- Numero o referencia del certificado que respalda la
      *- habilitacion.
           03  HAB-CERTIFICADO PIC X(20).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(45).

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
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIPOSCLASE.
              03 TIP-CLAVE.
                 05 TIP-CLASE      PIC X(04).
                 05 TIP-VIG-DES    PIC 9(08).
              03 TIP-DESC          PIC X(20).
              03 TIP-TARIFA        PIC 9(5)V99.
              03 TIP-HORAS-MIN     PIC 9(2)V99.
              03 TIP-HORAS-MAX     PIC 9(2)V99.

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
       01 FS-HABILITACIONES    PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-TIPOSCLASE        PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Tipos de clase distintos, cargados una vez (el archivo trae
      *- una fila por vigencia), igual que MANTENIMIENTO-AGENDA.
       78 CON-CANT-TIPOS-MAX    VALUE 100.
       01 VEC-TIPOS.
           03 VEC-TIPO-ELM
               OCCURS CON-CANT-TIPOS-MAX TIMES
               INDEXED BY INDICE-TIPO     PIC X(04).
       77 CANT-TIPOS            PIC 999     VALUE 0.
       77 IND-TIPO-HALLADO      PIC 999     VALUE 0.

      *- Parametros para VALIDAR-FECHA: las vigencias se cargan hacia
      *- adelante, no se controla futuro.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "N".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

       01 WS-PROF-BUSCADO       PIC X(05).
       01 WS-CLAVE-BUSCADA.
           03 WS-CLAVE-BUS-PROF PIC X(05).
           03 WS-CLAVE-BUS-TIPO PIC X(04).
       01 WS-DESDE-BUSCADO      PIC 9(08).
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.
       77 CANT-BAJAS            PIC 9(04)   VALUE 0.
       77 WS-DATOS-VALIDOS      PIC X(01)   VALUE "N".
          88 DATOS-VALIDOS                  VALUE "S".

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
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TIPOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "MANTENIM-HABILITAC" TO VOP-PROGRAMA.
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

       ABRIR-ARCHIVOS.
           OPEN INPUT PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIPOSCLASE FS: " FS-TIPOSCLASE
               STOP RUN
           END-IF.

       LEER-TIPOCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

       CARGAR-TIPOS.
           PERFORM LEER-TIPOCLASE.
           PERFORM GUARDAR-TIPO UNTIL FS-TIPOSCLASE = 10.

       GUARDAR-TIPO.
           PERFORM BUSCAR-TIPO-EN-TABLA.
           IF IND-TIPO-HALLADO = 0
               AND CANT-TIPOS < CON-CANT-TIPOS-MAX
               ADD 1 TO CANT-TIPOS
               MOVE TIP-CLASE TO VEC-TIPO-ELM(CANT-TIPOS)
           END-IF.
           PERFORM LEER-TIPOCLASE.

       BUSCAR-TIPO-EN-TABLA.
           MOVE 0 TO IND-TIPO-HALLADO.
           PERFORM VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > CANT-TIPOS
               IF VEC-TIPO-ELM(INDICE-TIPO) IS EQUAL TO TIP-CLASE
                   SET IND-TIPO-HALLADO TO INDICE-TIPO
               END-IF
           END-PERFORM.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "HABILITACIONES DE PROFESORES POR TIPO DE CLASE".
           DISPLAY "1. ALTA DE HABILITACION".
           DISPLAY "2. LISTAR HABILITACIONES POR PROFESOR".
           DISPLAY "3. BAJA DE HABILITACION".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-HABILITACION
               WHEN "2" PERFORM LISTAR-HABILITACIONES-PROF
               WHEN "3" PERFORM BAJA-HABILITACION
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-HABILITACION.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO"
               WHEN PROF-DADO-DE-BAJA
                   DISPLAY "PROFESOR DADO DE BAJA EL "
                       PROF-FECHA-BAJA ", NO SE HABILITA"
               WHEN OTHER
                   DISPLAY "PROFESOR: " PROF-NOMBRE
                   PERFORM CAPTURAR-RESTO-HABILITACION
           END-EVALUATE.

      *- Captura y valida campo por campo; ante el primer dato
      *- invalido se avisa y no se graba nada.
       CAPTURAR-RESTO-HABILITACION.
           INITIALIZE REG-HABILITACIONES.
           MOVE WS-PROF-BUSCADO TO HAB-PROF-NUMERO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "TIPO DE CLASE: " WITH NO ADVANCING.
           ACCEPT HAB-TIP-CLASE.
           MOVE HAB-TIP-CLASE TO TIP-CLASE.
           PERFORM BUSCAR-TIPO-EN-TABLA.
           IF IND-TIPO-HALLADO = 0
               DISPLAY "TIPO DE CLASE INEXISTENTE"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "VIGENTE DESDE (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT HAB-DESDE
               CALL "VALIDAR-FECHA" USING HAB-DESDE,
                   WS-CTL-FUTURO, WS-FECHA-VALIDA
               IF NOT FECHA-VALIDA
                   DISPLAY "FECHA INVALIDA: " HAB-DESDE
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "VENCE EL (AAAAMMDD, 0 = SIN VENCIMIENTO): "
                   WITH NO ADVANCING
               ACCEPT HAB-HASTA
               PERFORM VALIDAR-VENCIMIENTO
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "CERTIFICADO: " WITH NO ADVANCING
               ACCEPT HAB-CERTIFICADO
               IF HAB-CERTIFICADO IS EQUAL TO SPACES
                   DISPLAY "EL CERTIFICADO ES OBLIGATORIO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM GRABAR-HABILITACION
           END-IF.

       VALIDAR-VENCIMIENTO.
           IF HAB-HASTA IS NOT EQUAL TO 0
               CALL "VALIDAR-FECHA" USING HAB-HASTA,
                   WS-CTL-FUTURO, WS-FECHA-VALIDA
               EVALUATE TRUE
                   WHEN NOT FECHA-VALIDA
                       DISPLAY "FECHA INVALIDA: " HAB-HASTA
                       MOVE "N" TO WS-DATOS-VALIDOS
                   WHEN HAB-HASTA < HAB-DESDE
                       DISPLAY "EL VENCIMIENTO ES ANTERIOR AL INICIO"
                       MOVE "N" TO WS-DATOS-VALIDOS
               END-EVALUATE
           END-IF.

       GRABAR-HABILITACION.
           OPEN EXTEND HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR HABILITACIONES FS: "
                   FS-HABILITACIONES
           ELSE
               WRITE REG-HABILITACIONES
               IF FS-HABILITACIONES IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA LA HABILITACION FS: "
                       FS-HABILITACIONES
               ELSE
                   DISPLAY "HABILITACION REGISTRADA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE HAB-CLAVE TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-HABILITACIONES TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE HABILITACIONES
           END-IF.

       LISTAR-HABILITACIONES-PROF.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00
               DISPLAY "NO HAY HABILITACIONES REGISTRADAS"
           ELSE
               PERFORM LEER-HABILITACION
               PERFORM MOSTRAR-HABILITACION
                   UNTIL FS-HABILITACIONES = 10
               IF CANT-LISTADOS = 0
                   DISPLAY "SIN HABILITACIONES PARA EL PROFESOR "
                       WS-PROF-BUSCADO
               END-IF
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HABILITACIONES FS: "
                   FS-HABILITACIONES
           END-IF.

       MOSTRAR-HABILITACION.
           IF HAB-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               DISPLAY "TIPO " HAB-TIP-CLASE " DESDE " HAB-DESDE
                   " HASTA " HAB-HASTA " CERTIFICADO "
                   HAB-CERTIFICADO
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-HABILITACION.

      *- Baja por profesor, tipo y fecha de inicio: copia al archivo
      *- de trabajo todas las filas menos la eliminada y vuelve a
      *- copiar sobre el original (mismo mecanismo que la baja de
      *- MANTENIMIENTO-FERIADOS).
       BAJA-HABILITACION.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-BUS-PROF.
           DISPLAY "TIPO DE CLASE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-BUS-TIPO.
           DISPLAY "VIGENTE DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DESDE-BUSCADO.
           MOVE 0 TO CANT-BAJAS.
           OPEN INPUT HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00
               DISPLAY "NO HAY HABILITACIONES REGISTRADAS"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-HABILITACION
               PERFORM EVALUAR-BAJA UNTIL FS-HABILITACIONES = 10
               CLOSE HABILITACIONES
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-HABILITACIONES
               IF CANT-BAJAS = 0
                   DISPLAY "NO EXISTE ESA HABILITACION"
               ELSE
                   DISPLAY "HABILITACION ELIMINADA"
               END-IF
           END-IF.

       EVALUAR-BAJA.
           IF HAB-CLAVE IS EQUAL TO WS-CLAVE-BUSCADA
               AND HAB-DESDE IS EQUAL TO WS-DESDE-BUSCADO
               ADD 1 TO CANT-BAJAS
               MOVE "B" TO AUD-OPERACION
               MOVE HAB-CLAVE TO AUD-CLAVE
               MOVE REG-HABILITACIONES TO AUD-ANTES
               MOVE SPACES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           ELSE
               WRITE REG-TRABAJO FROM REG-HABILITACIONES
           END-IF.
           PERFORM LEER-HABILITACION.

       VOLCAR-TRABAJO-A-HABILITACIONES.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT HABILITACIONES.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE HABILITACIONES.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-HABILITACIONES FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "HABILITAC" TO AUD-ARCHIVO
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
           CLOSE TIPOSCLASE-FILE.

       END PROGRAM MANTENIMIENTO-HABILITACIONES.
