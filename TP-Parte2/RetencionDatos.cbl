       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCION-DATOS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Retencion de datos personales: pasado el plazo legal desde
      *- la baja, los datos que identifican a un ex profesor (DNI,
      *- nombre, direccion, telefono y CBU) no se pueden seguir
      *- guardando. Este programa busca en Profesores.dat a los dados
      *- de baja ("B" o "L") cuya PROF-FECHA-BAJA tiene mas anios que
      *- el plazo (RetencionDatos.txt, 10 anios si no esta) y los
      *- reemplaza por un seudonimo, conservando el numero de
      *- profesor para que los historicos sigan cerrando:
      *-   . nombre "ANONIMIZADO <numero>",
      *-   . DNI 99000000 + numero (la clave alterna no admite
      *-     duplicados y ningun DNI real cae en ese rango),
      *-   . direccion, telefono y CBU en blanco.
      *- No se toca a quien todavia tiene algo abierto: saldo en la
      *- cuenta corriente (devengado contra pagos y adelantos
      *- pendientes, igual que CUENTA-CORRIENTE-PROFESORES), un
      *- embargo activo, o un certificado anual pendiente (devengado
      *- de un anio posterior al ultimo que emitio CERTIFICADO-ANUAL
      *- en CertificadosResumen.dat).
      *-
      *- El mismo seudonimo se aplica despues en los archivos que
      *- guardan esos datos: los dos Profesores de origen (el texto
      *- del CREADOR y el secuencial de la Parte 1, para que una
      *- recarga no los traiga de vuelta), DevengadoHistorico.dat,
      *- CertificadosResumen.dat, CambiosCBU.dat, las referencias
      *- manuales de Pagos.dat, y las imagenes de
      *- AuditoriaMaestros.dat y JournalMaestros.dat. Cada historico
      *- se regraba con un archivo de trabajo (mismo mecanismo que
      *- VERIFICACION-CBU). Cada anonimizacion queda en la pista de
      *- auditoria y en el journal, sin la imagen anterior: guardarla
      *- ahi seria conservar justamente lo que se borra.
      *-
      *- Solo entra un supervisor (el programa no figura en la tabla
      *- de VALIDAR-OPERADOR) y toma el lock de PROFESORES. Primero
      *- lista a los candidatos con el motivo por el que se saltean y
      *- pide confirmacion antes de anonimizar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROFESORES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT RETENCION-FILE
           ASSIGN TO DISK "../files/in/RetencionDatos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCION.

      *- Archivo historico que se esta leyendo o depurando: la ruta
      *- la arma cada paso (ver WS-RUTA-HISTORICO).
       SELECT HISTORICO
           ASSIGN TO WS-RUTA-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/RetencionDatos-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

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
               88 PROF-DADO-DE-BAJA    VALUE "B".
               88 PROF-LIQUIDADO       VALUE "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD RETENCION-FILE LABEL RECORD OMITTED.
       01 REG-RETENCION         PIC 9(02).

       FD HISTORICO
           LABEL RECORD OMITTED.
       01 REG-HISTORICO         PIC X(300).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(300).

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
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-RETENCION         PIC XX.
       01 FS-HISTORICO         PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-CONFIRMA           PIC X.
       01 WS-OPERADOR           PIC X(10).
       01 WS-FORZAR             PIC X.
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Plazo de retencion en anios y fecha de corte: se anonimiza a
      *- quien se dio de baja antes de hoy menos el plazo.
       78 CON-ANIOS-DEFECTO     VALUE 10.
       77 WS-ANIOS-RETENCION    PIC 9(02)   VALUE 0.
       77 WS-FECHA-CORTE        PIC 9(08)   VALUE 0.

      *- Ultimo anio certificado segun CertificadosResumen.dat; 0 si
      *- no hay resumen (todo devengado queda como pendiente).
       77 WS-ULTIMO-CERTIFICADO PIC 9(04)   VALUE 0.

       01 WS-RUTA-HISTORICO     PIC X(60)   VALUE SPACES.
      *- Layout del historico en curso: "PRF" profesores de origen,
      *- "DEV" devengado, "RES" resumen de certificados, "CCB"
      *- cambios de CBU, "PAG" pagos, "ADE" adelantos, "EMB"
      *- embargos, "AUD" auditoria, "JOU" journal.
       01 WS-TIPO-HISTORICO     PIC X(03)   VALUE SPACES.

      *- Ex profesores en plazo de anonimizacion, con lo necesario
      *- para decidir si se puede: devengado y pagado historicos,
      *- embargo activo y ultimo anio devengado. VEC-RET-MOTIVO en
      *- blanco = se anonimiza.
       78 CON-CANT-RET-MAX      VALUE 500.
       01 VEC-RETENCION.
           03 VEC-RET-ELM
               OCCURS CON-CANT-RET-MAX TIMES
               INDEXED BY INDICE-RET.
               05 VEC-RET-NUMERO       PIC X(05).
               05 VEC-RET-NOMBRE       PIC X(25).
               05 VEC-RET-FECHA-BAJA   PIC 9(08).
               05 VEC-RET-DNI-NUEVO    PIC 9(08).
               05 VEC-RET-DEVENGADO    PIC S9(11)V99.
               05 VEC-RET-PAGADO       PIC S9(11)V99.
               05 VEC-RET-EMBARGO      PIC X(01).
               05 VEC-RET-ULT-ANIO     PIC 9(04).
               05 VEC-RET-MOTIVO       PIC X(30).
       77 CANT-RET              PIC 999     VALUE 0.
       77 IND-RET-HALLADO       PIC 999     VALUE 0.
       01 WS-NUMERO-BUSCADO     PIC X(05).
       01 WS-NUMERO-NUM         PIC 9(05).

       77 CANT-ELEGIBLES        PIC 9(04)   VALUE 0.
       77 CANT-SALTEADOS        PIC 9(04)   VALUE 0.
       77 CANT-ANONIMIZADOS     PIC 9(04)   VALUE 0.
       77 CANT-YA-ANONIMOS      PIC 9(04)   VALUE 0.
       77 CANT-DEPURADOS        PIC 9(06)   VALUE 0.
       77 WS-SALDO              PIC S9(11)V99 SIGN LEADING SEPARATE.
       01 WS-TABLA-LLENA        PIC X(01)   VALUE "N".
           88 TABLA-RET-LLENA               VALUE "S".

      *- Imagen del registro de profesores (maestro, origenes de
      *- carga e imagenes de auditoria/journal) y del de cambios de
      *- CBU, para aplicarles el seudonimo en un solo lugar.
       01 WS-IMAGEN-PROF.
           03 IMP-NUMERO        PIC X(05).
           03 IMP-DNI           PIC 9(08).
           03 IMP-NOMBRE        PIC X(25).
           03 IMP-DIRE          PIC X(20).
           03 IMP-TEL           PIC X(20).
           03 IMP-CBU           PIC X(22).
           03 IMP-RESTO         PIC X(20).
       01 WS-IMAGEN-CCB.
           03 ICC-PROF-NUMERO   PIC X(05).
           03 ICC-CBU-ANTERIOR  PIC X(22).
           03 ICC-CBU-NUEVO     PIC X(22).
           03 ICC-RESTO         PIC X(71).

      *- Registro historico leido, con una vista por layout.
       01 WS-REG-HIST           PIC X(300).
       01 WS-HIST-DEV REDEFINES WS-REG-HIST.
           03 HDV-FECHA-CORRIDA.
               05 HDV-FC-AAAA   PIC 9(04).
               05 FILLER        PIC 9(04).
           03 HDV-RAZON         PIC X(25).
           03 HDV-CUIT          PIC 9(11).
           03 HDV-PROF-NUMERO   PIC X(05).
           03 HDV-PROF-NOMBRE   PIC X(25).
           03 HDV-TOT-HORAS     PIC S9(05)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 HDV-TOT-IMPORTE   PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER            PIC X(206).
       01 WS-HIST-RES REDEFINES WS-REG-HIST.
           03 HRS-ANIO          PIC 9(04).
           03 HRS-PROF-NUMERO   PIC X(05).
           03 HRS-PROF-NOMBRE   PIC X(25).
           03 FILLER            PIC X(266).
       01 WS-HIST-PAG REDEFINES WS-REG-HIST.
           03 HPG-PROF-NUMERO   PIC X(05).
           03 HPG-FECHA         PIC 9(08).
           03 HPG-IMPORTE       PIC 9(09)V99.
           03 HPG-REFERENCIA    PIC X(20).
           03 FILLER            PIC X(256).
       01 WS-HIST-ADE REDEFINES WS-REG-HIST.
           03 HAD-PROF-NUMERO   PIC X(05).
           03 HAD-FECHA         PIC 9(08).
           03 HAD-IMPORTE       PIC 9(08)V99.
           03 HAD-SALDO         PIC 9(08)V99.
           03 HAD-ESTADO        PIC X(01).
               88 HAD-PENDIENTE        VALUE "P".
           03 FILLER            PIC X(266).
       01 WS-HIST-EMB REDEFINES WS-REG-HIST.
           03 HEM-NUMERO        PIC 9(06).
           03 HEM-PROF-NUMERO   PIC X(05).
           03 FILLER            PIC X(105).
           03 HEM-ESTADO        PIC X(01).
               88 HEM-ACTIVO           VALUE "A".
           03 FILLER            PIC X(183).
       01 WS-HIST-AUD REDEFINES WS-REG-HIST.
           03 HAU-OPERACION     PIC X(01).
           03 FILLER            PIC X.
           03 HAU-ARCHIVO       PIC X(10).
           03 FILLER            PIC X.
           03 HAU-CLAVE         PIC X(11).
           03 FILLER            PIC X(28).
           03 HAU-ANTES         PIC X(120).
           03 FILLER            PIC X.
           03 HAU-DESPUES       PIC X(120).
           03 FILLER            PIC X(07).
       01 WS-HIST-JOU REDEFINES WS-REG-HIST.
           03 HJO-ARCHIVO       PIC X(10).
           03 FILLER            PIC X(03).
           03 HJO-CLAVE         PIC X(12).
           03 FILLER            PIC X(17).
           03 HJO-ANTES         PIC X(120).
           03 FILLER            PIC X.
           03 HJO-DESPUES       PIC X(120).
           03 FILLER            PIC X(17).
       77 WS-HIST-TOCADO        PIC X(01)   VALUE "N".

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
      *- VALIDAR-OPERADOR.cbl). Sin Operadores.dat no hay supervisor
      *- que pueda autorizar borrar datos.
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
           PERFORM CARGAR-PLAZO.
           PERFORM ABRIR-PROFESORES.
           PERFORM SELECCIONAR-CANDIDATOS.
           IF CANT-RET > 0
               PERFORM CARGAR-SITUACION
               PERFORM EVALUAR-CANDIDATOS
           END-IF.
           DISPLAY "EX PROFESORES A ANONIMIZAR: " CANT-ELEGIBLES
               "  SALTEADOS: " CANT-SALTEADOS
               "  YA ANONIMIZADOS: " CANT-YA-ANONIMOS.
           IF CANT-ELEGIBLES > 0
               DISPLAY "CONFIRMA LA ANONIMIZACION? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA IS EQUAL TO "S"
                   PERFORM ANONIMIZAR-MAESTRO
                   PERFORM DEPURAR-HISTORICOS
                   DISPLAY "PROFESORES ANONIMIZADOS: "
                       CANT-ANONIMIZADOS
                   DISPLAY "REGISTROS HISTORICOS DEPURADOS: "
                       CANT-DEPURADOS
               ELSE
                   DISPLAY "SIN CAMBIOS"
               END-IF
           END-IF.
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
           MOVE "RETENCION-DATOS" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT NO HAY SUPERVISOR QUE "
                       "PUEDA AUTORIZAR LA ANONIMIZACION"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ACCESO DENEGADO (CR " VOP-CR ")"
                   STOP RUN
           END-EVALUATE.

       TOMAR-LOCK.
           MOVE "TOMAR"    TO LCK-OP.
           MOVE "PROFESORES" TO LCK-RECURSO.
           MOVE "RETENCION-DATOS" TO LCK-PROGRAMA.
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
           MOVE "RETENCION-DATOS" TO LCK-PROGRAMA.
           MOVE WS-OPERADOR TO LCK-OPERADOR.
           CALL "GESTIONAR-LOCK" USING PAR-LOCK-IN, PAR-LOCK-OUT.

      *- RetencionDatos.txt trae el plazo en anios (2 digitos); sin
      *- archivo, o con un valor invalido, rige el plazo por defecto.
       CARGAR-PLAZO.
           MOVE CON-ANIOS-DEFECTO TO WS-ANIOS-RETENCION.
           OPEN INPUT RETENCION-FILE.
           IF FS-RETENCION IS EQUAL TO 00
               READ RETENCION-FILE
               IF FS-RETENCION IS EQUAL TO 00
                   AND REG-RETENCION IS NUMERIC
                   AND REG-RETENCION IS NOT EQUAL TO 0
                   MOVE REG-RETENCION TO WS-ANIOS-RETENCION
               END-IF
               CLOSE RETENCION-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO RETENCIONDATOS.TXT, SE TOMAN "
                   CON-ANIOS-DEFECTO " ANIOS"
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           COMPUTE WS-FECHA-CORTE =
               WS-FHA-FECHA - WS-ANIOS-RETENCION * 10000.
           DISPLAY "PLAZO DE RETENCION: " WS-ANIOS-RETENCION
               " ANIOS, BAJAS ANTERIORES AL " WS-FECHA-CORTE.

       ABRIR-PROFESORES.
           OPEN I-O PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               PERFORM LIBERAR-LOCK
               STOP RUN
           END-IF.

       CERRAR-PROFESORES.
           CLOSE PROFESORES.

      *- Recorrido completo del maestro: entran los dados de baja con
      *- fecha de baja anterior al corte que no esten ya anonimizados.
       SELECCIONAR-CANDIDATOS.
           MOVE 0 TO CANT-RET.
           PERFORM LEER-PROFESOR-SIGUIENTE.
           PERFORM EVALUAR-PROFESOR UNTIL FS-PROFESORES = 10.
           IF TABLA-RET-LLENA
               DISPLAY "HAY MAS DE " CON-CANT-RET-MAX " EX PROFESORES "
                   "EN PLAZO: SE PROCESAN LOS PRIMEROS, VOLVER A "
                   "CORRER"
           END-IF.

       LEER-PROFESOR-SIGUIENTE.
           READ PROFESORES NEXT RECORD.
           IF FS-PROFESORES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PROFESORES FS: " FS-PROFESORES
               MOVE "10" TO FS-PROFESORES
           END-IF.

       EVALUAR-PROFESOR.
           IF (PROF-DADO-DE-BAJA OR PROF-LIQUIDADO)
               AND PROF-FECHA-BAJA IS NUMERIC
               AND PROF-FECHA-BAJA > 0
               AND PROF-FECHA-BAJA < WS-FECHA-CORTE
               IF PROF-NOMBRE(1:11) IS EQUAL TO "ANONIMIZADO"
                   ADD 1 TO CANT-YA-ANONIMOS
               ELSE
                   PERFORM GUARDAR-CANDIDATO
               END-IF
           END-IF.
           PERFORM LEER-PROFESOR-SIGUIENTE.

       GUARDAR-CANDIDATO.
           IF CANT-RET < CON-CANT-RET-MAX
               ADD 1 TO CANT-RET
               SET INDICE-RET TO CANT-RET
               MOVE PROF-NUMERO     TO VEC-RET-NUMERO(INDICE-RET)
               MOVE PROF-NOMBRE     TO VEC-RET-NOMBRE(INDICE-RET)
               MOVE PROF-FECHA-BAJA TO VEC-RET-FECHA-BAJA(INDICE-RET)
               MOVE 0 TO VEC-RET-DEVENGADO(INDICE-RET)
               MOVE 0 TO VEC-RET-PAGADO(INDICE-RET)
               MOVE 0 TO VEC-RET-ULT-ANIO(INDICE-RET)
               MOVE "N" TO VEC-RET-EMBARGO(INDICE-RET)
               MOVE SPACES TO VEC-RET-MOTIVO(INDICE-RET)
               MOVE 0 TO VEC-RET-DNI-NUEVO(INDICE-RET)
               IF PROF-NUMERO IS NUMERIC
                   MOVE PROF-NUMERO TO WS-NUMERO-NUM
                   COMPUTE VEC-RET-DNI-NUEVO(INDICE-RET) =
                       99000000 + WS-NUMERO-NUM
               ELSE
                   MOVE "NUMERO DE PROFESOR NO NUMERICO"
                       TO VEC-RET-MOTIVO(INDICE-RET)
               END-IF
           ELSE
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

      *- Busca el numero en WS-NUMERO-BUSCADO entre los candidatos;
      *- IND-RET-HALLADO queda en 0 si no esta.
       BUSCAR-CANDIDATO.
           MOVE 0 TO IND-RET-HALLADO.
           PERFORM VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET OR IND-RET-HALLADO > 0
               IF VEC-RET-NUMERO(INDICE-RET) IS EQUAL TO
                   WS-NUMERO-BUSCADO
                   SET IND-RET-HALLADO TO INDICE-RET
               END-IF
           END-PERFORM.

      *- Igual que BUSCAR-CANDIDATO, pero solo entre los que se
      *- anonimizan (motivo en blanco): es lo que usa la depuracion.
       BUSCAR-ANONIMIZADO.
           PERFORM BUSCAR-CANDIDATO.
           IF IND-RET-HALLADO > 0
               IF VEC-RET-MOTIVO(IND-RET-HALLADO) IS NOT EQUAL TO
                   SPACES
                   MOVE 0 TO IND-RET-HALLADO
               END-IF
           END-IF.

      *- Situacion de cada candidato: devengado y ultimo anio,
      *- pagos, adelantos pendientes, embargos activos y ultimo anio
      *- certificado. Todos los archivos son opcionales; el que falta
      *- no suma nada.
       CARGAR-SITUACION.
           MOVE "../files/out/DevengadoHistorico.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "DEV" TO WS-TIPO-HISTORICO.
           PERFORM LEER-ARCHIVO-SITUACION.
           MOVE "../files/in/Pagos.dat" TO WS-RUTA-HISTORICO.
           MOVE "PAG" TO WS-TIPO-HISTORICO.
           PERFORM LEER-ARCHIVO-SITUACION.
           MOVE "../files/in/AdelantosProfesores.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "ADE" TO WS-TIPO-HISTORICO.
           PERFORM LEER-ARCHIVO-SITUACION.
           MOVE "../files/in/EmbargosProfesores.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "EMB" TO WS-TIPO-HISTORICO.
           PERFORM LEER-ARCHIVO-SITUACION.
           MOVE 0 TO WS-ULTIMO-CERTIFICADO.
           MOVE "../files/out/CertificadosResumen.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "RES" TO WS-TIPO-HISTORICO.
           PERFORM LEER-ARCHIVO-SITUACION.

       LEER-ARCHIVO-SITUACION.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO IS EQUAL TO 00
               PERFORM LEER-HISTORICO
               PERFORM ACUMULAR-SITUACION UNTIL FS-HISTORICO = 10
               CLOSE HISTORICO
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO INTO WS-REG-HIST.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER " WS-RUTA-HISTORICO " FS: "
                   FS-HISTORICO
               MOVE "10" TO FS-HISTORICO
           END-IF.

       ACUMULAR-SITUACION.
           EVALUATE WS-TIPO-HISTORICO
               WHEN "DEV"
                   MOVE HDV-PROF-NUMERO TO WS-NUMERO-BUSCADO
                   PERFORM BUSCAR-CANDIDATO
                   IF IND-RET-HALLADO > 0
                       ADD HDV-TOT-IMPORTE
                           TO VEC-RET-DEVENGADO(IND-RET-HALLADO)
                       IF HDV-FC-AAAA >
                           VEC-RET-ULT-ANIO(IND-RET-HALLADO)
                           MOVE HDV-FC-AAAA
                               TO VEC-RET-ULT-ANIO(IND-RET-HALLADO)
                       END-IF
                   END-IF
               WHEN "PAG"
                   MOVE HPG-PROF-NUMERO TO WS-NUMERO-BUSCADO
                   PERFORM BUSCAR-CANDIDATO
                   IF IND-RET-HALLADO > 0
                       ADD HPG-IMPORTE
                           TO VEC-RET-PAGADO(IND-RET-HALLADO)
                   END-IF
               WHEN "ADE"
                   MOVE HAD-PROF-NUMERO TO WS-NUMERO-BUSCADO
                   PERFORM BUSCAR-CANDIDATO
                   IF IND-RET-HALLADO > 0 AND HAD-PENDIENTE
                       AND HAD-SALDO > 0
                       ADD HAD-SALDO
                           TO VEC-RET-PAGADO(IND-RET-HALLADO)
                   END-IF
               WHEN "EMB"
                   MOVE HEM-PROF-NUMERO TO WS-NUMERO-BUSCADO
                   PERFORM BUSCAR-CANDIDATO
                   IF IND-RET-HALLADO > 0 AND HEM-ACTIVO
                       MOVE "S" TO VEC-RET-EMBARGO(IND-RET-HALLADO)
                   END-IF
               WHEN "RES"
                   IF HRS-ANIO IS NUMERIC
                       AND HRS-ANIO > WS-ULTIMO-CERTIFICADO
                       MOVE HRS-ANIO TO WS-ULTIMO-CERTIFICADO
                   END-IF
           END-EVALUATE.
           PERFORM LEER-HISTORICO.

      *- Decide candidato por candidato y lista el resultado.
       EVALUAR-CANDIDATOS.
           MOVE 0 TO CANT-ELEGIBLES.
           MOVE 0 TO CANT-SALTEADOS.
           PERFORM EVALUAR-UN-CANDIDATO
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET.

       EVALUAR-UN-CANDIDATO.
           COMPUTE WS-SALDO = VEC-RET-DEVENGADO(INDICE-RET)
               - VEC-RET-PAGADO(INDICE-RET).
           IF VEC-RET-MOTIVO(INDICE-RET) IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN WS-SALDO IS NOT EQUAL TO 0
                       MOVE "SALDO EN CUENTA CORRIENTE"
                           TO VEC-RET-MOTIVO(INDICE-RET)
                   WHEN VEC-RET-EMBARGO(INDICE-RET) IS EQUAL TO "S"
                       MOVE "EMBARGO ACTIVO"
                           TO VEC-RET-MOTIVO(INDICE-RET)
                   WHEN VEC-RET-ULT-ANIO(INDICE-RET) >
                       WS-ULTIMO-CERTIFICADO
                       MOVE "CERTIFICADO ANUAL PENDIENTE"
                           TO VEC-RET-MOTIVO(INDICE-RET)
               END-EVALUATE
           END-IF.
           IF VEC-RET-MOTIVO(INDICE-RET) IS EQUAL TO SPACES
               ADD 1 TO CANT-ELEGIBLES
               DISPLAY "PROFESOR " VEC-RET-NUMERO(INDICE-RET) " "
                   VEC-RET-NOMBRE(INDICE-RET) " BAJA "
                   VEC-RET-FECHA-BAJA(INDICE-RET) " SE ANONIMIZA"
           ELSE
               ADD 1 TO CANT-SALTEADOS
               DISPLAY "PROFESOR " VEC-RET-NUMERO(INDICE-RET) " "
                   VEC-RET-NOMBRE(INDICE-RET) " BAJA "
                   VEC-RET-FECHA-BAJA(INDICE-RET) " SE SALTEA: "
                   VEC-RET-MOTIVO(INDICE-RET)
               IF WS-SALDO IS NOT EQUAL TO 0
                   DISPLAY "   SALDO " WS-SALDO
               END-IF
           END-IF.

      *- Seudonimo en el maestro, con auditoria y journal. La imagen
      *- anterior no se guarda: en su lugar la auditoria dice por
      *- que se anonimizo, y el journal lleva la imagen nueva en los
      *- dos lados (RECUPERAR-MAESTRO solo reaplica la de despues).
       ANONIMIZAR-MAESTRO.
           MOVE 0 TO CANT-ANONIMIZADOS.
           PERFORM ANONIMIZAR-UN-PROFESOR
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > CANT-RET.

       ANONIMIZAR-UN-PROFESOR.
           IF VEC-RET-MOTIVO(INDICE-RET) IS EQUAL TO SPACES
               MOVE VEC-RET-NUMERO(INDICE-RET) TO PROF-NUMERO
               READ PROFESORES RECORD
               IF NOT OK-PROF
                   DISPLAY "PROFESOR " VEC-RET-NUMERO(INDICE-RET)
                       " NO ENCONTRADO FS: " FS-PROFESORES
                   MOVE "NO ENCONTRADO AL ANONIMIZAR"
                       TO VEC-RET-MOTIVO(INDICE-RET)
               ELSE
                   SET IND-RET-HALLADO TO INDICE-RET
                   MOVE REG-PROFESORES TO WS-IMAGEN-PROF
                   PERFORM ANONIMIZAR-IMAGEN-PROF
                   MOVE WS-IMAGEN-PROF TO REG-PROFESORES
                   REWRITE REG-PROFESORES
                   IF FS-PROFESORES IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL ANONIMIZAR EL PROFESOR "
                           PROF-NUMERO " FS: " FS-PROFESORES
                       MOVE "ERROR AL REGRABAR EL MAESTRO"
                           TO VEC-RET-MOTIVO(INDICE-RET)
                   ELSE
                       ADD 1 TO CANT-ANONIMIZADOS
                       PERFORM REGISTRAR-ANONIMIZACION
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-ANONIMIZACION.
           MOVE "M" TO AUD-OPERACION.
           MOVE "PROFESORES" TO AUD-ARCHIVO.
           MOVE PROF-NUMERO TO AUD-CLAVE.
           MOVE SPACES TO AUD-ANTES.
           STRING "DATOS PERSONALES ANONIMIZADOS, BAJA DEL "
               DELIMITED BY SIZE
               VEC-RET-FECHA-BAJA(INDICE-RET) DELIMITED BY SIZE
               ", PLAZO " DELIMITED BY SIZE
               WS-ANIOS-RETENCION DELIMITED BY SIZE
               " ANIOS" DELIMITED BY SIZE
               INTO AUD-ANTES.
           MOVE REG-PROFESORES TO AUD-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           MOVE "PROFESORES" TO JRN-ARCHIVO.
           MOVE "R" TO JRN-OPERACION.
           MOVE PROF-NUMERO TO JRN-CLAVE.
           MOVE REG-PROFESORES TO JRN-ANTES.
           MOVE REG-PROFESORES TO JRN-DESPUES.
           CALL "GRABAR-JOURNAL" USING PAR-JRN-IN.

      *- Aplica el seudonimo del candidato IND-RET-HALLADO a la
      *- imagen de profesores en WS-IMAGEN-PROF.
       ANONIMIZAR-IMAGEN-PROF.
           MOVE VEC-RET-DNI-NUEVO(IND-RET-HALLADO) TO IMP-DNI.
           MOVE SPACES TO IMP-NOMBRE.
           STRING "ANONIMIZADO " DELIMITED BY SIZE
               VEC-RET-NUMERO(IND-RET-HALLADO) DELIMITED BY SIZE
               INTO IMP-NOMBRE.
           MOVE SPACES TO IMP-DIRE.
           MOVE SPACES TO IMP-TEL.
           MOVE SPACES TO IMP-CBU.

      *- Los historicos se depuran despues del maestro, asi tambien
      *- la auditoria y el journal recien grabados quedan limpios.
       DEPURAR-HISTORICOS.
           MOVE 0 TO CANT-DEPURADOS.
           MOVE "../files/in/ArchivosTexto/Profesores.txt"
               TO WS-RUTA-HISTORICO.
           MOVE "PRF" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/in/Profesores.dat" TO WS-RUTA-HISTORICO.
           MOVE "PRF" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/out/DevengadoHistorico.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "DEV" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/out/CertificadosResumen.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "RES" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/in/CambiosCBU.dat" TO WS-RUTA-HISTORICO.
           MOVE "CCB" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/in/Pagos.dat" TO WS-RUTA-HISTORICO.
           MOVE "PAG" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/out/AuditoriaMaestros.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "AUD" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.
           MOVE "../files/out/JournalMaestros.dat"
               TO WS-RUTA-HISTORICO.
           MOVE "JOU" TO WS-TIPO-HISTORICO.
           PERFORM DEPURAR-ARCHIVO.

      *- Copia el historico al archivo de trabajo con los registros
      *- de los anonimizados depurados y, si cambio algo, lo vuelve a
      *- copiar sobre el original.
       DEPURAR-ARCHIVO.
           MOVE "N" TO WS-HIST-TOCADO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO " WS-RUTA-HISTORICO
                   ", NO HAY NADA QUE DEPURAR"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-HISTORICO
               PERFORM DEPURAR-REGISTRO UNTIL FS-HISTORICO = 10
               CLOSE HISTORICO
               CLOSE TRABAJO
               IF WS-HIST-TOCADO IS EQUAL TO "S"
                   PERFORM VOLCAR-TRABAJO-A-HISTORICO
               END-IF
           END-IF.

       DEPURAR-REGISTRO.
           EVALUATE WS-TIPO-HISTORICO
               WHEN "PRF" PERFORM DEPURAR-PROFESOR-ORIGEN
               WHEN "DEV" PERFORM DEPURAR-DEVENGADO
               WHEN "RES" PERFORM DEPURAR-CERTIFICADO
               WHEN "CCB" PERFORM DEPURAR-CAMBIO-CBU
               WHEN "PAG" PERFORM DEPURAR-PAGO
               WHEN "AUD" PERFORM DEPURAR-AUDITORIA
               WHEN "JOU" PERFORM DEPURAR-JOURNAL
           END-EVALUATE.
           WRITE REG-TRABAJO FROM WS-REG-HIST.
           PERFORM LEER-HISTORICO.

       DEPURAR-PROFESOR-ORIGEN.
           MOVE WS-REG-HIST(1:5) TO WS-NUMERO-BUSCADO.
           PERFORM BUSCAR-ANONIMIZADO.
           IF IND-RET-HALLADO > 0
               MOVE WS-REG-HIST(1:120) TO WS-IMAGEN-PROF
               PERFORM ANONIMIZAR-IMAGEN-PROF
               MOVE WS-IMAGEN-PROF TO WS-REG-HIST(1:120)
               PERFORM CONTAR-DEPURADO
           END-IF.

       DEPURAR-DEVENGADO.
           MOVE HDV-PROF-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCAR-ANONIMIZADO.
           IF IND-RET-HALLADO > 0
               MOVE SPACES TO HDV-PROF-NOMBRE
               STRING "ANONIMIZADO " DELIMITED BY SIZE
                   HDV-PROF-NUMERO DELIMITED BY SIZE
                   INTO HDV-PROF-NOMBRE
               PERFORM CONTAR-DEPURADO
           END-IF.

       DEPURAR-CERTIFICADO.
           MOVE HRS-PROF-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCAR-ANONIMIZADO.
           IF IND-RET-HALLADO > 0
               MOVE SPACES TO HRS-PROF-NOMBRE
               STRING "ANONIMIZADO " DELIMITED BY SIZE
                   HRS-PROF-NUMERO DELIMITED BY SIZE
                   INTO HRS-PROF-NOMBRE
               PERFORM CONTAR-DEPURADO
           END-IF.

       DEPURAR-CAMBIO-CBU.
           MOVE WS-REG-HIST(1:5) TO WS-NUMERO-BUSCADO.
           PERFORM BUSCAR-ANONIMIZADO.
           IF IND-RET-HALLADO > 0
               MOVE WS-REG-HIST(1:120) TO WS-IMAGEN-CCB
               MOVE SPACES TO ICC-CBU-ANTERIOR
               MOVE SPACES TO ICC-CBU-NUEVO
               MOVE WS-IMAGEN-CCB TO WS-REG-HIST(1:120)
               PERFORM CONTAR-DEPURADO
           END-IF.

      *- Las referencias que arma el sistema ("HONORARIOS AAAAMM EE")
      *- no identifican a nadie; las tipeadas a mano pueden, y se
      *- reemplazan.
       DEPURAR-PAGO.
           MOVE HPG-PROF-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCAR-ANONIMIZADO.
           IF IND-RET-HALLADO > 0
               AND HPG-REFERENCIA(1:10) IS NOT EQUAL TO "HONORARIOS"
               AND HPG-REFERENCIA IS NOT EQUAL TO SPACES
               MOVE "ANONIMIZADO" TO HPG-REFERENCIA
               PERFORM CONTAR-DEPURADO
           END-IF.

      *- En la auditoria las imagenes de PROFESORES y de CAMBIO-CBU
      *- llevan los datos; la imagen de antes de la anonimizacion
      *- (el texto con el motivo) no empieza con el numero y no se
      *- toca.
       DEPURAR-AUDITORIA.
           MOVE HAU-CLAVE(1:5) TO WS-NUMERO-BUSCADO.
           EVALUATE HAU-ARCHIVO
               WHEN "PROFESORES"
                   PERFORM BUSCAR-ANONIMIZADO
                   IF IND-RET-HALLADO > 0
                       IF HAU-ANTES(1:5) IS EQUAL TO WS-NUMERO-BUSCADO
                           MOVE HAU-ANTES TO WS-IMAGEN-PROF
                           PERFORM ANONIMIZAR-IMAGEN-PROF
                           MOVE WS-IMAGEN-PROF TO HAU-ANTES
                       END-IF
                       IF HAU-DESPUES(1:5) IS EQUAL
                           TO WS-NUMERO-BUSCADO
                           MOVE HAU-DESPUES TO WS-IMAGEN-PROF
                           PERFORM ANONIMIZAR-IMAGEN-PROF
                           MOVE WS-IMAGEN-PROF TO HAU-DESPUES
                       END-IF
                       PERFORM CONTAR-DEPURADO
                   END-IF
               WHEN "CAMBIO-CBU"
                   PERFORM BUSCAR-ANONIMIZADO
                   IF IND-RET-HALLADO > 0
                       IF HAU-ANTES IS NOT EQUAL TO SPACES
                           MOVE HAU-ANTES TO WS-IMAGEN-CCB
                           MOVE SPACES TO ICC-CBU-ANTERIOR
                           MOVE SPACES TO ICC-CBU-NUEVO
                           MOVE WS-IMAGEN-CCB TO HAU-ANTES
                       END-IF
                       IF HAU-DESPUES IS NOT EQUAL TO SPACES
                           MOVE HAU-DESPUES TO WS-IMAGEN-CCB
                           MOVE SPACES TO ICC-CBU-ANTERIOR
                           MOVE SPACES TO ICC-CBU-NUEVO
                           MOVE WS-IMAGEN-CCB TO HAU-DESPUES
                       END-IF
                       PERFORM CONTAR-DEPURADO
                   END-IF
           END-EVALUATE.

       DEPURAR-JOURNAL.
           IF HJO-ARCHIVO IS EQUAL TO "PROFESORES"
               MOVE HJO-CLAVE(1:5) TO WS-NUMERO-BUSCADO
               PERFORM BUSCAR-ANONIMIZADO
               IF IND-RET-HALLADO > 0
                   IF HJO-ANTES IS NOT EQUAL TO SPACES
                       MOVE HJO-ANTES TO WS-IMAGEN-PROF
                       PERFORM ANONIMIZAR-IMAGEN-PROF
                       MOVE WS-IMAGEN-PROF TO HJO-ANTES
                   END-IF
                   IF HJO-DESPUES IS NOT EQUAL TO SPACES
                       MOVE HJO-DESPUES TO WS-IMAGEN-PROF
                       PERFORM ANONIMIZAR-IMAGEN-PROF
                       MOVE WS-IMAGEN-PROF TO HJO-DESPUES
                   END-IF
                   PERFORM CONTAR-DEPURADO
               END-IF
           END-IF.

       CONTAR-DEPURADO.
           MOVE "S" TO WS-HIST-TOCADO.
           ADD 1 TO CANT-DEPURADOS.

       VOLCAR-TRABAJO-A-HISTORICO.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT HISTORICO.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE HISTORICO.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-HISTORICO FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- mantenimientos (abre y cierra en el momento).
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

       END PROGRAM RETENCION-DATOS.
