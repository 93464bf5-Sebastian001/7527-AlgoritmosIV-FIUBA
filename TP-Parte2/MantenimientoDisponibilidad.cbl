       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DISPONIBILIDAD.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Disponibilidad semanal de los profesores
      *- (DisponibilidadProfesores.dat), que usa ARMAR-AGENDA para
      *- proponer la agenda del mes. Cada fila es una franja: dia de
      *- la semana (1 lunes .. 7 domingo), hora desde y hasta (HHMM)
      *- y la sucursal a la que el profesor acepta ir en esa franja;
      *- sucursal en blanco = cualquiera. Un profesor con varias
      *- franjas o varias sucursales lleva una fila por cada una.
      *- Altas y bajas quedan en la pista de auditoria como en los
      *- demas mantenimientos; la baja reescribe el archivo via uno
      *- de trabajo (mismo criterio que MANTENIMIENTO-FERIADOS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DISPONIBILIDAD
           ASSIGN TO DISK "../files/in/DisponibilidadProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPONIBILIDAD.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/Disponibilidad-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT PROFESORES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT SUCURSALES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD DISPONIBILIDAD
           LABEL RECORD IS STANDARD.
       01 REG-DISPONIBILIDAD.
           03 DIS-PROF-NUMERO   PIC X(05).
      *- 1 lunes .. 7 domingo, igual que CONTROL-COBERTURA.
           03 DIS-DIA-SEMANA    PIC 9(01).
           03 DIS-HORA-DESDE.
               05 DIS-DESDE-HH  PIC 9(02).
               05 DIS-DESDE-MM  PIC 9(02).
           03 DIS-HORA-HASTA.
               05 DIS-HASTA-HH  PIC 9(02).
               05 DIS-HASTA-MM  PIC 9(02).
           03 DIS-SUCURSAL      PIC X(03).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(17).

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

       FD SUCURSALES
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-SUCURSAL    PIC X(03).
           03  SUC-RAZON       PIC X(25).
           03  SUC-DIRE        PIC X(20).
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

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
       01 FS-DISPONIBILIDAD    PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Paso intermedio del ingreso de dia y horas.
       01 WS-DIA-TEXTO          PIC X(01).
       01 WS-DESDE-TEXTO        PIC X(04).
       01 WS-HASTA-TEXTO        PIC X(04).

      *- Clave de la franja a borrar.
       01 WS-BAJA.
           03 WS-BAJA-PROF      PIC X(05).
           03 WS-BAJA-DIA       PIC 9(01).
           03 WS-BAJA-DESDE     PIC 9(04).
           03 WS-BAJA-SUCURSAL  PIC X(03).
       01 WS-PROF-BUSCADO       PIC X(05).
       77 CANT-BAJAS            PIC 9(03)   VALUE 0.
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
           PERFORM ABRIR-MAESTROS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-MAESTROS.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "MANTENIM-DISPONIB" TO VOP-PROGRAMA.
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

       ABRIR-MAESTROS.
           OPEN INPUT PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.

       CERRAR-MAESTROS.
           CLOSE PROFESORES.
           CLOSE SUCURSALES.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "DISPONIBILIDAD SEMANAL DE PROFESORES".
           DISPLAY "1. ALTA DE FRANJA".
           DISPLAY "2. LISTAR POR PROFESOR".
           DISPLAY "3. BAJA DE FRANJA".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-FRANJA
               WHEN "2" PERFORM LISTAR-FRANJAS
               WHEN "3" PERFORM BAJA-FRANJA
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-FRANJA.
           DISPLAY "PROFESOR: " WITH NO ADVANCING.
           ACCEPT DIS-PROF-NUMERO.
           MOVE DIS-PROF-NUMERO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO"
               WHEN PROF-DADO-DE-BAJA
                   DISPLAY "PROFESOR DADO DE BAJA EL "
                       PROF-FECHA-BAJA
               WHEN OTHER
                   DISPLAY "PROFESOR: " PROF-NOMBRE
                   PERFORM CAPTURAR-DIA-FRANJA
           END-EVALUATE.

       CAPTURAR-DIA-FRANJA.
           DISPLAY "DIA DE LA SEMANA (1 LUNES .. 7 DOMINGO): "
               WITH NO ADVANCING.
           ACCEPT WS-DIA-TEXTO.
           IF WS-DIA-TEXTO IS NOT NUMERIC
               OR WS-DIA-TEXTO < "1" OR WS-DIA-TEXTO > "7"
               DISPLAY "DIA INVALIDO: " WS-DIA-TEXTO
           ELSE
               MOVE WS-DIA-TEXTO TO DIS-DIA-SEMANA
               PERFORM CAPTURAR-HORAS-FRANJA
           END-IF.

       CAPTURAR-HORAS-FRANJA.
           DISPLAY "DESDE (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-DESDE-TEXTO.
           DISPLAY "HASTA (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HASTA-TEXTO.
           IF WS-DESDE-TEXTO IS NOT NUMERIC
               OR WS-HASTA-TEXTO IS NOT NUMERIC
               DISPLAY "HORARIO INVALIDO"
           ELSE
               MOVE WS-DESDE-TEXTO TO DIS-HORA-DESDE
               MOVE WS-HASTA-TEXTO TO DIS-HORA-HASTA
               IF DIS-DESDE-HH > 23 OR DIS-DESDE-MM > 59
                   OR DIS-HASTA-HH > 24 OR DIS-HASTA-MM > 59
                   OR DIS-HORA-HASTA IS NOT GREATER THAN
                       DIS-HORA-DESDE
                   DISPLAY "HORARIO INVALIDO: " WS-DESDE-TEXTO " A "
                       WS-HASTA-TEXTO
               ELSE
                   PERFORM CAPTURAR-SUCURSAL-FRANJA
               END-IF
           END-IF.

       CAPTURAR-SUCURSAL-FRANJA.
           DISPLAY "SUCURSAL (VACIO = CUALQUIERA): "
               WITH NO ADVANCING.
           ACCEPT DIS-SUCURSAL.
           IF DIS-SUCURSAL IS EQUAL TO SPACES
               PERFORM GRABAR-FRANJA
           ELSE
               MOVE DIS-SUCURSAL TO SUC-SUCURSAL
               READ SUCURSALES RECORD
               IF NOT OK-SUC
                   DISPLAY "SUCURSAL NO ENCONTRADA"
               ELSE
                   DISPLAY "SUCURSAL: " SUC-RAZON
                   PERFORM GRABAR-FRANJA
               END-IF
           END-IF.

       GRABAR-FRANJA.
           OPEN EXTEND DISPONIBILIDAD.
           IF FS-DISPONIBILIDAD IS EQUAL TO 35
               OPEN OUTPUT DISPONIBILIDAD
           END-IF.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DISPONIBILIDAD FS: "
                   FS-DISPONIBILIDAD
           ELSE
               WRITE REG-DISPONIBILIDAD
               IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA LA FRANJA FS: "
                       FS-DISPONIBILIDAD
               ELSE
                   DISPLAY "FRANJA DADA DE ALTA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE DIS-PROF-NUMERO TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-DISPONIBILIDAD TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE DISPONIBILIDAD
           END-IF.

       LISTAR-FRANJAS.
           DISPLAY "PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT DISPONIBILIDAD.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00
               DISPLAY "NO HAY DISPONIBILIDAD REGISTRADA"
           ELSE
               PERFORM LEER-FRANJA
               PERFORM MOSTRAR-FRANJA UNTIL FS-DISPONIBILIDAD = 10
               DISPLAY "FRANJAS DEL PROFESOR: " CANT-LISTADOS
               CLOSE DISPONIBILIDAD
           END-IF.

       LEER-FRANJA.
           READ DISPONIBILIDAD.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPONIBILIDAD FS: "
                   FS-DISPONIBILIDAD
           END-IF.

       MOSTRAR-FRANJA.
           IF DIS-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               IF DIS-SUCURSAL IS EQUAL TO SPACES
                   DISPLAY "DIA " DIS-DIA-SEMANA " DE "
                       DIS-HORA-DESDE " A " DIS-HORA-HASTA
                       " CUALQUIER SUCURSAL"
               ELSE
                   DISPLAY "DIA " DIS-DIA-SEMANA " DE "
                       DIS-HORA-DESDE " A " DIS-HORA-HASTA
                       " SUCURSAL " DIS-SUCURSAL
               END-IF
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-FRANJA.

      *- Baja por profesor + dia + hora desde + sucursal: copia al
      *- archivo de trabajo todo menos las filas que coinciden y
      *- vuelve a copiar sobre el original.
       BAJA-FRANJA.
           DISPLAY "PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-BAJA-PROF.
           DISPLAY "DIA DE LA SEMANA: " WITH NO ADVANCING.
           ACCEPT WS-BAJA-DIA.
           DISPLAY "DESDE (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-BAJA-DESDE.
           DISPLAY "SUCURSAL (VACIO = CUALQUIERA): "
               WITH NO ADVANCING.
           ACCEPT WS-BAJA-SUCURSAL.
           MOVE 0 TO CANT-BAJAS.
           OPEN INPUT DISPONIBILIDAD.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00
               DISPLAY "NO HAY DISPONIBILIDAD REGISTRADA"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-FRANJA
               PERFORM EVALUAR-BAJA UNTIL FS-DISPONIBILIDAD = 10
               CLOSE DISPONIBILIDAD
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-DISPONIB
               IF CANT-BAJAS = 0
                   DISPLAY "NINGUNA FRANJA COINCIDE, NADA BORRADO"
               ELSE
                   DISPLAY "FRANJAS BORRADAS: " CANT-BAJAS
               END-IF
           END-IF.

       EVALUAR-BAJA.
           IF DIS-PROF-NUMERO IS EQUAL TO WS-BAJA-PROF
               AND DIS-DIA-SEMANA IS EQUAL TO WS-BAJA-DIA
               AND DIS-HORA-DESDE IS EQUAL TO WS-BAJA-DESDE
               AND DIS-SUCURSAL IS EQUAL TO WS-BAJA-SUCURSAL
               ADD 1 TO CANT-BAJAS
               MOVE "B" TO AUD-OPERACION
               MOVE DIS-PROF-NUMERO TO AUD-CLAVE
               MOVE REG-DISPONIBILIDAD TO AUD-ANTES
               MOVE SPACES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           ELSE
               WRITE REG-TRABAJO FROM REG-DISPONIBILIDAD
           END-IF.
           PERFORM LEER-FRANJA.

       VOLCAR-TRABAJO-A-DISPONIB.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT DISPONIBILIDAD.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE DISPONIBILIDAD.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-DISPONIBILIDAD FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "DISPONIB" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-DISPONIBILIDAD.
