       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-REINTEGROS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Reintegros de gastos a profesores: viaticos por viajar entre
      *- sucursales de distintas zonas y materiales comprados para
      *- las clases. Hasta ahora se devolvian por caja chica contra
      *- el comprobante, por fuera del sistema, asi que el gasto no
      *- llegaba ni al recibo del profesor ni a la factura de la
      *- sucursal. Cada reintegro se carga aca con el profesor, la
      *- sucursal que lo origino, la fecha, el concepto, el importe y
      *- el comprobante, y queda pendiente hasta que un supervisor
      *- (que no puede ser quien lo cargo, igual que en
      *- VERIFICACION-CBU) lo aprueba o lo rechaza. TP_PARTE_1A paga
      *- los aprobados como una linea no remunerativa del recibo,
      *- fuera de la base de retenciones, y los marca liquidados con
      *- la fecha de la corrida (ver APLICAR-REINTEGROS en
      *- TP-Parte1/Parte1A.cbl); de ahi pasan a GENERAR-
      *- TRANSFERENCIAS y a FACTURACION-SUCURSALES. Un mismo
      *- comprobante no se acepta dos veces para el mismo profesor
      *- (salvo que el anterior haya sido rechazado). Altas,
      *- aprobaciones y rechazos quedan en la pista de auditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REINTEGROS
           ASSIGN TO DISK "../files/in/ReintegrosGastos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROS.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/ReintegrosGastos-Trabajo.tmp"
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

       FD REINTEGROS
           LABEL RECORD IS STANDARD.
       01 REG-REINTEGROS.
           03  RGA-NUMERO      PIC 9(06).
           03  RGA-PROF-NUMERO PIC X(05).
      *- Sucursal que origino el gasto: a ella se le factura.
           03  RGA-SUCURSAL    PIC X(03).
           03  RGA-FECHA       PIC 9(08).
      *- "V" viatico, "M" materiales.
           03  RGA-CONCEPTO    PIC X(01).
              88 RGA-VIATICO           VALUE "V".
              88 RGA-MATERIALES        VALUE "M".
              88 RGA-CONCEPTO-VALIDO   VALUE "V" "M".
           03  RGA-DESCRIPCION PIC X(20).
           03  RGA-IMPORTE     PIC 9(07)V99.
           03  RGA-COMPROBANTE PIC X(15).
      *- "P" pendiente de aprobacion, "A" aprobado, "R" rechazado,
      *- "L" liquidado (pagado por TP_PARTE_1A).
           03  RGA-ESTADO      PIC X(01).
              88 RGA-PENDIENTE         VALUE "P".
              88 RGA-APROBADO          VALUE "A".
              88 RGA-RECHAZADO         VALUE "R".
              88 RGA-LIQUIDADO         VALUE "L".
           03  RGA-OPERADOR    PIC X(10).
           03  RGA-SUPERVISOR  PIC X(10).
           03  RGA-FECHA-APROB PIC 9(08).
           03  RGA-FECHA-LIQ   PIC 9(08).

       FD TRABAJO
           LABEL RECORD IS STANDARD.
       01 REG-TRABAJO          PIC X(104).

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
       01 FS-REINTEGROS        PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".
       01 WS-CONFIRMA           PIC X.
      *- "A" aprobar / "R" rechazar.
       01 WS-ACCION             PIC X.

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Parametros para VALIDAR-FECHA: un gasto no puede quedar
      *- fechado en el futuro.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "S".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

       01 WS-PROF-BUSCADO       PIC X(05).
       01 WS-NUMERO-BUSCADO     PIC 9(06).
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.
       77 TOT-LISTADO           PIC 9(10)V99 VALUE 0.
       77 WS-ULTIMO-NUMERO      PIC 9(06)   VALUE 0.
       77 CANT-DUPLICADOS       PIC 9(04)   VALUE 0.
       77 WS-HALLADO            PIC X(01)   VALUE "N".
          88 REINTEGRO-HALLADO              VALUE "S".
       01 WS-REINTEGRO-HALLADO  PIC X(104).
       01 WS-REINTEGRO-NUEVO    PIC X(104).
       01 WS-IMPORTE-EDIT       PIC Z(06)9,99.
       01 WS-TOTAL-EDIT         PIC Z(09)9,99.

      *- Paso intermedio del ingreso del importe, mismo criterio que
      *- MANTENIMIENTO-PAGOS.
       01 WS-IMPORTE-TEXTO      PIC X(10).
       01 WS-IMPORTE-NUM        PIC 9(10).

      *- Autenticacion del operador (ver TP-Parte2/
      *- VALIDAR-OPERADOR.cbl). La carga pide perfil "M"; aprobar o
      *- rechazar, supervisor. Sin Operadores.dat se puede cargar,
      *- pero no hay supervisor que apruebe.
       01 WS-CLAVE-OPE          PIC X(10).
       01 PAR-OPE-IN.
           03 VOP-CODIGO        PIC X(10).
           03 VOP-PASSWORD      PIC X(10).
           03 VOP-PROGRAMA      PIC X(20).
       01 PAR-OPE-OUT.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
              88 OPE-SUPERVISOR             VALUE "S".
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
           MOVE "MANTENIM-REINTEGROS" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT, SE TRABAJA "
                       "SIN CONTROL DE ACCESO (NO SE PUEDEN APROBAR "
                       "REINTEGROS)"
                   MOVE SPACE TO VOP-PERFIL
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
               CLOSE PROFESORES
               STOP RUN
           END-IF.

       CERRAR-MAESTROS.
           CLOSE PROFESORES.
           CLOSE SUCURSALES.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "REINTEGROS DE GASTOS A PROFESORES".
           DISPLAY "1. ALTA DE REINTEGRO".
           DISPLAY "2. LISTAR PENDIENTES DE APROBACION".
           DISPLAY "3. LISTAR REINTEGROS POR PROFESOR".
           DISPLAY "4. APROBAR REINTEGRO".
           DISPLAY "5. RECHAZAR REINTEGRO".
           DISPLAY "6. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-REINTEGRO
               WHEN "2" PERFORM LISTAR-PENDIENTES
               WHEN "3" PERFORM LISTAR-REINTEGROS-PROFESOR
               WHEN "4"
                   MOVE "A" TO WS-ACCION
                   PERFORM RESOLVER-REINTEGRO
               WHEN "5"
                   MOVE "R" TO WS-ACCION
                   PERFORM RESOLVER-REINTEGRO
               WHEN "6" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-REINTEGRO.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES RECORD.
           EVALUATE TRUE
               WHEN NOT OK-PROF
                   DISPLAY "PROFESOR NO ENCONTRADO"
               WHEN PROF-DADO-DE-BAJA
                   DISPLAY "PROFESOR DADO DE BAJA EL "
                       PROF-FECHA-BAJA ", SIN REINTEGROS"
               WHEN OTHER
                   DISPLAY "PROFESOR: " PROF-NOMBRE
                   PERFORM CAPTURAR-SUCURSAL
           END-EVALUATE.

       CAPTURAR-SUCURSAL.
           INITIALIZE REG-REINTEGROS.
           MOVE WS-PROF-BUSCADO TO RGA-PROF-NUMERO.
           DISPLAY "SUCURSAL QUE ORIGINO EL GASTO: " WITH NO ADVANCING.
           ACCEPT RGA-SUCURSAL.
           MOVE RGA-SUCURSAL TO SUC-SUCURSAL.
           READ SUCURSALES RECORD.
           IF NOT OK-SUC
               DISPLAY "SUCURSAL NO ENCONTRADA: " RGA-SUCURSAL
           ELSE
               DISPLAY "SUCURSAL: " SUC-RAZON
               PERFORM CAPTURAR-RESTO-REINTEGRO
           END-IF.

       CAPTURAR-RESTO-REINTEGRO.
           DISPLAY "FECHA DEL GASTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT RGA-FECHA.
           CALL "VALIDAR-FECHA" USING RGA-FECHA, WS-CTL-FUTURO,
               WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA INVALIDA: " RGA-FECHA
           ELSE
               DISPLAY "CONCEPTO (V=VIATICO, M=MATERIALES): "
                   WITH NO ADVANCING
               ACCEPT RGA-CONCEPTO
               IF NOT RGA-CONCEPTO-VALIDO
                   DISPLAY "CONCEPTO INVALIDO: " RGA-CONCEPTO
               ELSE
                   PERFORM CAPTURAR-IMPORTE-REINTEGRO
               END-IF
           END-IF.

       CAPTURAR-IMPORTE-REINTEGRO.
           DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
           ACCEPT RGA-DESCRIPCION.
           DISPLAY "IMPORTE (SIN COMA, DOS DECIMALES): "
               WITH NO ADVANCING.
           ACCEPT WS-IMPORTE-TEXTO.
           DISPLAY "COMPROBANTE: " WITH NO ADVANCING.
           ACCEPT RGA-COMPROBANTE.
           EVALUATE TRUE
               WHEN WS-IMPORTE-TEXTO IS NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO: " WS-IMPORTE-TEXTO
               WHEN RGA-COMPROBANTE IS EQUAL TO SPACES
                   DISPLAY "SIN COMPROBANTE NO HAY REINTEGRO"
               WHEN OTHER
                   MOVE WS-IMPORTE-TEXTO TO WS-IMPORTE-NUM
                   COMPUTE RGA-IMPORTE = WS-IMPORTE-NUM / 100
                   IF RGA-IMPORTE = 0
                       DISPLAY "IMPORTE EN CERO"
                   ELSE
                       PERFORM GRABAR-REINTEGRO
                   END-IF
           END-EVALUATE.

      *- El numero es el siguiente al mayor cargado. En la misma
      *- pasada se controla que el comprobante no este ya cargado
      *- para el profesor en un reintegro vigente.
       GRABAR-REINTEGRO.
           MOVE "P"         TO RGA-ESTADO.
           MOVE WS-OPERADOR TO RGA-OPERADOR.
           MOVE SPACES      TO RGA-SUPERVISOR.
           MOVE 0           TO RGA-FECHA-APROB.
           MOVE 0           TO RGA-FECHA-LIQ.
           MOVE REG-REINTEGROS TO WS-REINTEGRO-NUEVO.
           PERFORM BUSCAR-ULTIMO-NUMERO.
           MOVE WS-REINTEGRO-NUEVO TO REG-REINTEGROS.
           IF CANT-DUPLICADOS > 0
               DISPLAY "EL COMPROBANTE " RGA-COMPROBANTE
                   " YA ESTA CARGADO PARA EL PROFESOR"
           ELSE
               ADD 1 TO WS-ULTIMO-NUMERO GIVING RGA-NUMERO
               PERFORM AGREGAR-REINTEGRO
           END-IF.

       BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE 0 TO CANT-DUPLICADOS.
           OPEN INPUT REINTEGROS.
           IF FS-REINTEGROS IS EQUAL TO 00
               PERFORM LEER-REINTEGRO
               PERFORM CONTROLAR-NUMERO UNTIL FS-REINTEGROS = 10
               CLOSE REINTEGROS
           END-IF.

       CONTROLAR-NUMERO.
           IF RGA-NUMERO > WS-ULTIMO-NUMERO
               MOVE RGA-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           IF RGA-PROF-NUMERO IS EQUAL
                   TO WS-REINTEGRO-NUEVO(7:5)
               AND RGA-COMPROBANTE IS EQUAL
                   TO WS-REINTEGRO-NUEVO(53:15)
               AND NOT RGA-RECHAZADO
               ADD 1 TO CANT-DUPLICADOS
           END-IF.
           PERFORM LEER-REINTEGRO.

       AGREGAR-REINTEGRO.
           OPEN EXTEND REINTEGROS.
           IF FS-REINTEGROS IS EQUAL TO 35
               OPEN OUTPUT REINTEGROS
           END-IF.
           IF FS-REINTEGROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR REINTEGROS FS: " FS-REINTEGROS
           ELSE
               WRITE REG-REINTEGROS
               IF FS-REINTEGROS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA EL REINTEGRO FS: "
                       FS-REINTEGROS
               ELSE
                   DISPLAY "REINTEGRO " RGA-NUMERO
                       " REGISTRADO, PENDIENTE DE APROBACION"
                   MOVE "A" TO AUD-OPERACION
                   MOVE RGA-NUMERO TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-REINTEGROS TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE REINTEGROS
           END-IF.

       LEER-REINTEGRO.
           READ REINTEGROS.
           IF FS-REINTEGROS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REINTEGROS FS: " FS-REINTEGROS
           END-IF.

       LISTAR-PENDIENTES.
           MOVE 0 TO CANT-LISTADOS.
           MOVE 0 TO TOT-LISTADO.
           OPEN INPUT REINTEGROS.
           IF FS-REINTEGROS IS EQUAL TO 00
               PERFORM LEER-REINTEGRO
               PERFORM MOSTRAR-PENDIENTE UNTIL FS-REINTEGROS = 10
               CLOSE REINTEGROS
           END-IF.
           IF CANT-LISTADOS = 0
               DISPLAY "NO HAY REINTEGROS PENDIENTES DE APROBACION"
           ELSE
               MOVE TOT-LISTADO TO WS-TOTAL-EDIT
               DISPLAY "TOTAL PENDIENTE DE APROBACION: " WS-TOTAL-EDIT
           END-IF.

       MOSTRAR-PENDIENTE.
           IF RGA-PENDIENTE
               PERFORM MOSTRAR-REINTEGRO
               ADD RGA-IMPORTE TO TOT-LISTADO
           END-IF.
           PERFORM LEER-REINTEGRO.

       LISTAR-REINTEGROS-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           MOVE 0 TO TOT-LISTADO.
           OPEN INPUT REINTEGROS.
           IF FS-REINTEGROS IS NOT EQUAL TO 00
               DISPLAY "NO HAY REINTEGROS REGISTRADOS"
           ELSE
               PERFORM LEER-REINTEGRO
               PERFORM MOSTRAR-REINTEGRO-PROF
                   UNTIL FS-REINTEGROS = 10
               IF CANT-LISTADOS = 0
                   DISPLAY "SIN REINTEGROS PARA EL PROFESOR "
                       WS-PROF-BUSCADO
               ELSE
                   MOVE TOT-LISTADO TO WS-TOTAL-EDIT
                   DISPLAY "APROBADO A PAGAR EN LA PROXIMA "
                       "LIQUIDACION: " WS-TOTAL-EDIT
               END-IF
               CLOSE REINTEGROS
           END-IF.

       MOSTRAR-REINTEGRO-PROF.
           IF RGA-PROF-NUMERO IS EQUAL TO WS-PROF-BUSCADO
               PERFORM MOSTRAR-REINTEGRO
               IF RGA-APROBADO
                   ADD RGA-IMPORTE TO TOT-LISTADO
               END-IF
           END-IF.
           PERFORM LEER-REINTEGRO.

       MOSTRAR-REINTEGRO.
           MOVE RGA-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY "NRO " RGA-NUMERO " PROF " RGA-PROF-NUMERO
               " SUC " RGA-SUCURSAL " FECHA " RGA-FECHA
               " " RGA-CONCEPTO " " WS-IMPORTE-EDIT
               " ESTADO " RGA-ESTADO.
           DISPLAY "    " RGA-DESCRIPCION " COMPROBANTE "
               RGA-COMPROBANTE " CARGO " RGA-OPERADOR.
           IF NOT RGA-PENDIENTE
               DISPLAY "    RESOLVIO " RGA-SUPERVISOR " EL "
                   RGA-FECHA-APROB " LIQUIDADO " RGA-FECHA-LIQ
           END-IF.
           ADD 1 TO CANT-LISTADOS.

      *- Aprobar o rechazar un reintegro pendiente. Solo un
      *- supervisor, y nunca sobre un reintegro que cargo el mismo.
       RESOLVER-REINTEGRO.
           IF NOT OPE-SUPERVISOR
               DISPLAY "SOLO UN SUPERVISOR PUEDE APROBAR O RECHAZAR "
                   "REINTEGROS"
           ELSE
               DISPLAY "NUMERO DE REINTEGRO: " WITH NO ADVANCING
               ACCEPT WS-NUMERO-BUSCADO
               PERFORM BUSCAR-REINTEGRO
               MOVE WS-REINTEGRO-HALLADO TO REG-REINTEGROS
               EVALUATE TRUE
                   WHEN NOT REINTEGRO-HALLADO
                       DISPLAY "REINTEGRO NO ENCONTRADO"
                   WHEN NOT RGA-PENDIENTE
                       DISPLAY "EL REINTEGRO NO ESTA PENDIENTE (ESTADO "
                           RGA-ESTADO ")"
                   WHEN RGA-OPERADOR IS EQUAL TO WS-OPERADOR
                       DISPLAY "LO CARGO " WS-OPERADOR
                           ": LO TIENE QUE RESOLVER OTRO SUPERVISOR"
                   WHEN OTHER
                       PERFORM PEDIR-CONFIRMACION
               END-EVALUATE
           END-IF.

       BUSCAR-REINTEGRO.
           MOVE "N" TO WS-HALLADO.
           MOVE SPACES TO WS-REINTEGRO-HALLADO.
           OPEN INPUT REINTEGROS.
           IF FS-REINTEGROS IS EQUAL TO 00
               PERFORM LEER-REINTEGRO
               PERFORM COMPARAR-REINTEGRO UNTIL FS-REINTEGROS = 10
               CLOSE REINTEGROS
           END-IF.

       COMPARAR-REINTEGRO.
           IF RGA-NUMERO IS EQUAL TO WS-NUMERO-BUSCADO
               MOVE "S" TO WS-HALLADO
               MOVE REG-REINTEGROS TO WS-REINTEGRO-HALLADO
           END-IF.
           PERFORM LEER-REINTEGRO.

       PEDIR-CONFIRMACION.
           PERFORM MOSTRAR-REINTEGRO.
           IF WS-ACCION IS EQUAL TO "A"
               DISPLAY "APRUEBA EL REINTEGRO? (S/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "RECHAZA EL REINTEGRO? (S/N): "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA IS EQUAL TO "S"
               PERFORM MARCAR-EN-ARCHIVO
           ELSE
               DISPLAY "SIN CAMBIOS"
           END-IF.

      *- Copia ReintegrosGastos.dat al archivo de trabajo con el
      *- reintegro resuelto y lo vuelve a copiar sobre el original
      *- (mismo mecanismo que VERIFICACION-CBU).
       MARCAR-EN-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           OPEN INPUT REINTEGROS.
           OPEN OUTPUT TRABAJO.
           PERFORM LEER-REINTEGRO.
           PERFORM MARCAR-REINTEGRO UNTIL FS-REINTEGROS = 10.
           CLOSE REINTEGROS.
           CLOSE TRABAJO.
           PERFORM VOLCAR-TRABAJO-A-REINTEGROS.
           IF WS-ACCION IS EQUAL TO "A"
               DISPLAY "REINTEGRO APROBADO, SE PAGA EN LA PROXIMA "
                   "LIQUIDACION"
           ELSE
               DISPLAY "REINTEGRO RECHAZADO"
           END-IF.

       MARCAR-REINTEGRO.
           IF RGA-NUMERO IS EQUAL TO WS-NUMERO-BUSCADO
               AND RGA-PENDIENTE
               MOVE REG-REINTEGROS TO AUD-ANTES
               MOVE WS-ACCION    TO RGA-ESTADO
               MOVE WS-OPERADOR  TO RGA-SUPERVISOR
               MOVE WS-FHA-FECHA TO RGA-FECHA-APROB
               MOVE "M" TO AUD-OPERACION
               MOVE RGA-NUMERO TO AUD-CLAVE
               MOVE REG-REINTEGROS TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.
           WRITE REG-TRABAJO FROM REG-REINTEGROS.
           PERFORM LEER-REINTEGRO.

       VOLCAR-TRABAJO-A-REINTEGROS.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT REINTEGROS.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE REINTEGROS.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-REINTEGROS FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "REINTEGROS" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-REINTEGROS.
