       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-RESULTADOS-AUDITORIA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Carga de los resultados de auditoria interna sobre la
      *- muestra que sorteo MUESTRA-AUDITORIA: el auditor tipea el
      *- numero de orden de la planilla, ve los datos de la clase y
      *- registra si la planilla de asistencia de la sucursal la
      *- confirma (C), muestra una discrepancia (D) o no permite
      *- verificarla (N), con un comentario. En una discrepancia se
      *- pide ademas el importe que correspondia pagar segun la
      *- planilla (cero si la clase no se dicto), que
      *- INFORME-AUDITORIA usa para proyectar el error en pesos.
      *-
      *- ResultadosAuditoria.dat guarda una fila por clase, con la
      *- clave de Times (no el numero de orden), asi un nuevo sorteo
      *- no mezcla resultados. Volver a cargar una clase reemplaza su
      *- resultado via un archivo de trabajo (mismo criterio que las
      *- bajas de MANTENIMIENTO-FERIADOS); cada carga queda en la
      *- pista de auditoria de maestros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MUESTRA
           ASSIGN TO DISK "../files/out/MuestraAuditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MUESTRA.

       SELECT RESULTADOS
           ASSIGN TO DISK "../files/in/ResultadosAuditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADOS.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/ResultadosAuditoria-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *- Mismo layout que graba MUESTRA-AUDITORIA.
       FD MUESTRA
           LABEL RECORD IS STANDARD.
       01 REG-MUESTRA.
           03 MUE-ORDEN         PIC 9(05).
           03 MUE-ORIGEN        PIC X(01).
           03 MUE-CLAVE.
               05 MUE-NUMERO    PIC X(05).
               05 MUE-FECHA     PIC 9(08).
               05 MUE-CUIT      PIC 9(11).
               05 MUE-SEC       PIC 9(04).
           03 MUE-SUCURSAL      PIC X(03).
           03 MUE-PROF-NOMBRE   PIC X(25).
           03 MUE-TIP-CLASE     PIC X(04).
           03 MUE-HORAS         PIC 9(02)V99.
           03 MUE-TIPO-NOV      PIC X(01).
           03 MUE-IMPORTE       PIC S9(07)V99
                                SIGN IS LEADING SEPARATE CHARACTER.

       FD RESULTADOS
           LABEL RECORD IS STANDARD.
       01 REG-RESULTADOS.
      *- Clave de la clase en Times.dat / TimesHistorico.dat.
           03 RAU-CLAVE.
               05 RAU-NUMERO    PIC X(05).
               05 RAU-FECHA     PIC 9(08).
               05 RAU-CUIT      PIC 9(11).
               05 RAU-SEC       PIC 9(04).
           03 RAU-RESULTADO     PIC X(01).
              88 RAU-CONFIRMADA            VALUE "C".
              88 RAU-DISCREPANCIA          VALUE "D".
              88 RAU-NO-VERIFICABLE        VALUE "N".
      *- Solo en discrepancias: lo que correspondia pagar segun la
      *- planilla de asistencia, en valor absoluto.
           03 RAU-IMPORTE-CORRECTO PIC 9(07)V99.
           03 RAU-COMENTARIO    PIC X(40).
           03 RAU-FECHA-CARGA   PIC 9(08).
           03 RAU-OPERADOR      PIC X(10).

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(96).

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
       01 FS-MUESTRA           PIC XX.
       01 FS-RESULTADOS        PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Paso intermedio del ingreso del numero de orden y del
      *- importe (sin coma, dos decimales, como en
      *- MANTENIMIENTO-ADELANTOS).
       01 WS-ORDEN-TEXTO        PIC X(05).
       01 WS-ORDEN              PIC 9(05).
       01 WS-IMPORTE-TEXTO      PIC X(09).
       01 WS-IMPORTE-NUM        PIC 9(09).

       01 WS-MUESTRA-HALLADA    PIC X(01)   VALUE "N".
           88 MUESTRA-HALLADA               VALUE "S".
       01 WS-RESULTADO-PREVIO   PIC X(01)   VALUE "N".
           88 HAY-RESULTADO-PREVIO          VALUE "S".
       01 WS-DATOS-VALIDOS      PIC X(01)   VALUE "N".
           88 DATOS-VALIDOS                 VALUE "S".

      *- Resultado nuevo y el que reemplaza, para la auditoria.
       01 WS-RESULTADO-NUEVO    PIC X(96).
       01 WS-RESULTADO-ANTES    PIC X(96).
       01 WS-CLAVE-CLASE        PIC X(28).
       01 WS-AUD-CLAVE.
           03 WS-AUD-PROF       PIC X(05).
           03 WS-AUD-SUCURSAL   PIC X(03).
           03 FILLER            PIC X(03)   VALUE SPACES.

       77 CANT-PENDIENTES       PIC 9(05)   VALUE 0.
       77 CANT-CARGADAS         PIC 9(05)   VALUE 0.

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
           MOVE "CARGA-RESULT-AUDIT" TO VOP-PROGRAMA.
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
           DISPLAY "RESULTADOS DE AUDITORIA INTERNA".
           DISPLAY "1. REGISTRAR RESULTADO".
           DISPLAY "2. LISTAR CLASES PENDIENTES".
           DISPLAY "3. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM REGISTRAR-RESULTADO
               WHEN "2" PERFORM LISTAR-PENDIENTES
               WHEN "3" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       REGISTRAR-RESULTADO.
           DISPLAY "NUMERO DE ORDEN EN LA PLANILLA: "
               WITH NO ADVANCING.
           ACCEPT WS-ORDEN-TEXTO.
           IF WS-ORDEN-TEXTO IS NOT NUMERIC
               DISPLAY "NUMERO DE ORDEN INVALIDO: " WS-ORDEN-TEXTO
           ELSE
               MOVE WS-ORDEN-TEXTO TO WS-ORDEN
               PERFORM BUSCAR-EN-MUESTRA
               IF NOT MUESTRA-HALLADA
                   DISPLAY "EL NUMERO " WS-ORDEN
                       " NO ESTA EN LA MUESTRA VIGENTE"
               ELSE
                   PERFORM MOSTRAR-CLASE
                   PERFORM BUSCAR-RESULTADO-PREVIO
                   PERFORM CAPTURAR-RESULTADO
                   IF DATOS-VALIDOS
                       PERFORM GRABAR-RESULTADO
                   END-IF
               END-IF
           END-IF.

      *- Deja en REG-MUESTRA la fila del numero de orden pedido.
       BUSCAR-EN-MUESTRA.
           MOVE "N" TO WS-MUESTRA-HALLADA.
           OPEN INPUT MUESTRA.
           IF FS-MUESTRA IS NOT EQUAL TO 00
               DISPLAY "NO HAY MUESTRA SORTEADA (CORRER "
                   "MUESTRA-AUDITORIA)"
           ELSE
               PERFORM LEER-MUESTRA
               PERFORM COMPARAR-ORDEN
                   UNTIL FS-MUESTRA = 10 OR MUESTRA-HALLADA
               CLOSE MUESTRA
           END-IF.

       LEER-MUESTRA.
           READ MUESTRA.
           IF FS-MUESTRA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MUESTRA FS: " FS-MUESTRA
           END-IF.

       COMPARAR-ORDEN.
           IF MUE-ORDEN IS EQUAL TO WS-ORDEN
               MOVE "S" TO WS-MUESTRA-HALLADA
           ELSE
               PERFORM LEER-MUESTRA
           END-IF.

       MOSTRAR-CLASE.
           DISPLAY "PROFESOR: " MUE-NUMERO " " MUE-PROF-NOMBRE.
           DISPLAY "SUCURSAL: " MUE-SUCURSAL " CUIT " MUE-CUIT.
           DISPLAY "FECHA: " MUE-FECHA(7:2) "/" MUE-FECHA(5:2) "/"
               MUE-FECHA(1:4) "  TIPO: " MUE-TIP-CLASE
               "  HORAS: " MUE-HORAS "  NOV: " MUE-TIPO-NOV.
           DISPLAY "IMPORTE LIQUIDADO: " MUE-IMPORTE.

      *- Si la clase ya tiene resultado lo muestra; se reemplaza al
      *- grabar el nuevo.
       BUSCAR-RESULTADO-PREVIO.
           MOVE "N" TO WS-RESULTADO-PREVIO.
           MOVE SPACES TO WS-RESULTADO-ANTES.
           MOVE MUE-CLAVE TO WS-CLAVE-CLASE.
           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS IS EQUAL TO 00
               PERFORM LEER-RESULTADO
               PERFORM COMPARAR-RESULTADO UNTIL FS-RESULTADOS = 10
               CLOSE RESULTADOS
           END-IF.
           IF HAY-RESULTADO-PREVIO
               MOVE WS-RESULTADO-ANTES TO REG-RESULTADOS
               DISPLAY "YA CARGADA: " RAU-RESULTADO " "
                   RAU-COMENTARIO
               DISPLAY "EL RESULTADO NUEVO REEMPLAZA AL ANTERIOR"
           END-IF.

       LEER-RESULTADO.
           READ RESULTADOS.
           IF FS-RESULTADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESULTADOS FS: " FS-RESULTADOS
           END-IF.

       COMPARAR-RESULTADO.
           IF RAU-CLAVE IS EQUAL TO WS-CLAVE-CLASE
               MOVE "S" TO WS-RESULTADO-PREVIO
               MOVE REG-RESULTADOS TO WS-RESULTADO-ANTES
           END-IF.
           PERFORM LEER-RESULTADO.

      *- Resultado C, D o N; discrepancia y no verificable exigen
      *- comentario, y la discrepancia el importe correcto.
       CAPTURAR-RESULTADO.
           MOVE "N" TO WS-DATOS-VALIDOS.
           MOVE SPACES TO REG-RESULTADOS.
           MOVE MUE-CLAVE TO RAU-CLAVE.
           MOVE 0 TO RAU-IMPORTE-CORRECTO.
           DISPLAY "RESULTADO (C CONFIRMADA, D DISCREPANCIA, "
               "N NO VERIFICABLE): " WITH NO ADVANCING.
           ACCEPT RAU-RESULTADO.
           EVALUATE TRUE
               WHEN RAU-CONFIRMADA
                   PERFORM CAPTURAR-COMENTARIO
                   MOVE "S" TO WS-DATOS-VALIDOS
               WHEN RAU-DISCREPANCIA
                   PERFORM CAPTURAR-IMPORTE-CORRECTO
               WHEN RAU-NO-VERIFICABLE
                   PERFORM CAPTURAR-COMENTARIO
                   PERFORM EXIGIR-COMENTARIO
               WHEN OTHER
                   DISPLAY "RESULTADO INVALIDO: " RAU-RESULTADO
           END-EVALUATE.

       CAPTURAR-IMPORTE-CORRECTO.
           DISPLAY "IMPORTE QUE CORRESPONDIA SEGUN PLANILLA (SIN "
               "COMA, DOS DECIMALES, 9 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-IMPORTE-TEXTO.
           IF WS-IMPORTE-TEXTO IS NOT NUMERIC
               DISPLAY "IMPORTE INVALIDO: " WS-IMPORTE-TEXTO
           ELSE
               MOVE WS-IMPORTE-TEXTO TO WS-IMPORTE-NUM
               COMPUTE RAU-IMPORTE-CORRECTO = WS-IMPORTE-NUM / 100
               PERFORM CAPTURAR-COMENTARIO
               PERFORM EXIGIR-COMENTARIO
           END-IF.

       CAPTURAR-COMENTARIO.
           DISPLAY "COMENTARIO: " WITH NO ADVANCING.
           ACCEPT RAU-COMENTARIO.

       EXIGIR-COMENTARIO.
           IF RAU-COMENTARIO IS EQUAL TO SPACES
               DISPLAY "FALTA EL COMENTARIO, NO SE GRABA"
           ELSE
               MOVE "S" TO WS-DATOS-VALIDOS
           END-IF.

      *- Saca el resultado anterior de la clase (si lo habia) y
      *- agrega el nuevo al final.
       GRABAR-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD.
           MOVE WS-FHA-FECHA TO RAU-FECHA-CARGA.
           MOVE WS-OPERADOR  TO RAU-OPERADOR.
           MOVE REG-RESULTADOS TO WS-RESULTADO-NUEVO.
           IF HAY-RESULTADO-PREVIO
               PERFORM QUITAR-RESULTADO-PREVIO
           END-IF.
           OPEN EXTEND RESULTADOS.
           IF FS-RESULTADOS IS EQUAL TO 35
               OPEN OUTPUT RESULTADOS
           END-IF.
           IF FS-RESULTADOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RESULTADOS FS: " FS-RESULTADOS
           ELSE
               WRITE REG-RESULTADOS FROM WS-RESULTADO-NUEVO
               IF FS-RESULTADOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR EL RESULTADO FS: "
                       FS-RESULTADOS
               ELSE
                   DISPLAY "RESULTADO REGISTRADO"
                   IF HAY-RESULTADO-PREVIO
                       MOVE "M" TO AUD-OPERACION
                   ELSE
                       MOVE "A" TO AUD-OPERACION
                   END-IF
                   MOVE MUE-NUMERO   TO WS-AUD-PROF
                   MOVE MUE-SUCURSAL TO WS-AUD-SUCURSAL
                   MOVE WS-AUD-CLAVE TO AUD-CLAVE
                   MOVE WS-RESULTADO-ANTES TO AUD-ANTES
                   MOVE WS-RESULTADO-NUEVO TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE RESULTADOS
           END-IF.

       QUITAR-RESULTADO-PREVIO.
           OPEN INPUT RESULTADOS.
           OPEN OUTPUT TRABAJO.
           PERFORM LEER-RESULTADO.
           PERFORM COPIAR-OTRO-RESULTADO UNTIL FS-RESULTADOS = 10.
           CLOSE RESULTADOS.
           CLOSE TRABAJO.
           PERFORM VOLCAR-TRABAJO-A-RESULTADOS.

       COPIAR-OTRO-RESULTADO.
           IF RAU-CLAVE IS NOT EQUAL TO WS-CLAVE-CLASE
               WRITE REG-TRABAJO FROM REG-RESULTADOS
           END-IF.
           PERFORM LEER-RESULTADO.

       VOLCAR-TRABAJO-A-RESULTADOS.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT RESULTADOS.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE RESULTADOS.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-RESULTADOS FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Clases de la muestra vigente que todavia no tienen
      *- resultado, en el orden de la planilla.
       LISTAR-PENDIENTES.
           MOVE 0 TO CANT-PENDIENTES.
           MOVE 0 TO CANT-CARGADAS.
           OPEN INPUT MUESTRA.
           IF FS-MUESTRA IS NOT EQUAL TO 00
               DISPLAY "NO HAY MUESTRA SORTEADA (CORRER "
                   "MUESTRA-AUDITORIA)"
           ELSE
               PERFORM LEER-MUESTRA
               PERFORM EVALUAR-PENDIENTE UNTIL FS-MUESTRA = 10
               CLOSE MUESTRA
               DISPLAY "CARGADAS: " CANT-CARGADAS
                   "  PENDIENTES: " CANT-PENDIENTES
           END-IF.

       EVALUAR-PENDIENTE.
           MOVE MUE-CLAVE TO WS-CLAVE-CLASE.
           MOVE "N" TO WS-RESULTADO-PREVIO.
           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS IS EQUAL TO 00
               PERFORM LEER-RESULTADO
               PERFORM COMPARAR-RESULTADO UNTIL FS-RESULTADOS = 10
               CLOSE RESULTADOS
           END-IF.
           IF HAY-RESULTADO-PREVIO
               ADD 1 TO CANT-CARGADAS
           ELSE
               ADD 1 TO CANT-PENDIENTES
               DISPLAY MUE-ORDEN " " MUE-SUCURSAL " " MUE-NUMERO " "
                   MUE-PROF-NOMBRE " " MUE-FECHA(7:2) "/"
                   MUE-FECHA(5:2) "/" MUE-FECHA(1:4)
           END-IF.
           PERFORM LEER-MUESTRA.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "RESULTAUD" TO AUD-ARCHIVO
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

       END PROGRAM CARGA-RESULTADOS-AUDITORIA.
