       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DEMANDA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Demanda semanal de clases de cada sucursal
      *- (DemandaSucursales.dat), la otra entrada de ARMAR-AGENDA.
      *- Cada fila dice cuantas horas por semana de un tipo de clase
      *- pide la sucursal, cuanto dura cada clase (0 = una hora; si
      *- el tipo tiene rango en TiposClase.dat se controla contra la
      *- vigencia mas nueva) y en que dias la prefiere: siete
      *- posiciones S/N de lunes a domingo, todas en blanco = lunes a
      *- sabado. Una fila por sucursal y tipo; para cambiarla se da
      *- de baja y se vuelve a dar de alta. Altas y bajas quedan en
      *- la pista de auditoria como en los demas mantenimientos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DEMANDA
           ASSIGN TO DISK "../files/in/DemandaSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEMANDA.

       SELECT TRABAJO
           ASSIGN TO DISK "../files/out/Demanda-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT SUCURSALES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

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

       FD DEMANDA
           LABEL RECORD IS STANDARD.
       01 REG-DEMANDA.
           03 DMD-SUCURSAL      PIC X(03).
           03 DMD-TIP-CLASE     PIC X(04).
           03 DMD-HORAS-SEMANA  PIC 9(03)V99.
           03 DMD-HORAS-CLASE   PIC 9(02)V99.
      *- S/N de lunes a domingo.
           03 DMD-DIAS.
               05 DMD-DIA       PIC X(01) OCCURS 7 TIMES.

       FD TRABAJO
           LABEL RECORD OMITTED.
       01 REG-TRABAJO           PIC X(23).

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
       01 FS-DEMANDA           PIC XX.
       01 FS-TRABAJO           PIC XX.
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".
       01 FS-TIPOSCLASE        PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).

      *- Tipos de clase con el rango de duracion de la vigencia mas
      *- nueva (el archivo trae una fila por vigencia).
       78 CON-CANT-TIPOS-MAX    VALUE 100.
       01 VEC-TIPOS.
           03 VEC-TIPO-ELM OCCURS CON-CANT-TIPOS-MAX TIMES
               INDEXED BY INDICE-TIPO.
               05 VEC-TIPO-CLASE    PIC X(04).
               05 VEC-TIPO-VIG      PIC 9(08).
               05 VEC-TIPO-MIN      PIC 9(02)V99.
               05 VEC-TIPO-MAX      PIC 9(02)V99.
       77 CANT-TIPOS            PIC 999     VALUE 0.
       77 IND-TIPO-HALLADO      PIC 999     VALUE 0.

      *- Paso intermedio del ingreso de horas, mismo criterio que
      *- MANTENIMIENTO-AGENDA (sin coma, dos decimales).
       01 WS-HORAS-TEXTO        PIC X(05).
       01 WS-HORAS-NUM          PIC 9(05).
       01 WS-DURACION-TEXTO     PIC X(04).
       01 WS-DURACION-NUM       PIC 9(04).
       01 WS-DIAS-OK            PIC X(01).
           88 DIAS-OK                       VALUE "S".
       77 IND-DIA               PIC 9(01)   VALUE 0.

       01 WS-BAJA.
           03 WS-BAJA-SUCURSAL  PIC X(03).
           03 WS-BAJA-TIPO      PIC X(04).
       01 WS-SUC-BUSCADA        PIC X(03).
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
           PERFORM CARGAR-TIPOS.
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
           MOVE "MANTENIM-DEMANDA" TO VOP-PROGRAMA.
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
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIPOSCLASE FS: " FS-TIPOSCLASE
               STOP RUN
           END-IF.

       CERRAR-MAESTROS.
           CLOSE SUCURSALES.
           CLOSE TIPOSCLASE-FILE.

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
               MOVE CANT-TIPOS TO IND-TIPO-HALLADO
               MOVE TIP-CLASE TO VEC-TIPO-CLASE(CANT-TIPOS)
               MOVE 0 TO VEC-TIPO-VIG(CANT-TIPOS)
           END-IF.
           IF IND-TIPO-HALLADO > 0
               IF TIP-VIG-DES IS NOT LESS THAN
                   VEC-TIPO-VIG(IND-TIPO-HALLADO)
                   MOVE TIP-VIG-DES   TO VEC-TIPO-VIG(IND-TIPO-HALLADO)
                   MOVE TIP-HORAS-MIN TO VEC-TIPO-MIN(IND-TIPO-HALLADO)
                   MOVE TIP-HORAS-MAX TO VEC-TIPO-MAX(IND-TIPO-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-TIPOCLASE.

       BUSCAR-TIPO-EN-TABLA.
           MOVE 0 TO IND-TIPO-HALLADO.
           PERFORM VARYING INDICE-TIPO FROM 1 BY 1
               UNTIL INDICE-TIPO > CANT-TIPOS
               IF VEC-TIPO-CLASE(INDICE-TIPO) IS EQUAL TO TIP-CLASE
                   SET IND-TIPO-HALLADO TO INDICE-TIPO
               END-IF
           END-PERFORM.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "DEMANDA SEMANAL DE CLASES POR SUCURSAL".
           DISPLAY "1. ALTA".
           DISPLAY "2. LISTAR POR SUCURSAL".
           DISPLAY "3. BAJA".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-DEMANDA
               WHEN "2" PERFORM LISTAR-DEMANDA
               WHEN "3" PERFORM BAJA-DEMANDA
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-DEMANDA.
           DISPLAY "SUCURSAL: " WITH NO ADVANCING.
           ACCEPT DMD-SUCURSAL.
           MOVE DMD-SUCURSAL TO SUC-SUCURSAL.
           READ SUCURSALES RECORD.
           IF NOT OK-SUC
               DISPLAY "SUCURSAL NO ENCONTRADA"
           ELSE
               DISPLAY "SUCURSAL: " SUC-RAZON
               DISPLAY "TIPO DE CLASE: " WITH NO ADVANCING
               ACCEPT DMD-TIP-CLASE
               MOVE DMD-TIP-CLASE TO TIP-CLASE
               PERFORM BUSCAR-TIPO-EN-TABLA
               IF IND-TIPO-HALLADO = 0
                   DISPLAY "TIPO DE CLASE INEXISTENTE"
               ELSE
                   PERFORM CAPTURAR-HORAS-DEMANDA
               END-IF
           END-IF.

       CAPTURAR-HORAS-DEMANDA.
           DISPLAY "HORAS POR SEMANA (SIN COMA, DOS DECIMALES, "
               "EJ. 01200 = 12,00): " WITH NO ADVANCING.
           ACCEPT WS-HORAS-TEXTO.
           DISPLAY "DURACION DE CADA CLASE (SIN COMA, EJ. 0130; "
               "0000 = UNA HORA): " WITH NO ADVANCING.
           ACCEPT WS-DURACION-TEXTO.
           IF WS-HORAS-TEXTO IS NOT NUMERIC
               OR WS-DURACION-TEXTO IS NOT NUMERIC
               DISPLAY "HORAS INVALIDAS"
           ELSE
               MOVE WS-HORAS-TEXTO TO WS-HORAS-NUM
               COMPUTE DMD-HORAS-SEMANA = WS-HORAS-NUM / 100
               MOVE WS-DURACION-TEXTO TO WS-DURACION-NUM
               COMPUTE DMD-HORAS-CLASE = WS-DURACION-NUM / 100
               IF DMD-HORAS-CLASE = 0
                   MOVE 1 TO DMD-HORAS-CLASE
               END-IF
               EVALUATE TRUE
                   WHEN DMD-HORAS-SEMANA = 0
                       DISPLAY "LA DEMANDA NO PUEDE SER CERO"
                   WHEN VEC-TIPO-MAX(IND-TIPO-HALLADO) > 0
                       AND (DMD-HORAS-CLASE <
                           VEC-TIPO-MIN(IND-TIPO-HALLADO)
                       OR DMD-HORAS-CLASE >
                           VEC-TIPO-MAX(IND-TIPO-HALLADO))
                       DISPLAY "DURACION FUERA DEL RANGO DEL TIPO: "
                           VEC-TIPO-MIN(IND-TIPO-HALLADO) " A "
                           VEC-TIPO-MAX(IND-TIPO-HALLADO)
                   WHEN OTHER
                       PERFORM CAPTURAR-DIAS-DEMANDA
               END-EVALUATE
           END-IF.

       CAPTURAR-DIAS-DEMANDA.
           DISPLAY "DIAS PREFERIDOS, S/N DE LUNES A DOMINGO "
               "(VACIO = LUNES A SABADO): " WITH NO ADVANCING.
           ACCEPT DMD-DIAS.
           MOVE "S" TO WS-DIAS-OK.
           PERFORM VALIDAR-DIA-DEMANDA VARYING IND-DIA FROM 1 BY 1
               UNTIL IND-DIA > 7.
           IF NOT DIAS-OK
               DISPLAY "DIAS INVALIDOS: " DMD-DIAS
           ELSE
               PERFORM GRABAR-DEMANDA
           END-IF.

       VALIDAR-DIA-DEMANDA.
           IF DMD-DIA(IND-DIA) IS NOT EQUAL TO "S"
               AND DMD-DIA(IND-DIA) IS NOT EQUAL TO "N"
               AND DMD-DIAS IS NOT EQUAL TO SPACES
               MOVE "N" TO WS-DIAS-OK
           END-IF.

       GRABAR-DEMANDA.
           OPEN EXTEND DEMANDA.
           IF FS-DEMANDA IS EQUAL TO 35
               OPEN OUTPUT DEMANDA
           END-IF.
           IF FS-DEMANDA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEMANDA FS: " FS-DEMANDA
           ELSE
               WRITE REG-DEMANDA
               IF FS-DEMANDA IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA LA DEMANDA FS: "
                       FS-DEMANDA
               ELSE
                   DISPLAY "DEMANDA DADA DE ALTA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE REG-DEMANDA(1:7) TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-DEMANDA TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE DEMANDA
           END-IF.

       LISTAR-DEMANDA.
           DISPLAY "SUCURSAL: " WITH NO ADVANCING.
           ACCEPT WS-SUC-BUSCADA.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT DEMANDA.
           IF FS-DEMANDA IS NOT EQUAL TO 00
               DISPLAY "NO HAY DEMANDA REGISTRADA"
           ELSE
               PERFORM LEER-DEMANDA
               PERFORM MOSTRAR-DEMANDA UNTIL FS-DEMANDA = 10
               DISPLAY "TIPOS DEMANDADOS: " CANT-LISTADOS
               CLOSE DEMANDA
           END-IF.

       LEER-DEMANDA.
           READ DEMANDA.
           IF FS-DEMANDA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEMANDA FS: " FS-DEMANDA
           END-IF.

       MOSTRAR-DEMANDA.
           IF DMD-SUCURSAL IS EQUAL TO WS-SUC-BUSCADA
               DISPLAY "TIPO " DMD-TIP-CLASE " HORAS/SEMANA "
                   DMD-HORAS-SEMANA " DURACION " DMD-HORAS-CLASE
                   " DIAS " DMD-DIAS
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-DEMANDA.

      *- Baja por sucursal+tipo: copia al archivo de trabajo todo
      *- menos las filas que coinciden y vuelve a copiar sobre el
      *- original.
       BAJA-DEMANDA.
           DISPLAY "SUCURSAL: " WITH NO ADVANCING.
           ACCEPT WS-BAJA-SUCURSAL.
           DISPLAY "TIPO DE CLASE: " WITH NO ADVANCING.
           ACCEPT WS-BAJA-TIPO.
           MOVE 0 TO CANT-BAJAS.
           OPEN INPUT DEMANDA.
           IF FS-DEMANDA IS NOT EQUAL TO 00
               DISPLAY "NO HAY DEMANDA REGISTRADA"
           ELSE
               OPEN OUTPUT TRABAJO
               PERFORM LEER-DEMANDA
               PERFORM EVALUAR-BAJA UNTIL FS-DEMANDA = 10
               CLOSE DEMANDA
               CLOSE TRABAJO
               PERFORM VOLCAR-TRABAJO-A-DEMANDA
               IF CANT-BAJAS = 0
                   DISPLAY "NINGUNA DEMANDA COINCIDE, NADA BORRADO"
               ELSE
                   DISPLAY "DEMANDAS BORRADAS: " CANT-BAJAS
               END-IF
           END-IF.

       EVALUAR-BAJA.
           IF DMD-SUCURSAL IS EQUAL TO WS-BAJA-SUCURSAL
               AND DMD-TIP-CLASE IS EQUAL TO WS-BAJA-TIPO
               ADD 1 TO CANT-BAJAS
               MOVE "B" TO AUD-OPERACION
               MOVE REG-DEMANDA(1:7) TO AUD-CLAVE
               MOVE REG-DEMANDA TO AUD-ANTES
               MOVE SPACES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
           ELSE
               WRITE REG-TRABAJO FROM REG-DEMANDA
           END-IF.
           PERFORM LEER-DEMANDA.

       VOLCAR-TRABAJO-A-DEMANDA.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT DEMANDA.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-TRABAJO UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO.
           CLOSE DEMANDA.

       LEER-TRABAJO.
           READ TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-TRABAJO.
           WRITE REG-DEMANDA FROM REG-TRABAJO.
           PERFORM LEER-TRABAJO.

      *- Graba un movimiento en la pista de auditoria, igual que los
      *- demas mantenimientos (abre y cierra en el momento).
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "DEMANDA" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-DEMANDA.
