       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-EMPRESAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Maestro de empresas empleadoras del grupo: cada una con su
      *- razon social, CUIT, domicilio y punto de venta AFIP. Cada
      *- sucursal pertenece a una (SUC-EMPRESA, ver MANTENIMIENTO-
      *- SUCURSALES) y por empresa se numeran las facturas, se arma el
      *- libro IVA, los asientos, los archivos del banco, los recibos
      *- y los certificados. La empresa "01" es la que habia antes
      *- del maestro: las sucursales sin empresa caen en ella (ver
      *- BUSCAR-EMPRESA). No hay baja: una empresa con facturas o
      *- pagos emitidos tiene que seguir resolviendo su razon social.
      *- El archivo es chico y se mantiene entero en memoria; cada
      *- alta o modificacion lo regraba completo. Solo supervisores,
      *- con pista de auditoria como los demas maestros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMPRESAS
           ASSIGN TO DISK "../files/in/Empresas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPRESAS.

       SELECT AUDITORIA
           ASSIGN TO DISK "../files/out/AuditoriaMaestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD EMPRESAS
           LABEL RECORD IS STANDARD.
       01 REG-EMPRESAS.
           03  EMP-CODIGO      PIC X(02).
           03  EMP-RAZON       PIC X(25).
           03  EMP-CUIT        PIC 9(11).
           03  EMP-DIRE        PIC X(20).
      *- Punto de venta AFIP propio de la empresa (0 = el general de
      *- FACTURACION-SUCURSALES).
           03  EMP-PTO-VENTA   PIC 9(04).

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
       01 FS-EMPRESAS          PIC XX.
       01 FS-AUDITORIA         PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-SUB-OPCION         PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-OPERADOR           PIC X(10).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 WS-FHA-HORA       PIC 9(06).
       01 WS-IMAGEN-ANTES       PIC X(120).

       78 CON-CANT-EMP-MAX      VALUE 20.
       01 VEC-EMPRESAS.
           03 VEC-EMP-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-EMP.
               05 VEC-EMP-REG         PIC X(62).
               05 VEC-EMP-CLAVES REDEFINES VEC-EMP-REG.
                   07 VEC-EMP-CODIGO  PIC X(02).
                   07 FILLER          PIC X(25).
                   07 VEC-EMP-CUIT    PIC 9(11).
                   07 FILLER          PIC X(24).
       77 CANT-EMPRESAS         PIC 99      VALUE 0.
       77 IND-EMP-HALLADO       PIC 99      VALUE 0.

       01 WS-CODIGO-BUSCADO     PIC X(02).
       01 WS-CUIT-VALIDO        PIC X(01).
       01 WS-PTO-VENTA-TEXTO    PIC X(04).

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
           PERFORM CARGAR-EMPRESAS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "MANTENIM-EMPRESAS" TO VOP-PROGRAMA.
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

      *- Sin Empresas.dat se arranca con el maestro vacio: la primera
      *- alta lo crea.
       CARGAR-EMPRESAS.
           MOVE 0 TO CANT-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF FS-EMPRESAS IS EQUAL TO 00
               PERFORM LEER-EMPRESA
               PERFORM GUARDAR-EMPRESA UNTIL FS-EMPRESAS = 10
               CLOSE EMPRESAS
           ELSE
               DISPLAY "SIN EMPRESAS.DAT, SE CREA CON LA PRIMERA ALTA"
           END-IF.

       LEER-EMPRESA.
           READ EMPRESAS.
           IF FS-EMPRESAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMPRESAS FS: " FS-EMPRESAS
               MOVE 10 TO FS-EMPRESAS
           END-IF.

       GUARDAR-EMPRESA.
           IF CANT-EMPRESAS < CON-CANT-EMP-MAX
               ADD 1 TO CANT-EMPRESAS
               MOVE REG-EMPRESAS TO VEC-EMP-REG(CANT-EMPRESAS)
           END-IF.
           PERFORM LEER-EMPRESA.

       BUSCAR-EMPRESA-EN-TABLA.
           MOVE 0 TO IND-EMP-HALLADO.
           PERFORM VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMPRESAS
               IF VEC-EMP-CODIGO(INDICE-EMP) IS EQUAL
                   TO WS-CODIGO-BUSCADO
                   SET IND-EMP-HALLADO TO INDICE-EMP
               END-IF
           END-PERFORM.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "MANTENIMIENTO DE EMPRESAS".
           DISPLAY "1. ALTA".
           DISPLAY "2. MODIFICACION".
           DISPLAY "3. LISTAR EMPRESAS".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-EMPRESA
               WHEN "2" PERFORM MODIFICACION-EMPRESA
               WHEN "3" PERFORM LISTAR-EMPRESAS
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-EMPRESA.
           DISPLAY "CODIGO DE EMPRESA (2 POSICIONES): "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO-BUSCADO.
           PERFORM BUSCAR-EMPRESA-EN-TABLA.
           EVALUATE TRUE
               WHEN WS-CODIGO-BUSCADO IS EQUAL TO SPACES
                   DISPLAY "CODIGO DE EMPRESA INVALIDO"
               WHEN IND-EMP-HALLADO > 0
                   DISPLAY "YA EXISTE UNA EMPRESA CON ESE CODIGO"
               WHEN CANT-EMPRESAS NOT < CON-CANT-EMP-MAX
                   DISPLAY "NO SE ADMITEN MAS DE " CON-CANT-EMP-MAX
                       " EMPRESAS"
               WHEN OTHER
                   PERFORM CAPTURAR-EMPRESA-NUEVA
           END-EVALUATE.

       CAPTURAR-EMPRESA-NUEVA.
           MOVE SPACES TO REG-EMPRESAS.
           MOVE WS-CODIGO-BUSCADO TO EMP-CODIGO.
           DISPLAY "RAZON SOCIAL: " WITH NO ADVANCING.
           ACCEPT EMP-RAZON.
           DISPLAY "DOMICILIO: " WITH NO ADVANCING.
           ACCEPT EMP-DIRE.
           DISPLAY "CUIT: " WITH NO ADVANCING.
           ACCEPT EMP-CUIT.
           CALL "VALIDAR-CUIT" USING EMP-CUIT, WS-CUIT-VALIDO.
           MOVE 0 TO IND-EMP-HALLADO.
           PERFORM VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMPRESAS
               IF VEC-EMP-CUIT(INDICE-EMP) IS EQUAL TO EMP-CUIT
                   SET IND-EMP-HALLADO TO INDICE-EMP
               END-IF
           END-PERFORM.
           IF WS-CUIT-VALIDO IS NOT EQUAL TO "S"
               DISPLAY "CUIT INVALIDO: " EMP-CUIT
           ELSE
               IF IND-EMP-HALLADO > 0
                   DISPLAY "EL CUIT YA ES DE LA EMPRESA "
                       VEC-EMP-CODIGO(IND-EMP-HALLADO)
               ELSE
                   PERFORM CAPTURAR-PTO-VENTA
                   IF WS-PTO-VENTA-TEXTO IS NUMERIC
                       ADD 1 TO CANT-EMPRESAS
                       MOVE REG-EMPRESAS
                           TO VEC-EMP-REG(CANT-EMPRESAS)
                       PERFORM REGRABAR-EMPRESAS
                       DISPLAY "EMPRESA DADA DE ALTA"
                       MOVE "A" TO AUD-OPERACION
                       MOVE WS-CODIGO-BUSCADO TO AUD-CLAVE
                       MOVE SPACES TO AUD-ANTES
                       MOVE VEC-EMP-REG(CANT-EMPRESAS) TO AUD-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       CAPTURAR-PTO-VENTA.
           DISPLAY "PUNTO DE VENTA AFIP (4 DIGITOS, 0000 = GENERAL): "
               WITH NO ADVANCING.
           ACCEPT WS-PTO-VENTA-TEXTO.
           IF WS-PTO-VENTA-TEXTO IS NUMERIC
               MOVE WS-PTO-VENTA-TEXTO TO EMP-PTO-VENTA
           ELSE
               DISPLAY "PUNTO DE VENTA INVALIDO: " WS-PTO-VENTA-TEXTO
           END-IF.

      *- El CUIT no se modifica: cambiarlo es otra empresa para AFIP
      *- y tiene que ser un alta con su propio codigo.
       MODIFICACION-EMPRESA.
           DISPLAY "CODIGO DE EMPRESA: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO-BUSCADO.
           PERFORM BUSCAR-EMPRESA-EN-TABLA.
           IF IND-EMP-HALLADO = 0
               DISPLAY "EMPRESA NO ENCONTRADA"
           ELSE
               MOVE VEC-EMP-REG(IND-EMP-HALLADO) TO REG-EMPRESAS
               MOVE REG-EMPRESAS TO WS-IMAGEN-ANTES
               MOVE "0000" TO WS-PTO-VENTA-TEXTO
               DISPLAY "1. RAZON SOCIAL"
               DISPLAY "2. DOMICILIO"
               DISPLAY "3. PUNTO DE VENTA AFIP"
               DISPLAY "CAMPO A MODIFICAR: " WITH NO ADVANCING
               ACCEPT WS-SUB-OPCION
               EVALUATE WS-SUB-OPCION
                   WHEN "1"
                       DISPLAY "NUEVA RAZON SOCIAL: " WITH NO ADVANCING
                       ACCEPT EMP-RAZON
                   WHEN "2"
                       DISPLAY "NUEVO DOMICILIO: " WITH NO ADVANCING
                       ACCEPT EMP-DIRE
                   WHEN "3"
                       PERFORM CAPTURAR-PTO-VENTA
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               IF (WS-SUB-OPCION IS EQUAL TO "1" OR "2" OR "3")
                   AND WS-PTO-VENTA-TEXTO IS NUMERIC
                   MOVE REG-EMPRESAS TO VEC-EMP-REG(IND-EMP-HALLADO)
                   PERFORM REGRABAR-EMPRESAS
                   DISPLAY "EMPRESA MODIFICADA"
                   MOVE "M" TO AUD-OPERACION
                   MOVE WS-CODIGO-BUSCADO TO AUD-CLAVE
                   MOVE WS-IMAGEN-ANTES TO AUD-ANTES
                   MOVE VEC-EMP-REG(IND-EMP-HALLADO) TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-IF.

       REGRABAR-EMPRESAS.
           OPEN OUTPUT EMPRESAS.
           IF FS-EMPRESAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMPRESAS FS: " FS-EMPRESAS
           ELSE
               PERFORM GRABAR-UNA-EMPRESA
                   VARYING INDICE-EMP FROM 1 BY 1
                   UNTIL INDICE-EMP > CANT-EMPRESAS
               CLOSE EMPRESAS
           END-IF.

       GRABAR-UNA-EMPRESA.
           WRITE REG-EMPRESAS FROM VEC-EMP-REG(INDICE-EMP).
           IF FS-EMPRESAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR EMPRESAS FS: " FS-EMPRESAS
           END-IF.

       LISTAR-EMPRESAS.
           IF CANT-EMPRESAS = 0
               DISPLAY "NO HAY EMPRESAS REGISTRADAS"
           ELSE
               PERFORM MOSTRAR-EMPRESA
                   VARYING INDICE-EMP FROM 1 BY 1
                   UNTIL INDICE-EMP > CANT-EMPRESAS
           END-IF.

       MOSTRAR-EMPRESA.
           MOVE VEC-EMP-REG(INDICE-EMP) TO REG-EMPRESAS.
           DISPLAY EMP-CODIGO " " EMP-RAZON " CUIT " EMP-CUIT
               " PV " EMP-PTO-VENTA " " EMP-DIRE.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "EMPRESAS" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-EMPRESAS.
