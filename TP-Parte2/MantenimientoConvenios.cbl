       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CONVENIOS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Convenios comerciales con las sucursales: lo que se les
      *- factura por encima del costo docente. Cada convenio lleva el
      *- CUIT de la sucursal, su vigencia desde y:
      *-   - tipo de clase en blanco (renglon general): porcentaje de
      *-     recargo sobre el costo docente, cargo fijo mensual y
      *-     minimo mensual de facturacion (neto);
      *-   - tipo de clase informado: solo el porcentaje de recargo
      *-     para las clases de ese tipo, que reemplaza al general.
      *- Rige, para cada fecha, el renglon de vigencia mas reciente que
      *- no sea posterior (mismo criterio que TiposClase.dat); un
      *- cambio de condiciones es un alta nueva con su vigencia, nunca
      *- una modificacion, asi lo ya facturado queda explicado. Lo usa
      *- FACTURACION-SUCURSALES. Sin convenio la sucursal se factura al
      *- costo, como hasta ahora. Altas con pista de auditoria, como los
      *- demas mantenimientos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONVENIOS
           ASSIGN TO DISK "../files/in/ConveniosSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVENIOS.

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

       FD CONVENIOS
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03  CNV-CUIT         PIC 9(11).
           03  CNV-VIG-DESDE    PIC 9(08).
      *- En blanco = renglon general de la sucursal.
           03  CNV-TIP-CLASE    PIC X(04).
      *- Recargo sobre el costo docente, en porcentaje.
           03  CNV-RECARGO-PORC PIC 9(03)V99.
      *- Cargo fijo y minimo mensual: solo en el renglon general.
           03  CNV-CARGO-FIJO   PIC 9(07)V99.
           03  CNV-MINIMO       PIC 9(09)V99.

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
       01 FS-CONVENIOS         PIC XX.
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

       78 CON-CANT-TIPOS-MAX    VALUE 100.
       01 VEC-TIPOS.
           03 VEC-TIPO-ELM
               OCCURS CON-CANT-TIPOS-MAX TIMES
               INDEXED BY INDICE-TIPO     PIC X(04).
       77 CANT-TIPOS            PIC 999     VALUE 0.
       77 IND-TIPO-HALLADO      PIC 999     VALUE 0.

      *- Parametros para VALIDAR-FECHA: un convenio puede pactarse
      *- hacia adelante.
       77 WS-CTL-FUTURO         PIC X(1)    VALUE "N".
       77 WS-FECHA-VALIDA       PIC X(1)    VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

       01 WS-CUIT-BUSCADO       PIC 9(11).
       77 CANT-LISTADOS         PIC 9(04)   VALUE 0.

      *- Pasos intermedios del ingreso de importes, mismo criterio
      *- que CAPTURA-NOVEDADES: sin coma, con dos decimales.
       01 WS-PORC-TEXTO         PIC X(05).
       01 WS-PORC-NUM           PIC 9(05).
       01 WS-FIJO-TEXTO         PIC X(09).
       01 WS-FIJO-NUM           PIC 9(09).
       01 WS-MINIMO-TEXTO       PIC X(11).
       01 WS-MINIMO-NUM         PIC 9(11).

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
           MOVE "MANTENIM-CONVENIOS" TO VOP-PROGRAMA.
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
           DISPLAY "MANTENIMIENTO DE CONVENIOS CON SUCURSALES".
           DISPLAY "1. ALTA DE CONVENIO GENERAL DE LA SUCURSAL".
           DISPLAY "2. ALTA DE RECARGO POR TIPO DE CLASE".
           DISPLAY "3. LISTAR CONVENIOS POR SUCURSAL".
           DISPLAY "4. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM ALTA-CONVENIO-GENERAL
               WHEN "2" PERFORM ALTA-RECARGO-TIPO
               WHEN "3" PERFORM LISTAR-CONVENIOS-SUCURSAL
               WHEN "4" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *- La sucursal se identifica por CUIT, que es como se la
      *- factura; se valida contra la clave alternativa del maestro.
       PEDIR-SUCURSAL.
           MOVE SPACES TO REG-CONVENIOS.
           DISPLAY "CUIT DE LA SUCURSAL: " WITH NO ADVANCING.
           ACCEPT CNV-CUIT.
           MOVE CNV-CUIT TO SUC-CUIT.
           READ SUCURSALES RECORD
               KEY IS SUC-CUIT OF REG-SUCURSALES.
           IF OK-SUC
               DISPLAY "SUCURSAL: " SUC-RAZON
           ELSE
               DISPLAY "SUCURSAL NO ENCONTRADA"
           END-IF.

       ALTA-CONVENIO-GENERAL.
           PERFORM PEDIR-SUCURSAL.
           IF OK-SUC
               MOVE SPACES TO CNV-TIP-CLASE
               PERFORM CAPTURAR-RECARGO
               IF WS-PORC-TEXTO IS NUMERIC
                   PERFORM CAPTURAR-CARGOS-MENSUALES
               END-IF
           END-IF.

       ALTA-RECARGO-TIPO.
           PERFORM PEDIR-SUCURSAL.
           IF OK-SUC
               DISPLAY "TIPO DE CLASE: " WITH NO ADVANCING
               ACCEPT CNV-TIP-CLASE
               MOVE CNV-TIP-CLASE TO TIP-CLASE
               PERFORM BUSCAR-TIPO-EN-TABLA
               IF IND-TIPO-HALLADO = 0
                   DISPLAY "TIPO DE CLASE INEXISTENTE"
               ELSE
                   PERFORM CAPTURAR-RECARGO
                   IF WS-PORC-TEXTO IS NUMERIC
                       MOVE 0 TO CNV-CARGO-FIJO
                       MOVE 0 TO CNV-MINIMO
                       PERFORM CAPTURAR-VIGENCIA-CONVENIO
                   END-IF
               END-IF
           END-IF.

       CAPTURAR-RECARGO.
           DISPLAY "RECARGO % (SIN COMA, DOS DECIMALES, EJ. 01500): "
               WITH NO ADVANCING.
           ACCEPT WS-PORC-TEXTO.
           IF WS-PORC-TEXTO IS NOT NUMERIC
               DISPLAY "PORCENTAJE INVALIDO: " WS-PORC-TEXTO
           ELSE
               MOVE WS-PORC-TEXTO TO WS-PORC-NUM
               COMPUTE CNV-RECARGO-PORC = WS-PORC-NUM / 100
           END-IF.

       CAPTURAR-CARGOS-MENSUALES.
           DISPLAY "CARGO FIJO MENSUAL (SIN COMA, DOS DECIMALES, "
               "9 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-FIJO-TEXTO.
           DISPLAY "MINIMO MENSUAL NETO (SIN COMA, DOS DECIMALES, "
               "11 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-MINIMO-TEXTO.
           EVALUATE TRUE
               WHEN WS-FIJO-TEXTO IS NOT NUMERIC
                   DISPLAY "CARGO FIJO INVALIDO: " WS-FIJO-TEXTO
               WHEN WS-MINIMO-TEXTO IS NOT NUMERIC
                   DISPLAY "MINIMO INVALIDO: " WS-MINIMO-TEXTO
               WHEN OTHER
                   MOVE WS-FIJO-TEXTO TO WS-FIJO-NUM
                   COMPUTE CNV-CARGO-FIJO = WS-FIJO-NUM / 100
                   MOVE WS-MINIMO-TEXTO TO WS-MINIMO-NUM
                   COMPUTE CNV-MINIMO = WS-MINIMO-NUM / 100
                   PERFORM CAPTURAR-VIGENCIA-CONVENIO
           END-EVALUATE.

       CAPTURAR-VIGENCIA-CONVENIO.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT CNV-VIG-DESDE.
           CALL "VALIDAR-FECHA" USING CNV-VIG-DESDE, WS-CTL-FUTURO,
               WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA DESDE INVALIDA: " CNV-VIG-DESDE
           ELSE
               PERFORM GRABAR-CONVENIO
           END-IF.

       GRABAR-CONVENIO.
           OPEN EXTEND CONVENIOS.
           IF FS-CONVENIOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONVENIOS FS: " FS-CONVENIOS
           ELSE
               WRITE REG-CONVENIOS
               IF FS-CONVENIOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA EL CONVENIO FS: "
                       FS-CONVENIOS
               ELSE
                   DISPLAY "CONVENIO DADO DE ALTA"
                   MOVE "A" TO AUD-OPERACION
                   MOVE CNV-CUIT TO AUD-CLAVE
                   MOVE SPACES TO AUD-ANTES
                   MOVE REG-CONVENIOS TO AUD-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
               CLOSE CONVENIOS
           END-IF.

       LISTAR-CONVENIOS-SUCURSAL.
           DISPLAY "CUIT DE LA SUCURSAL: " WITH NO ADVANCING.
           ACCEPT WS-CUIT-BUSCADO.
           MOVE 0 TO CANT-LISTADOS.
           OPEN INPUT CONVENIOS.
           IF FS-CONVENIOS IS NOT EQUAL TO 00
               DISPLAY "NO HAY CONVENIOS REGISTRADOS"
           ELSE
               PERFORM LEER-CONVENIO
               PERFORM MOSTRAR-CONVENIO UNTIL FS-CONVENIOS = 10
               IF CANT-LISTADOS = 0
                   DISPLAY "SIN CONVENIOS PARA LA SUCURSAL "
                       WS-CUIT-BUSCADO
               END-IF
               CLOSE CONVENIOS
           END-IF.

       LEER-CONVENIO.
           READ CONVENIOS.
           IF FS-CONVENIOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONVENIOS FS: " FS-CONVENIOS
           END-IF.

       MOSTRAR-CONVENIO.
           IF CNV-CUIT IS EQUAL TO WS-CUIT-BUSCADO
               IF CNV-TIP-CLASE IS EQUAL TO SPACES
                   DISPLAY "DESDE " CNV-VIG-DESDE " GENERAL RECARGO "
                       CNV-RECARGO-PORC "% FIJO " CNV-CARGO-FIJO
                       " MINIMO " CNV-MINIMO
               ELSE
                   DISPLAY "DESDE " CNV-VIG-DESDE " TIPO "
                       CNV-TIP-CLASE " RECARGO " CNV-RECARGO-PORC "%"
               END-IF
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-CONVENIO.

       CERRAR-ARCHIVOS.
           CLOSE SUCURSALES.
           CLOSE TIPOSCLASE-FILE.

       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
           ELSE
               MOVE "CONVENIOS" TO AUD-ARCHIVO
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

       END PROGRAM MANTENIMIENTO-CONVENIOS.
