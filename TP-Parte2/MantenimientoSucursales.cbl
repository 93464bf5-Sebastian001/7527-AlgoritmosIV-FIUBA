      *- Zona de feriados de la provincia de la sucursal (en blanco
      *- = solo feriados nacionales; ver MANTENIMIENTO-FERIADOS).
           03  SUC-ZONA        PIC X(02).
      *- Empresa empleadora a la que pertenece la sucursal (ver
      *- MANTENIMIENTO-EMPRESAS; en blanco = la empresa "01").
           03  SUC-EMPRESA     PIC X(02).

       FD AUDITORIA
           LABEL RECORD OMITTED.
           03 JRN-CLAVE         PIC X(12).
           03 JRN-ANTES         PIC X(120).
           03 JRN-DESPUES       PIC X(120).
      *- Validacion de la empresa de la sucursal contra Empresas.dat
      *- (ver TP-Parte2/BUSCAR-EMPRESA.cbl).
       01 PAR-EMP-IN.
           03 EMI-OP            PIC X(06).
           03 EMI-EMPRESA       PIC X(02).
           03 EMI-SUCURSAL      PIC X(03).
           03 EMI-CUIT          PIC 9(11).
       01 PAR-EMP-OUT.
           03 EMO-CR            PIC X(02).
           03 EMO-CODIGO        PIC X(02).
           03 EMO-RAZON         PIC X(25).
           03 EMO-CUIT          PIC 9(11).
           03 EMO-DIRE          PIC X(20).
           03 EMO-PTO-VENTA     PIC 9(04).
       01 WS-EMPRESA-VALIDA     PIC X(01)   VALUE "N".
           88 EMPRESA-VALIDA                VALUE "S".
       01 PAR-LOCK-IN.
           03 LCK-OP            PIC X(07).
           03 LCK-RECURSO       PIC X(10).
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

           PERFORM VALIDAR-ACCESO-OPERADOR.
           PERFORM TOMAR-LOCK.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           PERFORM ABRIR-SUCURSALES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           PERFORM CERRAR-SUCURSALES.
               DISPLAY "ZONA DE FERIADOS (VACIO = SOLO NACIONALES): "
                   WITH NO ADVANCING
               ACCEPT SUC-ZONA
               PERFORM CAPTURAR-EMPRESA
               IF NOT EMPRESA-VALIDA
                   DISPLAY "SUCURSAL NO DADA DE ALTA"
               ELSE
                   PERFORM GRABAR-ALTA-SUCURSAL
               END-IF
           END-IF.

       GRABAR-ALTA-SUCURSAL.
           WRITE REG-SUCURSALES
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL DAR DE ALTA LA SUCURSAL FS: "
                   FS-SUCURSALES
           ELSE
               DISPLAY "SUCURSAL DADA DE ALTA"
               MOVE "A" TO AUD-OPERACION
               MOVE SUC-SUCURSAL TO AUD-CLAVE
               MOVE SPACES TO AUD-ANTES
               MOVE REG-SUCURSALES TO AUD-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE "W" TO JRN-OPERACION
               MOVE SUC-SUCURSAL TO JRN-CLAVE
               MOVE SPACES TO JRN-ANTES
               MOVE REG-SUCURSALES TO JRN-DESPUES
               PERFORM GRABAR-JOURNAL-MOV
           END-IF.

       MODIFICACION-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL: " WITH NO ADVANCING.
           ACCEPT SUC-SUCURSAL.
               DISPLAY "2. DIRECCION"
               DISPLAY "3. TELEFONO"
               DISPLAY "4. ZONA DE FERIADOS"
               DISPLAY "5. EMPRESA"
               DISPLAY "CAMPO A MODIFICAR: " WITH NO ADVANCING
               ACCEPT WS-SUB-OPCION
               EVALUATE WS-SUB-OPCION
                       DISPLAY "NUEVA ZONA DE FERIADOS: "
                           WITH NO ADVANCING
                       ACCEPT SUC-ZONA
                   WHEN "5"
                       PERFORM CAPTURAR-EMPRESA
                       IF NOT EMPRESA-VALIDA
                           MOVE "X" TO WS-SUB-OPCION
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               IF WS-SUB-OPCION IS EQUAL TO "1" OR "2" OR "3" OR "4"
                   OR "5"
                   REWRITE REG-SUCURSALES
                   IF FS-SUCURSALES IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL MODIFICAR LA SUCURSAL FS: "
               END-IF
           END-IF.

      *- En blanco queda en la empresa por defecto; un codigo tiene
      *- que existir en Empresas.dat (sin el maestro, solo la "01").
       CAPTURAR-EMPRESA.
           DISPLAY "EMPRESA (VACIO = 01): " WITH NO ADVANCING.
           ACCEPT SUC-EMPRESA.
           MOVE "N" TO WS-EMPRESA-VALIDA.
           MOVE "BUSCAR" TO EMI-OP.
           MOVE SUC-EMPRESA TO EMI-EMPRESA.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           EVALUATE TRUE
               WHEN EMO-CR IS EQUAL TO "00"
                   DISPLAY "EMPRESA: " EMO-RAZON
                   MOVE "S" TO WS-EMPRESA-VALIDA
               WHEN EMO-CR IS EQUAL TO "99"
                   AND EMO-CODIGO IS EQUAL TO "01"
                   MOVE "S" TO WS-EMPRESA-VALIDA
               WHEN OTHER
                   DISPLAY "EMPRESA INEXISTENTE: " EMO-CODIGO
           END-EVALUATE.

       BAJA-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL: " WITH NO ADVANCING.
           ACCEPT SUC-SUCURSAL.
