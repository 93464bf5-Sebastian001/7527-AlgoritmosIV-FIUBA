           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

      *- Motivo de cada egreso (renuncia, despido, etc.), que define
      *- si la liquidacion final lleva indemnizacion (ver TP-Parte2/
      *- LiquidacionFinal.cbl).
       SELECT BAJAS
           ASSIGN TO DISK "../files/in/BajasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

      *- Cambios de CBU pendientes de verificacion: el cambio se
      *- graba en el maestro, pero GENERAR-TRANSFERENCIAS retiene el
      *- pago del profesor hasta que otro operador, supervisor, lo
      *- confirme en VERIFICACION-CBU.
       SELECT CAMBIOS-CBU
           ASSIGN TO DISK "../files/in/CambiosCBU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS-CBU.

       DATA DIVISION.
       FILE SECTION.

           03  PROF-TEL        PIC X(20).
           03  PROF-CBU        PIC X(22).
      *- Ciclo de vida laboral: fecha de ingreso, fecha de egreso
      *- (0 = sin baja) y estado "A" activo / "B" dado de baja /
      *- "L" dado de baja con la liquidacion final ya emitida (lo
      *- marca LIQUIDACION-FINAL). Un registro anterior a este cambio
      *- viene con el estado en blanco y se toma como activo en todo
      *- el sistema.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
              88 PROF-ACTIVO               VALUE "A" SPACE.
              88 PROF-LIQUIDADO            VALUE "L".
      *- Condicion fiscal: "D" en relacion de dependencia (recibo
      *- con retenciones) / "M" monotributista (cobra contra su
      *- factura C, ver MANTENIMIENTO-FACT-PROFESORES). En blanco,
      *- registros anteriores a este cambio, se toma dependencia.
           03  PROF-COND-FISCAL PIC X(01).
              88 PROF-DEPENDENCIA          VALUE "D" SPACE.
              88 PROF-MONOTRIBUTO          VALUE "M".
              88 COND-FISCAL-VALIDA        VALUE "D" "M".

       FD AUDITORIA
           LABEL RECORD OMITTED.
           03 FILLER            PIC X     VALUE SPACE.
           03 AUD-DESPUES       PIC X(120).

       FD BAJAS
           LABEL RECORD IS STANDARD.
       01 REG-BAJAS.
           03 BAJ-PROF-NUMERO   PIC X(05).
           03 BAJ-FECHA-BAJA    PIC 9(08).
      *- "R" renuncia, "D" despido sin causa, "C" despido con causa,
      *- "J" jubilacion, "F" fallecimiento, "M" mutuo acuerdo,
      *- "O" otro.
           03 BAJ-MOTIVO        PIC X(01).
              88 BAJ-MOTIVO-VALIDO  VALUE "R" "D" "C" "J" "F" "M" "O".
           03 BAJ-FECHA-REGISTRO PIC 9(08).
           03 BAJ-OPERADOR      PIC X(10).

       FD CAMBIOS-CBU
           LABEL RECORD IS STANDARD.
       01 REG-CAMBIOS-CBU.
           03 CCB-PROF-NUMERO   PIC X(05).
           03 CCB-CBU-ANTERIOR  PIC X(22).
           03 CCB-CBU-NUEVO     PIC X(22).
           03 CCB-FECHA         PIC 9(08).
           03 CCB-HORA          PIC 9(06).
           03 CCB-OPERADOR      PIC X(10).
      *- "P" pendiente, "V" verificado, "R" rechazado (se repuso el
      *- CBU anterior), "S" superado por un cambio posterior.
           03 CCB-ESTADO        PIC X(01).
           03 CCB-FECHA-VERIF   PIC 9(08).
           03 CCB-OPERADOR-VERIF PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-PROFESORES        PIC XX.
           88 OK-PROF                  VALUE "00".
      *- Imagen previa del registro en modificacion/baja y fecha/hora
      *- para la pista de auditoria.
       01 FS-AUDITORIA          PIC XX.
       01 FS-BAJAS              PIC XX.
       01 FS-CAMBIOS-CBU        PIC XX.
       01 WS-CBU-ANTERIOR       PIC X(22).
       01 WS-IMAGEN-ANTES       PIC X(120).
       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

      *- Enmascarado del CBU en pantalla (ver TP-Parte2/
      *- ENMASCARAR-DATO.cbl): solo el operador habilitado para datos
      *- personales (o el supervisor) ve el CBU completo; sin maestro
      *- de operadores se sigue mostrando como antes.
       01 PAR-MASC-IN.
           03 MSC-OP            PIC X(03).
           03 MSC-DATO          PIC X(22).
       01 PAR-MASC-OUT          PIC X(22).

       PROCEDURE DIVISION.

               END-IF
               MOVE 0 TO PROF-FECHA-BAJA
               MOVE "A" TO PROF-ESTADO
               PERFORM CAPTURAR-COND-FISCAL
               WRITE REG-PROFESORES
               IF FS-PROFESORES IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL DAR DE ALTA EL PROFESOR FS: "
               END-IF
           END-IF.

      *- Condicion fiscal con reintento hasta que sea valida.
       CAPTURAR-COND-FISCAL.
           MOVE SPACE TO PROF-COND-FISCAL.
           PERFORM PEDIR-COND-FISCAL UNTIL COND-FISCAL-VALIDA.

       PEDIR-COND-FISCAL.
           DISPLAY "CONDICION FISCAL (D DEPENDENCIA, M MONOTRIBUTO): "
               WITH NO ADVANCING.
           ACCEPT PROF-COND-FISCAL.
           IF NOT COND-FISCAL-VALIDA
               DISPLAY "CONDICION FISCAL INVALIDA: " PROF-COND-FISCAL
           END-IF.

       MODIFICACION-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT PROF-NUMERO.
               DISPLAY "2. DIRECCION"
               DISPLAY "3. TELEFONO"
               DISPLAY "4. CBU"
               DISPLAY "5. CONDICION FISCAL"
               DISPLAY "CAMPO A MODIFICAR: " WITH NO ADVANCING
               ACCEPT WS-SUB-OPCION
               EVALUATE WS-SUB-OPCION
                       DISPLAY "NUEVO TELEFONO: " WITH NO ADVANCING
                       ACCEPT PROF-TEL
                   WHEN "4"
                       MOVE PROF-CBU TO WS-CBU-ANTERIOR
                       DISPLAY "NUEVO CBU: " WITH NO ADVANCING
                       ACCEPT PROF-CBU
                   WHEN "5"
                       PERFORM CAPTURAR-COND-FISCAL
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
               IF WS-SUB-OPCION IS EQUAL TO "1" OR "2" OR "3" OR "4"
                   OR "5"
                   REWRITE REG-PROFESORES
                   IF FS-PROFESORES IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL MODIFICAR EL PROFESOR FS: "
                       MOVE WS-IMAGEN-ANTES TO JRN-ANTES
                       MOVE REG-PROFESORES TO JRN-DESPUES
                       PERFORM GRABAR-JOURNAL-MOV
                       IF WS-SUB-OPCION IS EQUAL TO "4"
                           AND PROF-CBU IS NOT EQUAL TO WS-CBU-ANTERIOR
                           PERFORM GRABAR-CAMBIO-CBU
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *- El CBU nuevo queda pendiente de verificacion: hasta que otro
      *- operador lo confirme no se le transfiere al profesor.
       GRABAR-CAMBIO-CBU.
           OPEN EXTEND CAMBIOS-CBU.
           IF FS-CAMBIOS-CBU IS EQUAL TO 35
               OPEN OUTPUT CAMBIOS-CBU
           END-IF.
           IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CAMBIOSCBU FS: " FS-CAMBIOS-CBU
           ELSE
               MOVE PROF-NUMERO     TO CCB-PROF-NUMERO
               MOVE WS-CBU-ANTERIOR TO CCB-CBU-ANTERIOR
               MOVE PROF-CBU        TO CCB-CBU-NUEVO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD
               MOVE WS-FHA-FECHA    TO CCB-FECHA
               MOVE WS-FHA-HORA     TO CCB-HORA
               MOVE WS-OPERADOR     TO CCB-OPERADOR
               MOVE "P"             TO CCB-ESTADO
               MOVE 0               TO CCB-FECHA-VERIF
               MOVE SPACES          TO CCB-OPERADOR-VERIF
               WRITE REG-CAMBIOS-CBU
               IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR CAMBIOSCBU FS: "
                       FS-CAMBIOS-CBU
               ELSE
                   DISPLAY "CBU PENDIENTE DE VERIFICACION: LOS PAGOS "
                       "QUEDAN RETENIDOS HASTA QUE OTRO OPERADOR LO "
                       "CONFIRME"
               END-IF
               CLOSE CAMBIOS-CBU
           END-IF.

      *- Egreso del profesor: el registro NO se borra (su historia
      *- de horas y pagos lo necesita), queda marcado "B" con la
      *- fecha de baja. El merge de TP_PARTE_1A rechaza novedades
      *- posteriores a esa fecha y CAPTURA-NOVEDADES las rebota al
      *- ingresarlas. El motivo del egreso queda en
      *- BajasProfesores.dat para la liquidacion final.
       BAJA-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT PROF-NUMERO.
                   MOVE WS-FECHA-TEXTO TO PROF-FECHA-BAJA
                   CALL "VALIDAR-FECHA" USING PROF-FECHA-BAJA,
                       WS-CTL-FUTURO, WS-FECHA-VALIDA
                   DISPLAY "MOTIVO (R RENUNCIA, D DESPIDO SIN CAUSA, "
                       "C DESPIDO CON CAUSA, J JUBILACION, "
                       "F FALLECIMIENTO, M MUTUO ACUERDO, O OTRO): "
                       WITH NO ADVANCING
                   ACCEPT BAJ-MOTIVO
                   IF NOT FECHA-VALIDA
                       DISPLAY "FECHA DE BAJA INVALIDA: "
                           WS-FECHA-TEXTO
                   END-IF
                   IF NOT BAJ-MOTIVO-VALIDO
                       DISPLAY "MOTIVO DE BAJA INVALIDO: " BAJ-MOTIVO
                   END-IF
                   IF FECHA-VALIDA AND BAJ-MOTIVO-VALIDO
                       MOVE "B" TO PROF-ESTADO
                       REWRITE REG-PROFESORES
                       IF FS-PROFESORES IS NOT EQUAL TO 00
                           MOVE WS-IMAGEN-ANTES TO JRN-ANTES
                           MOVE REG-PROFESORES TO JRN-DESPUES
                           PERFORM GRABAR-JOURNAL-MOV
                           PERFORM GRABAR-BAJA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *- Registro del motivo de la baja para la liquidacion final.
       GRABAR-BAJA.
           OPEN EXTEND BAJAS.
           IF FS-BAJAS IS EQUAL TO 35
               OPEN OUTPUT BAJAS
           END-IF.
           IF FS-BAJAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR BAJAS FS: " FS-BAJAS
           ELSE
               MOVE PROF-NUMERO     TO BAJ-PROF-NUMERO
               MOVE PROF-FECHA-BAJA TO BAJ-FECHA-BAJA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-AUD
               MOVE WS-FHA-FECHA    TO BAJ-FECHA-REGISTRO
               MOVE WS-OPERADOR     TO BAJ-OPERADOR
               WRITE REG-BAJAS
               IF FS-BAJAS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR BAJAS FS: " FS-BAJAS
               END-IF
               CLOSE BAJAS
           END-IF.

       BUSCAR-PROFESOR-POR-DNI.
           DISPLAY "DNI: " WITH NO ADVANCING.
           ACCEPT PROF-DNI.
               DISPLAY "NOMBRE: " PROF-NOMBRE
               DISPLAY "DIRECCION: " PROF-DIRE
               DISPLAY "TELEFONO: " PROF-TEL
               IF VOP-DATOS-PERSONALES IS EQUAL TO "S"
                   OR VOP-CR IS EQUAL TO "99"
                   DISPLAY "CBU: " PROF-CBU
               ELSE
                   MOVE "CBU"    TO MSC-OP
                   MOVE PROF-CBU TO MSC-DATO
                   CALL "ENMASCARAR-DATO" USING PAR-MASC-IN,
                       PAR-MASC-OUT
                   DISPLAY "CBU: " PAR-MASC-OUT
               END-IF
               IF PROF-MONOTRIBUTO
                   DISPLAY "CONDICION FISCAL: MONOTRIBUTO"
               ELSE
                   DISPLAY "CONDICION FISCAL: DEPENDENCIA"
               END-IF
               EVALUATE TRUE
                   WHEN PROF-LIQUIDADO
                       DISPLAY "ESTADO: DADO DE BAJA EL "
                           PROF-FECHA-BAJA ", CON LIQUIDACION FINAL"
                   WHEN PROF-DADO-DE-BAJA
                       DISPLAY "ESTADO: DADO DE BAJA EL "
                           PROF-FECHA-BAJA
                   WHEN OTHER
                       DISPLAY "ESTADO: ACTIVO DESDE " PROF-FECHA-ALTA
               END-EVALUATE
           END-IF.
