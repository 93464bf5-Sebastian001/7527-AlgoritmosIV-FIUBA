       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-HABILITACION.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Controla que un profesor este habilitado para dictar un tipo
      *- de clase en una fecha, contra HabilitacionesProfesores.dat
      *- (ver TP-Parte2/MantenimientoHabilitaciones.cbl). Se pide
      *- como subprograma (igual que VALIDAR-FECHA) porque lo llaman
      *- CAPTURA-NOVEDADES, MANTENIMIENTO-AGENDA y TP_PARTE_1A. El
      *- archivo se carga en la primera llamada y queda en memoria
      *- para las siguientes.
      *-
      *- Solo exigen habilitacion los tipos de clase que tienen al
      *- menos una habilitacion cargada (las clases especializadas);
      *- el resto se sigue dictando sin control, como hasta ahora. Sin
      *- archivo no se exige nada.
      *-
      *- PAR-RESULTADO: "S" habilitado (o el tipo no la exige), "N"
      *- el profesor no tiene habilitacion para el tipo, "V" la tiene
      *- pero no cubre la fecha (vencida o todavia no vigente).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HABILITACIONES
           ASSIGN TO DISK "../files/in/HabilitacionesProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HABILITACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD HABILITACIONES
           LABEL RECORD IS STANDARD.
       01 REG-HABILITACIONES.
           03  HAB-PROF-NUMERO PIC X(05).
           03  HAB-TIP-CLASE   PIC X(04).
           03  HAB-DESDE       PIC 9(08).
           03  HAB-HASTA       PIC 9(08).
           03  HAB-CERTIFICADO PIC X(20).

       WORKING-STORAGE SECTION.

       77 FS-HABILITACIONES     PIC XX.
       77 WS-CARGADO            PIC X(01)   VALUE "N".
          88 TABLA-CARGADA                  VALUE "S".

       78 CON-CANT-HAB-MAX      VALUE 1000.
       01 VEC-HABILITACIONES.
           03 VEC-HAB-ELM
               OCCURS CON-CANT-HAB-MAX TIMES
               INDEXED BY INDICE-HAB.
               05 VEC-HAB-PROF          PIC X(05).
               05 VEC-HAB-TIPO          PIC X(04).
               05 VEC-HAB-DESDE         PIC 9(08).
               05 VEC-HAB-HASTA         PIC 9(08).
       77 CANT-HABILITACIONES   PIC 9(04)   VALUE 0.

       77 WS-TIPO-EXIGE         PIC X(01)   VALUE "N".
          88 TIPO-EXIGE-HABILITACION        VALUE "S".
       77 WS-TIENE-TIPO         PIC X(01)   VALUE "N".
          88 PROF-TIENE-TIPO                VALUE "S".
       77 WS-CUBRE-FECHA        PIC X(01)   VALUE "N".
          88 HABILITACION-VIGENTE           VALUE "S".

       LINKAGE SECTION.

       01 PAR-PROF-NUMERO       PIC X(05).
       01 PAR-TIP-CLASE         PIC X(04).
       01 PAR-FECHA             PIC 9(08).
       01 PAR-RESULTADO         PIC X(01).

       PROCEDURE DIVISION USING PAR-PROF-NUMERO, PAR-TIP-CLASE,
           PAR-FECHA, PAR-RESULTADO.

           IF NOT TABLA-CARGADA
               PERFORM CARGAR-HABILITACIONES
           END-IF.

           MOVE "N" TO WS-TIPO-EXIGE.
           MOVE "N" TO WS-TIENE-TIPO.
           MOVE "N" TO WS-CUBRE-FECHA.
           PERFORM EVALUAR-HABILITACION
               VARYING INDICE-HAB FROM 1 BY 1
               UNTIL INDICE-HAB > CANT-HABILITACIONES.

           EVALUATE TRUE
               WHEN NOT TIPO-EXIGE-HABILITACION
                   MOVE "S" TO PAR-RESULTADO
               WHEN HABILITACION-VIGENTE
                   MOVE "S" TO PAR-RESULTADO
               WHEN PROF-TIENE-TIPO
                   MOVE "V" TO PAR-RESULTADO
               WHEN OTHER
                   MOVE "N" TO PAR-RESULTADO
           END-EVALUATE.
           EXIT PROGRAM.

      *- Hasta en cero = sin vencimiento.
       EVALUAR-HABILITACION.
           IF VEC-HAB-TIPO(INDICE-HAB) IS EQUAL TO PAR-TIP-CLASE
               MOVE "S" TO WS-TIPO-EXIGE
               IF VEC-HAB-PROF(INDICE-HAB) IS EQUAL TO PAR-PROF-NUMERO
                   MOVE "S" TO WS-TIENE-TIPO
                   IF VEC-HAB-DESDE(INDICE-HAB) IS NOT GREATER
                           THAN PAR-FECHA
                       AND (VEC-HAB-HASTA(INDICE-HAB) = 0
                           OR VEC-HAB-HASTA(INDICE-HAB) IS NOT LESS
                               THAN PAR-FECHA)
                       MOVE "S" TO WS-CUBRE-FECHA
                   END-IF
               END-IF
           END-IF.

       CARGAR-HABILITACIONES.
           MOVE "S" TO WS-CARGADO.
           MOVE 0 TO CANT-HABILITACIONES.
           OPEN INPUT HABILITACIONES.
           IF FS-HABILITACIONES IS EQUAL TO 00
               PERFORM LEER-HABILITACION
               PERFORM GUARDAR-HABILITACION
                   VARYING INDICE-HAB FROM 1 BY 1
                   UNTIL INDICE-HAB > CON-CANT-HAB-MAX
                   OR FS-HABILITACIONES IS EQUAL TO 10
               IF FS-HABILITACIONES IS EQUAL TO 00
                   DISPLAY "TABLA DE HABILITACIONES LLENA ("
                       CON-CANT-HAB-MAX "), SE CONTROLA CON LAS "
                       "PRIMERAS"
               END-IF
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES.
           IF FS-HABILITACIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HABILITACIONES FS: "
                   FS-HABILITACIONES
           END-IF.

       GUARDAR-HABILITACION.
           MOVE HAB-PROF-NUMERO TO VEC-HAB-PROF(INDICE-HAB).
           MOVE HAB-TIP-CLASE   TO VEC-HAB-TIPO(INDICE-HAB).
           MOVE HAB-DESDE       TO VEC-HAB-DESDE(INDICE-HAB).
           MOVE HAB-HASTA       TO VEC-HAB-HASTA(INDICE-HAB).
           SET CANT-HABILITACIONES TO INDICE-HAB.
           PERFORM LEER-HABILITACION.

       END PROGRAM VALIDAR-HABILITACION.
