      *- dictada por un suplente (mismo dia/sucursal/tipo, otro
      *- profesor), dictada sin agenda, y agendada sin dictar; esta
      *- ultima columna es la que piden los auditores de la
      *- franquicia. Una clase que la sucursal cancelo tarde (novedad
      *- "T") no es una ausencia del profesor: se cruza contra la
      *- agenda aparte y se cuenta como cancelada, no como agendada
      *- sin dictar.
      *- Lo dictado se carga en una tabla con tope: al terminar se
      *- deja su ocupacion en la bitacora de REGISTRAR-OCUPACION, que
      *- CAPACIDAD-TABLAS informa cada noche.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 TIM-HORAS                    PIC 9(2)V99.
           03 TIM-TIPO-NOV                 PIC X(01).
              88 TIM-ES-CORRECCION                 VALUE "C".
              88 TIM-ES-CANCEL-TARDIA              VALUE "T".

       FD LISTADO
           LABEL RECORD IS STANDARD.
               05 VEC-TIM-NUMERO    PIC X(05).
               05 VEC-TIM-HORAS     PIC 9(02)V99.
               05 VEC-TIM-CRUZADA   PIC X(01).
      *- "T" = clase cancelada tarde por la sucursal.
               05 VEC-TIM-TIPO-NOV  PIC X(01).

       77 CANT-TIM          PIC 9(04)      VALUE 0.
       77 IND-TIM-HALLADO   PIC 9(04)      VALUE 0.
       77 PERD-TIM          PIC 9(07)      VALUE 0.

       77 CANT-SEGUN-AGENDA PIC 9(05)      VALUE 0.
       77 CANT-SUPLENTE     PIC 9(05)      VALUE 0.
       77 CANT-SIN-DICTAR   PIC 9(05)      VALUE 0.
       77 CANT-SIN-AGENDA   PIC 9(05)      VALUE 0.
       77 CANT-CANCELADAS   PIC 9(05)      VALUE 0.

      *- Ocupacion de las tablas fijas (ver REGISTRAR-OCUPACION).
       01 PAR-OCU-IN.
           03 POC-PROGRAMA      PIC X(20).
           03 POC-TABLA         PIC X(20).
           03 POC-USADOS        PIC 9(07).
           03 POC-MAXIMO        PIC 9(07).
           03 POC-PERDIDOS      PIC 9(07).
       01 PAR-OCU-OUT.
           03 POC-CR            PIC X(02).

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 TOT-T4           PIC ZZZZ9.
           03 FILLER           PIC X(19)   VALUE SPACES.

       01 LINEA-TOTALES3.
           03 FILLER           PIC X(24)   VALUE
              "Canceladas tarde:       ".
           03 TOT-T5           PIC ZZZZ9.
           03 FILLER           PIC X(51)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CARGAR-TIMES.
               UNTIL INDICE-TIM > CANT-TIM.
           PERFORM PRINT-TOTALES.
           CLOSE LISTADO.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           STOP RUN.

       LEER-TIMES.
                   MOVE TIM-NUMERO   TO VEC-TIM-NUMERO(CANT-TIM)
                   MOVE TIM-HORAS    TO VEC-TIM-HORAS(CANT-TIM)
                   MOVE "N"          TO VEC-TIM-CRUZADA(CANT-TIM)
                   MOVE TIM-TIPO-NOV TO VEC-TIM-TIPO-NOV(CANT-TIM)
               ELSE
                   ADD 1 TO PERD-TIM
                   DISPLAY "TABLA DE TIMES LLENA, SE PIERDE "
                       TIM-NUMERO " " TIM-FECHA
               END-IF

      *- Primero se busca la clase exacta (mismo profesor); si no
      *- esta, cualquier clase del mismo dia/sucursal/tipo dictada
      *- por otro profesor cuenta como suplencia; si no, una
      *- cancelacion tardia del mismo dia/sucursal/tipo la explica;
      *- sin nada de eso, la clase quedo agendada sin dictar.
       CRUZAR-UNA-CLASE.
           PERFORM BUSCAR-TIME-EXACTO.
           IF IND-TIM-HALLADO > 0
                       TO DT-RESULTADO(22:5)
                   PERFORM PRINT-RENGLON-AGENDA
               ELSE
                   PERFORM BUSCAR-TIME-CANCELADO
                   IF IND-TIM-HALLADO > 0
                       MOVE "S" TO VEC-TIM-CRUZADA(IND-TIM-HALLADO)
                       ADD 1 TO CANT-CANCELADAS
                       MOVE "CANCELADA TARDE POR LA SUCURSAL"
                           TO DT-RESULTADO
                   ELSE
                       ADD 1 TO CANT-SIN-DICTAR
                       MOVE "AGENDADA SIN DICTAR" TO DT-RESULTADO
                   END-IF
                   PERFORM PRINT-RENGLON-AGENDA
               END-IF
           END-IF.
           PERFORM VARYING INDICE-TIM FROM 1 BY 1
               UNTIL INDICE-TIM > CANT-TIM
               IF VEC-TIM-CRUZADA(INDICE-TIM) IS EQUAL TO "N"
                   AND VEC-TIM-TIPO-NOV(INDICE-TIM) IS NOT EQUAL
                       TO "T"
                   AND VEC-TIM-SUCURSAL(INDICE-TIM) IS EQUAL
                       TO AGE-SUCURSAL
                   AND VEC-TIM-FECHA(INDICE-TIM) IS EQUAL
           PERFORM VARYING INDICE-TIM FROM 1 BY 1
               UNTIL INDICE-TIM > CANT-TIM
               IF VEC-TIM-CRUZADA(INDICE-TIM) IS EQUAL TO "N"
                   AND VEC-TIM-TIPO-NOV(INDICE-TIM) IS NOT EQUAL
                       TO "T"
                   AND VEC-TIM-SUCURSAL(INDICE-TIM) IS EQUAL
                       TO AGE-SUCURSAL
                   AND VEC-TIM-FECHA(INDICE-TIM) IS EQUAL
                       TO AGE-FECHA
                   AND VEC-TIM-TIPCLASE(INDICE-TIM) IS EQUAL
                       TO AGE-TIP-CLASE
                   AND IND-TIM-HALLADO = 0
                   SET IND-TIM-HALLADO TO INDICE-TIM
               END-IF
           END-PERFORM.

       BUSCAR-TIME-CANCELADO.
           MOVE 0 TO IND-TIM-HALLADO.
           PERFORM VARYING INDICE-TIM FROM 1 BY 1
               UNTIL INDICE-TIM > CANT-TIM
               IF VEC-TIM-CRUZADA(INDICE-TIM) IS EQUAL TO "N"
                   AND VEC-TIM-TIPO-NOV(INDICE-TIM) IS EQUAL TO "T"
                   AND VEC-TIM-SUCURSAL(INDICE-TIM) IS EQUAL
                       TO AGE-SUCURSAL
                   AND VEC-TIM-FECHA(INDICE-TIM) IS EQUAL
           MOVE AGE-HORAS       TO DT-HORAS.
           WRITE REG-LISTADO FROM DATOS-TABLA.

      *- Lo dictado que ninguna fila de agenda reclamo; una
      *- cancelacion tardia sin agenda se lista y se cuenta como
      *- cancelada.
       LISTAR-SIN-AGENDA.
           IF VEC-TIM-CRUZADA(INDICE-TIM) IS EQUAL TO "N"
               MOVE VEC-TIM-SUCURSAL(INDICE-TIM)   TO DT-SUCURSAL
               MOVE VEC-TIM-FECHA(INDICE-TIM)(7:2) TO DT-FECHA-DD
               MOVE VEC-TIM-FECHA(INDICE-TIM)(5:2) TO DT-FECHA-MM
               MOVE VEC-TIM-TIPCLASE(INDICE-TIM)   TO DT-TIPO
               MOVE VEC-TIM-NUMERO(INDICE-TIM)     TO DT-PROF
               MOVE VEC-TIM-HORAS(INDICE-TIM)      TO DT-HORAS
               IF VEC-TIM-TIPO-NOV(INDICE-TIM) IS EQUAL TO "T"
                   ADD 1 TO CANT-CANCELADAS
                   MOVE "CANCELADA TARDE SIN AGENDA" TO DT-RESULTADO
               ELSE
                   ADD 1 TO CANT-SIN-AGENDA
                   MOVE "DICTADA SIN AGENDA"       TO DT-RESULTADO
               END-IF
               WRITE REG-LISTADO FROM DATOS-TABLA
           END-IF.

           MOVE CANT-SIN-AGENDA   TO TOT-T3.
           MOVE CANT-SIN-DICTAR   TO TOT-T4.
           WRITE REG-LISTADO FROM LINEA-TOTALES2.
           MOVE CANT-CANCELADAS   TO TOT-T5.
           WRITE REG-LISTADO FROM LINEA-TOTALES3.
           DISPLAY "SEGUN AGENDA " CANT-SEGUN-AGENDA
               " SUPLENTE " CANT-SUPLENTE
               " SIN AGENDA " CANT-SIN-AGENDA
               " SIN DICTAR " CANT-SIN-DICTAR
               " CANCELADAS " CANT-CANCELADAS.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "CONTROL-AGENDA"    TO POC-PROGRAMA.
           MOVE "CLASES DICTADAS"   TO POC-TABLA.
           MOVE CANT-TIM            TO POC-USADOS.
           MOVE CON-CANT-TIM-MAX    TO POC-MAXIMO.
           MOVE PERD-TIM            TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       END PROGRAM CONTROL-AGENDA.
