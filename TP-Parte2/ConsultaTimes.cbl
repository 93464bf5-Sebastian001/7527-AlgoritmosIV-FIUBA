           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD HISTORICO-FILE
           LABEL RECORD IS STANDARD.
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD PROFESORES-FILE
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
           03 WL-TIP-CLASE      PIC X(04).
           03 WL-HORAS          PIC 9(02)V99.
           03 WL-TIPO-NOV       PIC X(01).
           03 WL-HORA-INI       PIC X(04).
           03 WL-ASISTENTES     PIC X(03).
           03 WL-ORIGEN         PIC X(09).

       77 TOT-HORAS          PIC S9(07)V99  VALUE 0
           MOVE TIM-TIP-CLASE OF REG-TIMES TO WL-TIP-CLASE.
           MOVE TIM-HORAS OF REG-TIMES     TO WL-HORAS.
           MOVE TIM-TIPO-NOV OF REG-TIMES  TO WL-TIPO-NOV.
           MOVE TIM-HORA-INI OF REG-TIMES  TO WL-HORA-INI.
           MOVE TIM-ASISTENTES OF REG-TIMES TO WL-ASISTENTES.
           MOVE "VIVO"                     TO WL-ORIGEN.
           PERFORM MOSTRAR-LINEA.
           PERFORM LEER-VIVO.
           MOVE TIM-TIP-CLASE OF REG-HISTORICO TO WL-TIP-CLASE.
           MOVE TIM-HORAS OF REG-HISTORICO     TO WL-HORAS.
           MOVE TIM-TIPO-NOV OF REG-HISTORICO  TO WL-TIPO-NOV.
           MOVE TIM-HORA-INI OF REG-HISTORICO  TO WL-HORA-INI.
           MOVE TIM-ASISTENTES OF REG-HISTORICO TO WL-ASISTENTES.
           MOVE "HISTORICO"                    TO WL-ORIGEN.
           PERFORM MOSTRAR-LINEA.
           PERFORM LEER-HISTORICO.
           IF WL-FECHA IS NOT LESS THAN WS-FECHA-DESDE
               AND WL-FECHA IS NOT GREATER THAN WS-FECHA-HASTA
               PERFORM BUSCAR-TARIFA-LINEA
               DISPLAY WL-FECHA " " WL-HORA-INI " " WL-TIP-CLASE
                   " HORAS " WL-HORAS " ALUMNOS " WL-ASISTENTES
                   " TARIFA " TARIFA-VIG " " WL-ORIGEN
                   WITH NO ADVANCING
               IF WL-TIPO-NOV IS EQUAL TO "C"
                   DISPLAY " (CORRECCION)"
                   SUBTRACT WL-HORAS FROM TOT-HORAS
               ELSE
                   IF WL-TIPO-NOV IS EQUAL TO "T"
                       DISPLAY " (CANCELADA TARDE)"
                   ELSE
                       DISPLAY SPACE
                   END-IF
                   ADD WL-HORAS TO TOT-HORAS
               END-IF
               ADD 1 TO CANT-CLASES
