           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD HISTORICO-FILE LABEL RECORD IS STANDARD.
       01 REG-HISTORICO.
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD VIGENTES-FILE LABEL RECORD IS STANDARD.
       01 REG-VIGENTES.
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD CORTE-FILE LABEL RECORD STANDARD.
       01 REG-CORTE.
