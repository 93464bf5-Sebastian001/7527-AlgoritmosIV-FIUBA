      *- signo lo aplica el lector que conoce la bandera, igual que
      *- en las fuentes NovTimes.
           03 TIM-TIPO-NOV     PIC X(01).
      *- Hora de inicio HHMM (en blanco en los Times.txt anteriores).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).


       FD OUT-TIMES-RND
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD OUT-TIMES-SEQ
           LABEL RECORD IS STANDARD.
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(02)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD IN-PROFESORES
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD OUT-PROFESORES-RND
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD OUT-PROFESORES-SEQ
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD IN-SUCURSALES
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD OUT-SUCURSALES-RND
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD OUT-SUCURSALES-SEQ
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD IN-TARIFAS
           LABEL RECORD IS STANDARD.

       FD RECHAZOS-FILE LABEL RECORD OMITTED.
       01 REG-RECHAZOS.
           03 RCH-REGISTRO             PIC X(44).
           03 FILLER                   PIC X     VALUE SPACE.
           03 RCH-MOTIVO               PIC X(40).

       FD REPROCESO-FILE LABEL RECORD STANDARD.
       01 REG-REPROCESO.
           03 RPR-REGISTRO             PIC X(44).
           03 FILLER                   PIC X(01).
           03 RPR-MOTIVO               PIC X(40).

