           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD COPIA-TIMES-FILE LABEL RECORD IS STANDARD.
       01 REG-COPIA-TIMES.
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD PROFESORES-FILE LABEL RECORD IS STANDARD.
       01 REG-PROFESORES.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD COPIA-PROFESORES-FILE LABEL RECORD IS STANDARD.
       01 REG-COPIA-PROFESORES.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD SUCURSALES-FILE LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD COPIA-SUCURSALES-FILE LABEL RECORD IS STANDARD.
       01 REG-COPIA-SUCURSALES.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TARIFAS-FILE LABEL RECORD IS STANDARD.
       01 REG-TARIFAS.
