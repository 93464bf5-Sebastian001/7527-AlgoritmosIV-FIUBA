      *- las fuentes), para que las correcciones lleguen al indexado
      *- y TP-PARTE2 pueda netearlas y emitir notas de credito; las
      *- horas siguen en magnitud, el signo lo aplica el lector que
      *- conoce la bandera. La hora de inicio de la clase (HHMM, en
      *- blanco si la fuente no la informo) viaja detras, igual, y
      *- despues la cantidad de asistentes (en blanco = no informada).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 TIM-TIPCLASE                 PIC X(04).
           03 TIM-HORAS                    PIC 9(2)V99.
           03 TIM-TIPO-NOV                 PIC X(01).
           03 TIM-HORA-INI                 PIC X(04).
           03 TIM-ASISTENTES               PIC X(03).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
           03 SUC-TEL           PIC X(20).
           03 SUC-CUIT          PIC 9(11).
           03 SUC-ZONA          PIC X(02).
           03 SUC-EMPRESA       PIC X(02).

       FD TIMES-TEXTO-FILE
           LABEL RECORD IS STANDARD.
           03 TXT-TIP-CLASE    PIC X(04).
           03 TXT-HORAS        PIC 9(2)V99.
           03 TXT-TIPO-NOV     PIC X(01).
           03 TXT-HORA-INI     PIC X(04).
           03 TXT-ASISTENTES   PIC X(03).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
           MOVE TIM-TIPCLASE TO TXT-TIP-CLASE.
           MOVE TIM-HORAS    TO TXT-HORAS.
           MOVE TIM-TIPO-NOV TO TXT-TIPO-NOV.
           MOVE TIM-HORA-INI TO TXT-HORA-INI.
           MOVE TIM-ASISTENTES TO TXT-ASISTENTES.
           WRITE REG-TIMES-TEXTO.
           IF FS-TIMES-TEXTO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR TIMES.TXT FS: " FS-TIMES-TEXTO
