           03 DET-PERIODO-HASTA         PIC 9(08).
           03 DET-TIPO-NOV              PIC X(01).
              88 DET-ES-CORRECCION                 VALUE "C".
           03 DET-TIP-CLASE             PIC X(04).
           03 DET-ID-CORRIDA            PIC X(16).

       FD ASIENTOS-FILE
           LABEL RECORD IS STANDARD.
           03 ASI-CUIT          PIC 9(11).
           03 ASI-IMPORTE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 ASI-EMPRESA       PIC X(02).

       FD TRANSFERENCIAS-FILE
           LABEL RECORD IS STANDARD.
