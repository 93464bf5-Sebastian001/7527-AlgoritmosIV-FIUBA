           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
               05  SUC-TEL         PIC X(20).
               05  SUC-CUIT        PIC 9(11).
               05  SUC-ZONA        PIC X(02).
               05  SUC-EMPRESA     PIC X(02).

       PROCEDURE DIVISION USING PAR-IN, PAR-OUT.

