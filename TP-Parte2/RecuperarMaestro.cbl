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
               DELETE PROFESORES-FILE RECORD
               PERFORM INFORMAR-RESULTADO-DELETE
           ELSE
               MOVE JOU-DESPUES(1:118) TO REG-PROFESORES
               WRITE REG-PROFESORES
               IF FS-PROFESORES IS EQUAL TO 22
                   REWRITE REG-PROFESORES
               DELETE SUCURSALES-FILE RECORD
               PERFORM INFORMAR-RESULTADO-DELETE
           ELSE
               MOVE JOU-DESPUES(1:83) TO REG-SUCURSALES
               WRITE REG-SUCURSALES
               IF FS-SUCURSALES IS EQUAL TO 22
                   REWRITE REG-SUCURSALES
