           03 SUC-TEL           PIC X(20).
           03 SUC-CUIT          PIC 9(11).
           03 SUC-ZONA          PIC X(02).
           03 SUC-EMPRESA       PIC X(02).

      *- Mismo registro que deja TP_PARTE_1A en ../files/out.
       FD TIMES-FILE LABEL RECORD STANDARD.
