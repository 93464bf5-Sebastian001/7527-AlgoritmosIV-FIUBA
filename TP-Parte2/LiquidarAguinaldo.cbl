      *- semestre parametrizado (SemestreAguinaldo.txt), elige el
      *- mejor mes y emite el listado impreso mas un archivo de
      *- salida por profesor para que el pago entre al mismo circuito
      *- de cuentas a pagar. La ocupacion de la tabla de profesores
      *- queda en REGISTRAR-OCUPACION para el informe de capacidad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD SEMESTRE-FILE
           LABEL RECORD IS STANDARD.
                                     SIGN LEADING SEPARATE.
       77 CANT-AGU           PIC 999        VALUE 0.
       77 IND-AGU-HALLADO    PIC 999        VALUE 0.
       77 PERD-AGU           PIC 9(07)      VALUE 0.

       77 WS-MEJOR-IMPORTE   PIC S9(09)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 RESTO-LINEAS        PIC 99.
       77 I                   PIC 99.

      *- Ocupacion de las tablas fijas (ver REGISTRAR-OCUPACION).
       01 PAR-OCU-IN.
           03 POC-PROGRAMA      PIC X(20).
           03 POC-TABLA         PIC X(20).
           03 POC-USADOS        PIC 9(07).
           03 POC-MAXIMO        PIC 9(07).
           03 POC-PERDIDOS      PIC 9(07).
       01 PAR-OCU-OUT.
           03 POC-CR            PIC X(02).

       PROCEDURE DIVISION.

           PERFORM INICIALIZAR.

           PERFORM PRINT-SALTO-DE-PAGINA.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           DISPLAY "PROFESORES CON AGUINALDO LIQUIDADO: "
               CANT-LIQUIDADOS.
           STOP RUN.
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE PIERDE "
                       RES-PROF-NUMERO
                   ADD 1 TO PERD-AGU
               END-IF
           END-IF.

           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 1 TO I.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "LIQUIDAR-AGUINALDO" TO POC-PROGRAMA.
           MOVE "AGUINALDO PROFESOR" TO POC-TABLA.
           MOVE CANT-AGU             TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX    TO POC-MAXIMO.
           MOVE PERD-AGU             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       CERRAR-ARCHIVOS.
           CLOSE RESUMEN-FILE.
           CLOSE PROFESORES-FILE.
