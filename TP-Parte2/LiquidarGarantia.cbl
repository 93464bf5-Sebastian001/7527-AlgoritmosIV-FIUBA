      *- sigue. Reemplaza la novedad compensatoria inventada que
      *- ensuciaba Times.dat. El periodo sale de GarantiaPeriodo.txt
      *- (AAAAMM); sin archivo se liquida el mes anterior al de la
      *- fecha, que es el que acaba de cerrar. La ocupacion de las
      *- tablas de tarifas y de horas queda en REGISTRAR-OCUPACION;
      *- si la de horas se llena, un profesor que no entro no se
      *- liquida (se pagaria el minimo entero como si no hubiera
      *- dictado nada) y se avisa por pantalla.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  CON-TIP-CLASE   PIC X(04).
           03  CON-VIG-DESDE   PIC 9(08).
           03  CON-VIG-HASTA   PIC 9(08).
           03  CON-HORAS-SEMANA PIC 9(03)V99.

       FD RESUMEN-FILE
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
               05  VEC-TAR-VIG-DES     PIC 9(08).
               05  VEC-TAR-TARIFA      PIC 9(05)V99.
       77 CANT-TAR           PIC 999        VALUE 0.
       77 PERD-TAR           PIC 9(07)      VALUE 0.
       77 TARIFA-VIG         PIC 9(5)V99    VALUE 0.

      *- Horas dictadas por profesor en el mes, sumadas del resumen.
                                     SIGN LEADING SEPARATE.
       77 CANT-HM            PIC 999        VALUE 0.
       77 IND-HM-HALLADO     PIC 999        VALUE 0.
       77 PERD-HM            PIC 9(07)      VALUE 0.

       77 WS-HORAS-DICTADAS  PIC S9(07)V99  VALUE 0
                              SIGN LEADING SEPARATE.
           03 TL-IMPORTE       PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X(22)   VALUE SPACES.

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

           PERFORM CARGAR-PERIODO.

           PERFORM PRINT-TOTAL.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           DISPLAY "GARANTIAS LIQUIDADAS: " CANT-GARANTIAS
               " POR " TOT-IMPORTE-GAR.
           STOP RUN.
                   VARYING INDICE-TAR FROM 1 BY 1
                   UNTIL INDICE-TAR > CON-CANT-TAR-MAX
                   OR FS-TARIFAS = 10
               PERFORM CONTAR-TARIFA-PERDIDA
                   UNTIL FS-TARIFAS IS NOT EQUAL TO 00
               IF PERD-TAR > 0
                   DISPLAY "TABLA DE TARIFAS LLENA, QUEDAN AFUERA "
                       PERD-TAR
               END-IF
           END-IF.

       GUARDAR-TARIFA.
           SET CANT-TAR TO INDICE-TAR.
           PERFORM LEER-TARIFAS.

       CONTAR-TARIFA-PERDIDA.
           ADD 1 TO PERD-TAR.
           PERFORM LEER-TARIFAS.

       LEER-RESUMEN.
           READ RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00 AND 10
                       MOVE RES-PROF-NUMERO
                           TO VEC-HM-NUMERO(IND-HM-HALLADO)
                       MOVE 0 TO VEC-HM-HORAS(IND-HM-HALLADO)
                   ELSE
                       DISPLAY "TABLA DE HORAS LLENA, SE PIERDE "
                           RES-PROF-NUMERO
                       ADD 1 TO PERD-HM
                   END-IF
               END-IF
               IF IND-HM-HALLADO > 0

       LIQUIDAR-UN-CONTRATO.
           MOVE 0 TO WS-HORAS-DICTADAS.
           MOVE 0 TO IND-HM-HALLADO.
           PERFORM VARYING INDICE-HM FROM 1 BY 1
               UNTIL INDICE-HM > CANT-HM
               IF VEC-HM-NUMERO(INDICE-HM) IS EQUAL
                   TO CON-PROF-NUMERO
                   MOVE VEC-HM-HORAS(INDICE-HM)
                       TO WS-HORAS-DICTADAS
                   SET IND-HM-HALLADO TO INDICE-HM
               END-IF
           END-PERFORM.
           IF IND-HM-HALLADO = 0 AND PERD-HM > 0
               DISPLAY "PROFESOR " CON-PROF-NUMERO " FUERA DE LA "
                   "TABLA DE HORAS, NO SE LIQUIDA"
           ELSE
               PERFORM LIQUIDAR-FALTANTE
           END-IF.

       LIQUIDAR-FALTANTE.
           IF WS-HORAS-DICTADAS < CON-HORAS-MIN
               COMPUTE WS-FALTANTE =
                   CON-HORAS-MIN - WS-HORAS-DICTADAS
           MOVE TOT-IMPORTE-GAR TO TL-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TOTAL.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "LIQUIDAR-GARANTIA"  TO POC-PROGRAMA.
           MOVE "TARIFAS"            TO POC-TABLA.
           MOVE CANT-TAR             TO POC-USADOS.
           MOVE CON-CANT-TAR-MAX     TO POC-MAXIMO.
           MOVE PERD-TAR             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "HORAS DEL MES"      TO POC-TABLA.
           MOVE CANT-HM              TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX    TO POC-MAXIMO.
           MOVE PERD-HM              TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       CERRAR-ARCHIVOS.
           CLOSE CONTRATOS-FILE.
           CLOSE PROFESORES-FILE.
