      *- Times.dat indexado que deja un registro por profesor / mes /
      *- sucursal / tipo de clase con las horas y el importe ya
      *- valorizado (tarifa vigente, diferencial por sucursal y
      *- recargo de feriado por zona, correcciones neteadas,
      *- cancelaciones tardias al porcentaje del tipo), en
      *- ResumenMensualProfesores.dat. RANKING-PROFESORES,
      *- PROFESORES-INACTIVOS y LIQUIDAR-AGUINALDO leen este resumen
      *- en lugar de repetir cada uno su propio barrido de Times con
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

      *- TiposClase.dat, solo por el porcentaje que se paga de una
      *- clase cancelada tarde (TIP-PORC-CANCEL). Opcional: sin
      *- archivo una cancelacion tardia se valua en cero.
       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT FERIADOS-FILE
           ASSIGN TO DISK "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
              88 TIM-ES-CORRECCION         VALUE "C".
              88 TIM-ES-CANCEL-TARDIA      VALUE "T".
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIPOSCLASE.
           03 TIP-CLASE         PIC X(04).
           03 TIP-VIG-DES       PIC 9(08).
           03 TIP-DESC          PIC X(20).
           03 TIP-TARIFA        PIC 9(5)V99.
           03 TIP-HORAS-MIN     PIC 9(2)V99.
           03 TIP-HORAS-MAX     PIC 9(2)V99.
           03 TIP-ASIST-MIN     PIC 9(03).
           03 TIP-PORC-CANCEL   PIC 9(03)V99.

       FD FERIADOS-FILE
           LABEL RECORD IS STANDARD.
       77 FS-TARIFAS-SUC  PIC XX.
       77 FS-SUCURSALES   PIC XX.
       77 FS-FERIADOS     PIC XX.
       77 FS-TIPOSCLASE   PIC XX.
       77 FS-RESUMEN      PIC XX.
       77 FS-CONTROL      PIC XX.
       77 FS-CONTROLCORRIDAS PIC XX.
       77 CANT-TAR           PIC 999        VALUE 0.
       77 TARIFA-VIG         PIC 9(5)V99    VALUE 0.

      *- Porcentaje pagadero de una cancelacion tardia por tipo de
      *- clase y vigencia (mismas reglas que TP_PARTE_1A).
       78 CON-CANT-CANCEL-MAX VALUE 500.
       01 VEC-PORC-CANCEL.
           03 VEC-PCA-ELM
               OCCURS CON-CANT-CANCEL-MAX TIMES
               INDEXED BY INDICE-PCA.
               05 VEC-PCA-TIP-CLASE     PIC X(04).
               05 VEC-PCA-VIG-DES       PIC 9(08).
               05 VEC-PCA-PORC          PIC 9(03)V99.
       77 CANT-PCA           PIC 999       VALUE 0.
       77 WS-PORC-CANCEL     PIC 9(03)V99  VALUE 0.
       77 VIG-PCA-HALLADA    PIC 9(08)     VALUE 0.

       78 CON-CANT-TARSUC-MAX VALUE 500.
       01 VEC-TARIFAS-SUC.
           03 VEC-TARSUC-ELM
           PERFORM CARGAR-TARIFAS-SUCURSAL.
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-PORC-CANCEL.
           PERFORM LEER-TIMES.
           PERFORM RESUMIR-UN-TIME UNTIL FS-TIMES = 10.
           CLOSE TIMES-FILE.
           SET CANT-SUC TO INDICE-SUC.
           PERFORM LEER-SUCURSAL.

      *- Sin TiposClase.dat no hay porcentaje de cancelacion.
       CARGAR-PORC-CANCEL.
           MOVE 0 TO CANT-PCA.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS EQUAL TO 00
               PERFORM LEER-TIPOSCLASE
               PERFORM GUARDAR-PORC-CANCEL
                   VARYING INDICE-PCA FROM 1 BY 1
                   UNTIL INDICE-PCA > CON-CANT-CANCEL-MAX
                   OR FS-TIPOSCLASE IS EQUAL TO 10
               CLOSE TIPOSCLASE-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TIPOSCLASE.DAT, LAS "
                   "CANCELACIONES TARDIAS SE VALUAN EN CERO"
           END-IF.

       LEER-TIPOSCLASE.
           READ TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIPOS-CLASE FS: " FS-TIPOSCLASE
           END-IF.

      *- Filas anteriores al porcentaje de cancelacion: en blanco = 0.
       GUARDAR-PORC-CANCEL.
           MOVE TIP-CLASE   TO VEC-PCA-TIP-CLASE(INDICE-PCA).
           MOVE TIP-VIG-DES TO VEC-PCA-VIG-DES(INDICE-PCA).
           IF TIP-PORC-CANCEL IS NUMERIC
               MOVE TIP-PORC-CANCEL TO VEC-PCA-PORC(INDICE-PCA)
           ELSE
               MOVE 0 TO VEC-PCA-PORC(INDICE-PCA)
           END-IF.
           SET CANT-PCA TO INDICE-PCA.
           PERFORM LEER-TIPOSCLASE.

      *- Vigencia mas reciente del tipo no posterior a la clase.
       BUSCAR-PORC-CANCEL.
           MOVE 0 TO WS-PORC-CANCEL.
           MOVE 0 TO VIG-PCA-HALLADA.
           PERFORM VARYING INDICE-PCA FROM 1 BY 1
               UNTIL INDICE-PCA > CANT-PCA
               IF VEC-PCA-TIP-CLASE(INDICE-PCA) IS EQUAL
                       TO TIM-TIP-CLASE
                   AND VEC-PCA-VIG-DES(INDICE-PCA) IS NOT GREATER
                       THAN TIM-FECHA
                   AND VEC-PCA-VIG-DES(INDICE-PCA) IS NOT LESS
                       THAN VIG-PCA-HALLADA
                   MOVE VEC-PCA-VIG-DES(INDICE-PCA)
                       TO VIG-PCA-HALLADA
                   MOVE VEC-PCA-PORC(INDICE-PCA) TO WS-PORC-CANCEL
               END-IF
           END-PERFORM.

       CARGAR-FERIADOS.
           MOVE 0 TO CANT-FER.
           OPEN INPUT FERIADOS-FILE.
               GIVING TARIFA-EFECTIVA.
           MULTIPLY TARIFA-EFECTIVA BY TIM-HORAS
               GIVING IMPORTE.
           IF TIM-ES-CANCEL-TARDIA
               PERFORM BUSCAR-PORC-CANCEL
               COMPUTE IMPORTE ROUNDED =
                   IMPORTE * WS-PORC-CANCEL / 100
           END-IF.
           MOVE TIM-HORAS TO WS-HORAS-NOV.
           IF TIM-ES-CORRECCION
               MULTIPLY -1 BY IMPORTE
