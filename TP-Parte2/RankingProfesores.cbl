      *- tarifas en cada corrida. El periodo sigue saliendo de
      *- RankingPeriodo.txt (fechas desde/hasta; se rankean los meses
      *- comprendidos); sin archivo se rankea todo el resumen.
      *- Con Reexpresion.txt presente (AAAAMM del mes base; 0 = el
      *- ultimo mes con indice) cada fila del resumen se lleva a
      *- moneda constante del mes base con su propio mes antes de
      *- sumarla (ver REEXPRESAR-IMPORTE) y el ranking se ordena por
      *- ese importe constante: sumar meses nominales con inflacion
      *- premia al que facturo mas tarde. El importe nominal sigue
      *- saliendo en su columna, al lado del constante.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODO.

      *- Opcional: sin archivo el ranking sale en pesos nominales
      *- como siempre (ver CARGAR-REEXPRESION).
       SELECT REEXPRESION-FILE
           ASSIGN TO DISK "../files/in/Reexpresion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REEXPRESION.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/RankingProfesores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD PERIODO-FILE
           LABEL RECORD IS STANDARD.
           03 PER-DESDE         PIC 9(08).
           03 PER-HASTA         PIC 9(08).

       FD REEXPRESION-FILE LABEL RECORD OMITTED.
       01 REG-REEXPRESION      PIC 9(06).

       FD LISTADO
           LABEL RECORD IS STANDARD.
      *- 94 y no 80: con reexpresion el renglon de detalle lleva el
      *- importe en moneda constante en las posiciones 81-94.
       01  REG-LISTADO         PIC X(94).

      *- Un renglon por profesor, con el total acumulado de sus filas
      *- del resumen dentro del periodo.
       SD ARCH-RANKING
           DATA RECORD IS REG-RANKING.
       01  REG-RANKING.
      *- Clave del orden: el importe constante con reexpresion, el
      *- nominal sin ella.
           03  RANK-CLAVE           PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
      *- Con signo: las correcciones/reversos ya vienen neteadas del
      *- resumen y un profesor muy corregido puede quedar negativo.
           03  RANK-TOT-IMPORTE     PIC S9(09)V99
           03  RANK-PROF-NOMBRE     PIC X(25).
           03  RANK-TOT-HORAS       PIC S9(07)V99
                                     SIGN LEADING SEPARATE.
           03  RANK-TOT-IMP-CONST   PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       77 FS-PERIODO      PIC XX.
       77 FS-LISTADO      PIC XX.
       77 SS-RANKING      PIC XX.
       77 FS-REEXPRESION  PIC XX.

      *- Reexpresion a moneda constante (ver CARGAR-REEXPRESION).
       77 WS-REEXPRESAR      PIC X(01)      VALUE "N".
           88 REEXPRESAR                    VALUE "S".
       77 CANT-SIN-INDICE    PIC 9(05)      VALUE 0.
       01 PAR-RXP-IN.
           03 RXP-OP            PIC X(07).
           03 RXP-PERIODO-BASE  PIC 9(06).
           03 RXP-PERIODO       PIC 9(06).
           03 RXP-IMPORTE       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
       01 PAR-RXP-OUT.
           03 RXP-CR            PIC X(02).
           03 RXP-PERIODO-BASE-USADO PIC 9(06).
           03 RXP-INDICE-BASE   PIC 9(06)V9(04).
           03 RXP-INDICE        PIC 9(06)V9(04).
           03 RXP-IMPORTE-CONST PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

      *- RankingPeriodo.txt ausente = rankear sobre todo el resumen.
      *- Las fechas se llevan a periodos AAAAMM, que es la unidad del
                                     SIGN LEADING SEPARATE.
               05 VEC-RK-IMPORTE    PIC S9(09)V99
                                     SIGN LEADING SEPARATE.
               05 VEC-RK-IMP-CONST  PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
       77 CANT-RK            PIC 999        VALUE 0.
       77 IND-RK-HALLADO     PIC 999        VALUE 0.

              "Ranking de Profesores por Importe".
           03 FILLER PIC X(27) VALUE SPACES.

      *- Solo con reexpresion: mes base e indice usados.
       01 ENCABEZADO2-REEXPRESION.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "Moneda constante de ".
           03 E2R-BASE-MM      PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E2R-BASE-AAAA    PIC 9(4).
           03 FILLER PIC X(6)  VALUE ", IPC ".
           03 E2R-INDICE       PIC ZZZZZ9,9999.
           03 FILLER PIC X(16) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

           03 FILLER       PIC X(27)   VALUE "       Nombre".
           03 FILLER       PIC X(13)   VALUE "   Horas".
           03 FILLER       PIC X(20)   VALUE "      Importe".
           03 E3-CONSTANTE PIC X(14)   VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".
           03 DT-HORAS         PIC -ZZZZ9,99.
           03 FILLER           PIC X(4)    VALUE ALL " ".
           03 DT-IMPORTE       PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(11)   VALUE ALL " ".
           03 DT-CONSTANTE-X.
               05 DT-CONSTANTE PIC -ZZZZZZZZ9,99.

       01 LINEA-SIN-INDICE.
           03 FILLER PIC X(34) VALUE
              "Filas sin indice, a valor nominal:".
           03 LS-CANTIDAD      PIC ZZZZ9.
           03 FILLER PIC X(41) VALUE SPACES.

       77 LINEA              PIC 99.
       77 HOJA                PIC 999.
       SORT-SECTION.
           DISPLAY "SORT SECTION".
           SORT ARCH-RANKING
               DESCENDING KEY RANK-CLAVE
               ASCENDING  KEY RANK-PROF-NUMERO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "ENTRADA".
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-REEXPRESION.
           PERFORM LEER-RESUMEN.
           PERFORM ACUMULAR-RESUMEN UNTIL FS-RESUMEN = 10.
           PERFORM SOLTAR-AL-SORT
                   "SOBRE TODO EL RESUMEN"
           END-IF.

      *- Reexpresion.txt es opcional; si no esta, o no hay indices
      *- con que reexpresar, el ranking sale nominal.
       CARGAR-REEXPRESION.
           OPEN INPUT REEXPRESION-FILE.
           IF FS-REEXPRESION IS EQUAL TO 00
               MOVE 0 TO RXP-PERIODO-BASE
               READ REEXPRESION-FILE
               IF FS-REEXPRESION IS EQUAL TO 00
                   AND REG-REEXPRESION IS NUMERIC
                   MOVE REG-REEXPRESION TO RXP-PERIODO-BASE
               END-IF
               CLOSE REEXPRESION-FILE
               MOVE "ABRIR" TO RXP-OP
               CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN,
                   PAR-RXP-OUT
               IF RXP-CR IS EQUAL TO "00"
                   MOVE "S" TO WS-REEXPRESAR
                   DISPLAY "IMPORTES EN MONEDA CONSTANTE DE "
                       RXP-PERIODO-BASE-USADO
               ELSE
                   DISPLAY "SIN INDICES PARA REEXPRESAR, EL RANKING "
                       "SALE EN PESOS NOMINALES"
               END-IF
           END-IF.

       ACUMULAR-RESUMEN.
           IF RES-PERIODO IS NOT LESS THAN WS-PERIODO-DESDE
               AND RES-PERIODO IS NOT GREATER THAN WS-PERIODO-HASTA
               IF IND-RK-HALLADO > 0
                   ADD RES-HORAS   TO VEC-RK-HORAS(IND-RK-HALLADO)
                   ADD RES-IMPORTE TO VEC-RK-IMPORTE(IND-RK-HALLADO)
                   IF REEXPRESAR
                       PERFORM REEXPRESAR-FILA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-RESUMEN.

      *- Cada fila con el indice de su propio mes; un mes sin indice
      *- suma nominal y se cuenta para avisarlo al pie.
       REEXPRESAR-FILA.
           MOVE "AJUSTAR"   TO RXP-OP.
           MOVE RES-PERIODO TO RXP-PERIODO.
           MOVE RES-IMPORTE TO RXP-IMPORTE.
           CALL "REEXPRESAR-IMPORTE" USING PAR-RXP-IN, PAR-RXP-OUT.
           IF RXP-CR IS NOT EQUAL TO "00"
               ADD 1 TO CANT-SIN-INDICE
           END-IF.
           ADD RXP-IMPORTE-CONST TO VEC-RK-IMP-CONST(IND-RK-HALLADO).

       BUSCAR-FILA-RANKING.
           MOVE 0 TO IND-RK-HALLADO.
           PERFORM VARYING INDICE-RK FROM 1 BY 1
                       TO VEC-RK-NUMERO(IND-RK-HALLADO)
                   MOVE 0 TO VEC-RK-HORAS(IND-RK-HALLADO)
                   MOVE 0 TO VEC-RK-IMPORTE(IND-RK-HALLADO)
                   MOVE 0 TO VEC-RK-IMP-CONST(IND-RK-HALLADO)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE PIERDE "
                       RES-PROF-NUMERO
               END-IF
               MOVE VEC-RK-HORAS(INDICE-RK)   TO RANK-TOT-HORAS
               MOVE VEC-RK-IMPORTE(INDICE-RK) TO RANK-TOT-IMPORTE
               MOVE VEC-RK-IMP-CONST(INDICE-RK)
                   TO RANK-TOT-IMP-CONST
               IF REEXPRESAR
                   MOVE VEC-RK-IMP-CONST(INDICE-RK) TO RANK-CLAVE
               ELSE
                   MOVE VEC-RK-IMPORTE(INDICE-RK) TO RANK-CLAVE
               END-IF
               RELEASE REG-RANKING
           END-IF.

           PERFORM PRINT-ENCABEZADO-TABLA.
           PERFORM LEER-ARCH-RANKING.
           PERFORM PROCESO-IMPRIMIR UNTIL SS-RANKING = 10.
           IF CANT-SIN-INDICE > 0
               MOVE CANT-SIN-INDICE TO LS-CANTIDAD
               WRITE REG-LISTADO FROM LINEA-EN-BLANCO
               WRITE REG-LISTADO FROM LINEA-SIN-INDICE
               ADD 2 TO LINEA
               DISPLAY "ATENCION: " CANT-SIN-INDICE
                   " FILAS DEL RESUMEN SIN INDICE, A VALOR NOMINAL"
           END-IF.
           PERFORM PRINT-SALTO-DE-PAGINA.
           PERFORM CERRAR-LISTADO.

           MOVE HOJA TO E1-HOJA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           IF REEXPRESAR
               MOVE RXP-PERIODO-BASE-USADO(5:2) TO E2R-BASE-MM
               MOVE RXP-PERIODO-BASE-USADO(1:4) TO E2R-BASE-AAAA
               MOVE RXP-INDICE-BASE TO E2R-INDICE
               WRITE REG-LISTADO FROM ENCABEZADO2-REEXPRESION
               ADD 1 TO LINEA
           END-IF.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 3 TO LINEA.

       PRINT-ENCABEZADO-TABLA.
           IF REEXPRESAR
               MOVE "Imp. constante" TO E3-CONSTANTE
           END-IF.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 2 TO LINEA.
           MOVE RANK-PROF-NOMBRE TO DT-NOMBRE.
           MOVE RANK-TOT-HORAS TO DT-HORAS.
           MOVE RANK-TOT-IMPORTE TO DT-IMPORTE.
           IF REEXPRESAR
               MOVE RANK-TOT-IMP-CONST TO DT-CONSTANTE
           ELSE
               MOVE SPACES TO DT-CONSTANTE-X
           END-IF.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO LINEA.

