      *- resumen con horas dentro del periodo. El periodo sale de
      *- RankingPeriodo.txt (el mismo concepto de "periodo actual"
      *- que RANKING-PROFESORES); sin archivo se considera todo el
      *- resumen. El DNI sale enmascarado (ver ENMASCARAR-DATO): es
      *- un listado interno que circula impreso. La ocupacion de la
      *- tabla de activos queda en REGISTRAR-OCUPACION; si se llena,
      *- se avisa que el listado puede traer profesores activos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD RESUMEN-FILE
           LABEL RECORD IS STANDARD.
               INDEXED BY INDICE-ACT     PIC X(05).
       77 CANT-ACTIVOS       PIC 999        VALUE 0.
       77 IND-ACT-HALLADO    PIC 999        VALUE 0.
       77 PERD-ACTIVOS       PIC 9(07)      VALUE 0.

       77 WS-CANT-INACTIVOS  PIC 9(05)      VALUE 0.

       01 DATOS-TABLA.
           03 DT-PROF          PIC X(5).
           03 FILLER           PIC X(7)    VALUE ALL " ".
           03 DT-DNI           PIC X(8).
           03 FILLER           PIC X(5)    VALUE ALL " ".
           03 DT-NOMBRE        PIC X(25).
           03 FILLER           PIC X(2)    VALUE ALL " ".
       77 RESTO-LINEAS        PIC 99.
       77 I                   PIC 99.

       01 PAR-MASC-IN.
           03 MSC-OP            PIC X(03).
           03 MSC-DATO          PIC X(22).
       01 PAR-MASC-OUT          PIC X(22).

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
           PERFORM PRINT-TOTAL.
           PERFORM PRINT-SALTO-DE-PAGINA.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-RESUMEN.
           PERFORM MARCAR-ACTIVO UNTIL FS-RESUMEN = 10.
           CLOSE RESUMEN-FILE.
           IF PERD-ACTIVOS > 0
               DISPLAY "TABLA DE ACTIVOS LLENA, QUEDAN AFUERA "
                   PERD-ACTIVOS ": EL LISTADO PUEDE TRAER ACTIVOS"
           END-IF.

       MARCAR-ACTIVO.
           IF RES-PERIODO IS NOT LESS THAN WS-PERIODO-DESDE
               MOVE RES-PROF-NUMERO TO DT-PROF
               PERFORM BUSCAR-ACTIVO
               IF IND-ACT-HALLADO = 0
                   IF CANT-ACTIVOS < CON-CANT-PROF-MAX
                       ADD 1 TO CANT-ACTIVOS
                       MOVE RES-PROF-NUMERO
                           TO VEC-ACT-ELM(CANT-ACTIVOS)
                   ELSE
                       ADD 1 TO PERD-ACTIVOS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-RESUMEN.

       PRINT-DETALLE.
           MOVE PROF-NUMERO TO DT-PROF.
           MOVE "DNI"    TO MSC-OP.
           MOVE PROF-DNI TO MSC-DATO.
           CALL "ENMASCARAR-DATO" USING PAR-MASC-IN, PAR-MASC-OUT.
           MOVE PAR-MASC-OUT TO DT-DNI.
           MOVE PROF-NOMBRE TO DT-NOMBRE.
           MOVE PROF-TEL TO DT-TEL.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 1 TO I.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "PROFESORES-INACTIVOS" TO POC-PROGRAMA.
           MOVE "PROFESORES ACTIVOS"   TO POC-TABLA.
           MOVE CANT-ACTIVOS           TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX      TO POC-MAXIMO.
           MOVE PERD-ACTIVOS           TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       CERRAR-ARCHIVOS.
           CLOSE PROFESORES-FILE.
           CLOSE LISTADO.
