      *- alterna no admite duplicados); los CUIT compartidos se
      *- detectan recorriendo el indexado de sucursales en orden de su
      *- clave alterna, donde los repetidos quedan consecutivos.
      *- El DNI duplicado sale enmascarado (ver ENMASCARAR-DATO); los
      *- dos numeros de profesor alcanzan para ir a corregirlo.
      *- Las tablas de DNI y de tipos tienen tope: al terminar se deja
      *- su ocupacion en la bitacora de REGISTRAR-OCUPACION, que
      *- CAPACIDAD-TABLAS informa cada noche.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
       77 CANT-TIPOS-TAR      PIC 999     VALUE 0.

       77 IND-HALLADO         PIC 999     VALUE 0.
       77 PERD-TIPOS-TC       PIC 9(07)   VALUE 0.
       77 PERD-TIPOS-TAR      PIC 9(07)   VALUE 0.

      *- DNI ya vistos del Profesores.dat secuencial, con el numero
      *- del primer profesor que lo trajo, para denunciar al segundo.
               05 VEC-DNI-PROF        PIC X(05).
       77 CANT-DNIS           PIC 999     VALUE 0.
       77 IND-DNI-HALLADO     PIC 999     VALUE 0.
       77 PERD-DNIS           PIC 9(07)   VALUE 0.

      *- Corte de control del recorrido por clave alterna de CUIT.
       77 ANT-CUIT            PIC 9(11)   VALUE 0.

       77 CANT-HALLAZGOS      PIC 9(05)   VALUE 0.

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

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
      *- Detalles armados por tipo de hallazgo.
       01 DET-DNI-DUP.
           03 FILLER           PIC X(4)    VALUE "DNI ".
           03 DET-DNI          PIC X(8).
           03 FILLER           PIC X(12)   VALUE " PROFESORES ".
           03 DET-DNI-PROF1    PIC X(5).
           03 FILLER           PIC X(3)    VALUE " Y ".
           PERFORM CONTROLAR-TIPOS-SIN-VIGENCIA.
           PERFORM PRINT-TOTAL.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           IF CANT-HALLAZGOS > 0
               DISPLAY "MAESTROS CON " CANT-HALLAZGOS
                   " HALLAZGOS, VER CALIDADMAESTROS.TXT"
           PERFORM BUSCAR-DNI-VISTO.
           IF IND-DNI-HALLADO > 0
               MOVE "DNI DUPLICADO" TO HAL-MOTIVO
               MOVE "DNI"           TO MSC-OP
               MOVE PROF-DNI        TO MSC-DATO
               CALL "ENMASCARAR-DATO" USING PAR-MASC-IN, PAR-MASC-OUT
               MOVE PAR-MASC-OUT    TO DET-DNI
               MOVE VEC-DNI-PROF(IND-DNI-HALLADO) TO DET-DNI-PROF1
               MOVE PROF-NUMERO     TO DET-DNI-PROF2
               MOVE DET-DNI-DUP     TO HAL-DETALLE
                   MOVE PROF-DNI    TO VEC-DNI(CANT-DNIS)
                   MOVE PROF-NUMERO TO VEC-DNI-PROF(CANT-DNIS)
               ELSE
                   ADD 1 TO PERD-DNIS
                   DISPLAY "TABLA DE DNI LLENA, PROFESOR "
                       PROF-NUMERO " SIN CONTROL DE DUPLICADO"
               END-IF
               END-IF
           END-PERFORM.
           IF IND-HALLADO = 0
               IF CANT-TIPOS-TC < CON-CANT-TIPOS-MAX
                   ADD 1 TO CANT-TIPOS-TC
                   MOVE TIP-CLASE TO VEC-TC-ELM(CANT-TIPOS-TC)
               ELSE
                   ADD 1 TO PERD-TIPOS-TC
               END-IF
           END-IF.
           PERFORM LEER-TIPOCLASE.

               END-IF
           END-PERFORM.
           IF IND-HALLADO = 0
               IF CANT-TIPOS-TAR < CON-CANT-TIPOS-MAX
                   ADD 1 TO CANT-TIPOS-TAR
                   MOVE TAR-TIP-CLASE TO VEC-TAR-ELM(CANT-TIPOS-TAR)
                   PERFORM CONTROLAR-TIPO-TAR-EN-TC
               ELSE
                   ADD 1 TO PERD-TIPOS-TAR
               END-IF
           END-IF.
           PERFORM LEER-TARIFA.

           CLOSE TIPOSCLASE-FILE.
           CLOSE LISTADO.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "CALIDAD-MAESTROS"  TO POC-PROGRAMA.
           MOVE "DNI DE PROFESORES" TO POC-TABLA.
           MOVE CANT-DNIS           TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX   TO POC-MAXIMO.
           MOVE PERD-DNIS           TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "TIPOS DE CLASE"    TO POC-TABLA.
           MOVE CANT-TIPOS-TC       TO POC-USADOS.
           MOVE CON-CANT-TIPOS-MAX  TO POC-MAXIMO.
           MOVE PERD-TIPOS-TC       TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "TIPOS CON TARIFA"  TO POC-TABLA.
           MOVE CANT-TIPOS-TAR      TO POC-USADOS.
           MOVE PERD-TIPOS-TAR      TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       END PROGRAM CALIDAD-MAESTROS.
