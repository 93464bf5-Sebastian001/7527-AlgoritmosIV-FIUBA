       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-AUDITORIA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Informe de auditoria interna sobre la muestra vigente: por
      *- sucursal, cuantas clases se sortearon, cuantas confirmo la
      *- planilla de asistencia, cuantas dieron discrepancia, cuantas
      *- no se pudieron verificar y cuantas siguen sin resultado; la
      *- tasa de error (discrepancias sobre clases verificadas) y el
      *- error en pesos proyectado a toda la sucursal.
      *-
      *- La proyeccion es por cociente: el error de las clases
      *- verificadas (importe liquidado menos el que correspondia
      *- segun la planilla, ver CARGA-RESULTADOS-AUDITORIA) sobre el
      *- importe liquidado de esas mismas clases, aplicado al importe
      *- de la poblacion de la sucursal que dejo MUESTRA-AUDITORIA en
      *- MuestraEstratos.dat. El total proyectado es la suma de las
      *- sucursales. Una sucursal sin clases verificadas no proyecta
      *- (queda en cero y con la tasa en blanco).
      *-
      *- Lee MuestraEstratos.dat, MuestraAuditoria.dat y
      *- ResultadosAuditoria.dat; deja InformeAuditoria.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ESTRATOS-FILE
           ASSIGN TO DISK "../files/out/MuestraEstratos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTRATOS.

       SELECT MUESTRA-FILE
           ASSIGN TO DISK "../files/out/MuestraAuditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MUESTRA.

      *- Opcional: sin resultados cargados todo queda pendiente.
       SELECT RESULTADOS-FILE
           ASSIGN TO DISK "../files/in/ResultadosAuditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADOS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/InformeAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

      *- Mismos layouts que graban MUESTRA-AUDITORIA y
      *- CARGA-RESULTADOS-AUDITORIA.
       FD ESTRATOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESTRATO.
           03 EST-CUIT          PIC 9(11).
           03 EST-SUCURSAL      PIC X(03).
           03 EST-RAZON         PIC X(25).
           03 EST-FECHA-DESDE   PIC 9(08).
           03 EST-FECHA-HASTA   PIC 9(08).
           03 EST-SEMILLA       PIC 9(09).
           03 EST-CANT-CLASES   PIC 9(07).
           03 EST-IMPORTE       PIC 9(11)V99.
           03 EST-CANT-MUESTRA  PIC 9(05).

       FD MUESTRA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-MUESTRA.
           03 MUE-ORDEN         PIC 9(05).
           03 MUE-ORIGEN        PIC X(01).
           03 MUE-CLAVE.
               05 MUE-NUMERO    PIC X(05).
               05 MUE-FECHA     PIC 9(08).
               05 MUE-CUIT      PIC 9(11).
               05 MUE-SEC       PIC 9(04).
           03 MUE-SUCURSAL      PIC X(03).
           03 MUE-PROF-NOMBRE   PIC X(25).
           03 MUE-TIP-CLASE     PIC X(04).
           03 MUE-HORAS         PIC 9(02)V99.
           03 MUE-TIPO-NOV      PIC X(01).
           03 MUE-IMPORTE       PIC S9(07)V99
                                SIGN IS LEADING SEPARATE CHARACTER.

       FD RESULTADOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-RESULTADOS.
           03 RAU-CLAVE         PIC X(28).
           03 RAU-RESULTADO     PIC X(01).
           03 RAU-IMPORTE-CORRECTO PIC 9(07)V99.
           03 RAU-COMENTARIO    PIC X(40).
           03 RAU-FECHA-CARGA   PIC 9(08).
           03 RAU-OPERADOR      PIC X(10).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO             PIC X(80).

       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       01 REG-CONTROL-CORRIDA.
           03 CTL-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-TIPO        PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-LEIDOS      PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-GRABADOS    PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-RECHAZADOS  PIC 9(07).
           03 FILLER          PIC X       VALUE SPACE.
           03 CTL-ESTADO      PIC X(01).


       WORKING-STORAGE SECTION.

      *- Contadores y estado para la bitacora de corridas (ver
      *- GRABAR-CONTROL-CORRIDA).
       77 FS-CONTROLCORRIDAS   PIC X(2).
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

       77 FS-ESTRATOS      PIC XX.
       77 FS-MUESTRA       PIC XX.
       77 FS-RESULTADOS    PIC XX.
       77 FS-LISTADO       PIC XX.

      *- Resultados cargados, uno por clase.
       78 CON-CANT-RAU-MAX  VALUE 5000.
       01 VEC-RESULTADOS.
           03 VEC-RAU-ELM
               OCCURS CON-CANT-RAU-MAX TIMES
               INDEXED BY INDICE-RAU.
               05 VEC-RAU-CLAVE         PIC X(28).
               05 VEC-RAU-RESULTADO     PIC X(01).
               05 VEC-RAU-CORRECTO      PIC 9(07)V99.
       77 CANT-RAU           PIC 9(05)      VALUE 0.
       77 IND-RAU-HALLADO    PIC 9(05)      VALUE 0.

      *- Un renglon por sucursal de MuestraEstratos.dat con lo que
      *- se va acumulando de la muestra.
       78 CON-CANT-EST-MAX  VALUE 250.
       01 VEC-ESTRATOS.
           03 VEC-EST-ELM
               OCCURS CON-CANT-EST-MAX TIMES
               INDEXED BY INDICE-EST.
               05 VEC-EST-CUIT          PIC 9(11).
               05 VEC-EST-SUCURSAL      PIC X(03).
               05 VEC-EST-RAZON         PIC X(25).
               05 VEC-EST-IMPORTE       PIC 9(11)V99.
               05 VEC-EST-MUESTRA       PIC 9(05).
               05 VEC-EST-CONFIRMADAS   PIC 9(05).
               05 VEC-EST-DISCREPANCIAS PIC 9(05).
               05 VEC-EST-NO-VERIF      PIC 9(05).
               05 VEC-EST-PENDIENTES    PIC 9(05).
               05 VEC-EST-VERIFICADO    PIC 9(11)V99.
               05 VEC-EST-ERROR         PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
       77 CANT-EST           PIC 9(03)      VALUE 0.
       77 IND-EST-HALLADO    PIC 9(03)      VALUE 0.

      *- Periodo y semilla del sorteo (iguales en todas las filas de
      *- MuestraEstratos.dat).
       77 WS-FECHA-DESDE     PIC 9(08)      VALUE 0.
       77 WS-FECHA-HASTA     PIC 9(08)      VALUE 0.
       77 WS-SEMILLA         PIC 9(09)      VALUE 0.

       77 WS-IMPORTE-ABS     PIC 9(07)V99   VALUE 0.
       77 WS-VERIFICADAS     PIC 9(05)      VALUE 0.
       77 WS-TASA            PIC 9(03)V99   VALUE 0.
       77 WS-PROYECTADO      PIC S9(11)V99  VALUE 0
                              SIGN LEADING SEPARATE.

       77 TOT-MUESTRA        PIC 9(05)      VALUE 0.
       77 TOT-CONFIRMADAS    PIC 9(05)      VALUE 0.
       77 TOT-DISCREPANCIAS  PIC 9(05)      VALUE 0.
       77 TOT-NO-VERIF       PIC 9(05)      VALUE 0.
       77 TOT-PENDIENTES     PIC 9(05)      VALUE 0.
       77 TOT-IMPORTE        PIC 9(13)V99   VALUE 0.
       77 TOT-PROYECTADO     PIC S9(13)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 CANT-SIN-ESTRATO   PIC 9(05)      VALUE 0.

       77 LINEA             PIC 99         VALUE 0.
       77 HOJA              PIC 999        VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(50)   VALUE SPACES.
           03  FILLER      PIC X(5)    VALUE "Hoja ".
           03  E1-HOJA     PIC 9(3).

       01 ENCABEZADO2.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(32) VALUE "Informe de Auditoria Interna".
           03 FILLER PIC X(24) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(09) VALUE "Periodo: ".
           03 E3-DESDE-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-DESDE-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-DESDE-AAAA    PIC 9(4).
           03 FILLER           PIC X(3)  VALUE " a ".
           03 E3-HASTA-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-HASTA-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-HASTA-AAAA    PIC 9(4).
           03 FILLER           PIC X(12) VALUE "   Semilla: ".
           03 E3-SEMILLA       PIC 9(9).
           03 FILLER           PIC X(27) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-TABLA.
           03 FILLER       PIC X(19)   VALUE "Suc Razon".
           03 FILLER       PIC X(26)   VALUE
              "Muest Conf Disc NoVe Pend ".
           03 FILLER       PIC X(07)   VALUE " Tasa%".
           03 FILLER       PIC X(14)   VALUE "     Poblacion".
           03 FILLER       PIC X(14)   VALUE "  Error proyec".

       01 DATOS-TABLA.
           03 DT-SUCURSAL      PIC X(03).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-RAZON         PIC X(14).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-MUESTRA       PIC ZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-CONFIRMADAS   PIC ZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-DISCREPANCIAS PIC ZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-NO-VERIF      PIC ZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PENDIENTES    PIC ZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-TASA          PIC ZZ9,99.
           03 DT-TASA-X REDEFINES DT-TASA PIC X(06).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-POBLACION     PIC ZZZZZZZZZ9,99.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-PROYECTADO    PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X       VALUE SPACE.

       01 LINEA-NOTA-TASA.
           03 FILLER PIC X(80) VALUE
              "Tasa: discrepancias / (confirmadas + discrepancias).".

       01 LINEA-NOTA-PROYECCION.
           03 FILLER PIC X(50) VALUE
              "Error proyectado: error de las clases verificadas ".
           03 FILLER PIC X(30) VALUE
              "/ su importe x la poblacion.".

       01 LINEA-SIN-ESTRATO.
           03 FILLER PIC X(50) VALUE
              "Clases de la muestra sin sucursal en MuestraEstrat".
           03 FILLER PIC X(10) VALUE "os.dat:   ".
           03 LSE-CANT         PIC ZZZZ9.
           03 FILLER PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-ESTRATOS.
           PERFORM CARGAR-RESULTADOS.
           PERFORM RECORRER-MUESTRA.
           PERFORM EMITIR-INFORME.
           PERFORM MOSTRAR-TOTALES.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.

      *- Sin MuestraEstratos.dat no hay muestra sorteada.
       CARGAR-ESTRATOS.
           OPEN INPUT ESTRATOS-FILE.
           IF FS-ESTRATOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR MUESTRAESTRATOS FS: "
                   FS-ESTRATOS " (CORRER MUESTRA-AUDITORIA)"
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.
           PERFORM LEER-ESTRATO.
           PERFORM GUARDAR-ESTRATO
               VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CON-CANT-EST-MAX
               OR FS-ESTRATOS = 10.
           CLOSE ESTRATOS-FILE.

       LEER-ESTRATO.
           READ ESTRATOS-FILE.
           IF FS-ESTRATOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MUESTRAESTRATOS FS: "
                   FS-ESTRATOS
           END-IF.

       GUARDAR-ESTRATO.
           MOVE EST-FECHA-DESDE TO WS-FECHA-DESDE.
           MOVE EST-FECHA-HASTA TO WS-FECHA-HASTA.
           MOVE EST-SEMILLA     TO WS-SEMILLA.
           MOVE EST-CUIT        TO VEC-EST-CUIT(INDICE-EST).
           MOVE EST-SUCURSAL    TO VEC-EST-SUCURSAL(INDICE-EST).
           MOVE EST-RAZON       TO VEC-EST-RAZON(INDICE-EST).
           MOVE EST-IMPORTE     TO VEC-EST-IMPORTE(INDICE-EST).
           MOVE 0 TO VEC-EST-MUESTRA(INDICE-EST).
           MOVE 0 TO VEC-EST-CONFIRMADAS(INDICE-EST).
           MOVE 0 TO VEC-EST-DISCREPANCIAS(INDICE-EST).
           MOVE 0 TO VEC-EST-NO-VERIF(INDICE-EST).
           MOVE 0 TO VEC-EST-PENDIENTES(INDICE-EST).
           MOVE 0 TO VEC-EST-VERIFICADO(INDICE-EST).
           MOVE 0 TO VEC-EST-ERROR(INDICE-EST).
           SET CANT-EST TO INDICE-EST.
           PERFORM LEER-ESTRATO.

       CARGAR-RESULTADOS.
           MOVE 0 TO CANT-RAU.
           OPEN INPUT RESULTADOS-FILE.
           IF FS-RESULTADOS IS EQUAL TO 00
               PERFORM LEER-RESULTADO
               PERFORM GUARDAR-RESULTADO
                   VARYING INDICE-RAU FROM 1 BY 1
                   UNTIL INDICE-RAU > CON-CANT-RAU-MAX
                   OR FS-RESULTADOS = 10
               CLOSE RESULTADOS-FILE
           ELSE
               DISPLAY "NO HAY RESULTADOSAUDITORIA.DAT, TODA LA "
                   "MUESTRA QUEDA PENDIENTE"
           END-IF.

       LEER-RESULTADO.
           READ RESULTADOS-FILE.
           IF FS-RESULTADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESULTADOSAUDITORIA FS: "
                   FS-RESULTADOS
           END-IF.

       GUARDAR-RESULTADO.
           MOVE RAU-CLAVE     TO VEC-RAU-CLAVE(INDICE-RAU).
           MOVE RAU-RESULTADO TO VEC-RAU-RESULTADO(INDICE-RAU).
           IF RAU-IMPORTE-CORRECTO IS NUMERIC
               MOVE RAU-IMPORTE-CORRECTO
                   TO VEC-RAU-CORRECTO(INDICE-RAU)
           ELSE
               MOVE 0 TO VEC-RAU-CORRECTO(INDICE-RAU)
           END-IF.
           SET CANT-RAU TO INDICE-RAU.
           PERFORM LEER-RESULTADO.

       RECORRER-MUESTRA.
           OPEN INPUT MUESTRA-FILE.
           IF FS-MUESTRA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR MUESTRAAUDITORIA FS: "
                   FS-MUESTRA
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.
           PERFORM LEER-MUESTRA.
           PERFORM PROCESAR-MUESTRA UNTIL FS-MUESTRA = 10.
           CLOSE MUESTRA-FILE.

       LEER-MUESTRA.
           READ MUESTRA-FILE.
           IF FS-MUESTRA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MUESTRAAUDITORIA FS: "
                   FS-MUESTRA
           END-IF.

      *- Suma la clase sorteada a su sucursal segun su resultado. El
      *- error de una discrepancia es lo liquidado (en valor
      *- absoluto) menos lo que correspondia: positivo si se pago
      *- de mas.
       PROCESAR-MUESTRA.
           ADD 1 TO WS-CTL-LEIDOS.
           PERFORM UBICAR-ESTRATO.
           IF IND-EST-HALLADO = 0
               ADD 1 TO CANT-SIN-ESTRATO
               ADD 1 TO WS-CTL-RECHAZADOS
           ELSE
               PERFORM UBICAR-RESULTADO
               IF MUE-IMPORTE < 0
                   COMPUTE WS-IMPORTE-ABS = 0 - MUE-IMPORTE
               ELSE
                   MOVE MUE-IMPORTE TO WS-IMPORTE-ABS
               END-IF
               ADD 1 TO VEC-EST-MUESTRA(IND-EST-HALLADO)
               PERFORM CLASIFICAR-RESULTADO
           END-IF.
           PERFORM LEER-MUESTRA.

       CLASIFICAR-RESULTADO.
           IF IND-RAU-HALLADO = 0
               ADD 1 TO VEC-EST-PENDIENTES(IND-EST-HALLADO)
           ELSE
               EVALUATE VEC-RAU-RESULTADO(IND-RAU-HALLADO)
                   WHEN "C"
                       ADD 1 TO VEC-EST-CONFIRMADAS(IND-EST-HALLADO)
                       ADD WS-IMPORTE-ABS
                           TO VEC-EST-VERIFICADO(IND-EST-HALLADO)
                   WHEN "D"
                       ADD 1 TO VEC-EST-DISCREPANCIAS(IND-EST-HALLADO)
                       ADD WS-IMPORTE-ABS
                           TO VEC-EST-VERIFICADO(IND-EST-HALLADO)
                       ADD WS-IMPORTE-ABS
                           TO VEC-EST-ERROR(IND-EST-HALLADO)
                       SUBTRACT VEC-RAU-CORRECTO(IND-RAU-HALLADO)
                           FROM VEC-EST-ERROR(IND-EST-HALLADO)
                   WHEN "N"
                       ADD 1 TO VEC-EST-NO-VERIF(IND-EST-HALLADO)
                   WHEN OTHER
                       ADD 1 TO VEC-EST-PENDIENTES(IND-EST-HALLADO)
               END-EVALUATE
           END-IF.

       UBICAR-ESTRATO.
           MOVE 0 TO IND-EST-HALLADO.
           PERFORM VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CANT-EST OR IND-EST-HALLADO > 0
               IF VEC-EST-CUIT(INDICE-EST) IS EQUAL TO MUE-CUIT
                   SET IND-EST-HALLADO TO INDICE-EST
               END-IF
           END-PERFORM.

       UBICAR-RESULTADO.
           MOVE 0 TO IND-RAU-HALLADO.
           PERFORM VARYING INDICE-RAU FROM 1 BY 1
               UNTIL INDICE-RAU > CANT-RAU OR IND-RAU-HALLADO > 0
               IF VEC-RAU-CLAVE(INDICE-RAU) IS EQUAL TO MUE-CLAVE
                   SET IND-RAU-HALLADO TO INDICE-RAU
               END-IF
           END-PERFORM.

       EMITIR-INFORME.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM PRINT-ENCABEZADO.
           PERFORM EMITIR-ESTRATO
               VARYING INDICE-EST FROM 1 BY 1
               UNTIL INDICE-EST > CANT-EST.
           PERFORM PRINT-TOTAL.
           CLOSE LISTADO.

      *- Tasa y proyeccion de la sucursal; sin clases verificadas
      *- (confirmadas + discrepancias) no hay base para ninguna.
       EMITIR-ESTRATO.
           COMPUTE WS-VERIFICADAS = VEC-EST-CONFIRMADAS(INDICE-EST)
               + VEC-EST-DISCREPANCIAS(INDICE-EST).
           MOVE 0 TO WS-PROYECTADO.
           MOVE VEC-EST-SUCURSAL(INDICE-EST)      TO DT-SUCURSAL.
           MOVE VEC-EST-RAZON(INDICE-EST)         TO DT-RAZON.
           MOVE VEC-EST-MUESTRA(INDICE-EST)       TO DT-MUESTRA.
           MOVE VEC-EST-CONFIRMADAS(INDICE-EST)   TO DT-CONFIRMADAS.
           MOVE VEC-EST-DISCREPANCIAS(INDICE-EST) TO DT-DISCREPANCIAS.
           MOVE VEC-EST-NO-VERIF(INDICE-EST)      TO DT-NO-VERIF.
           MOVE VEC-EST-PENDIENTES(INDICE-EST)    TO DT-PENDIENTES.
           MOVE VEC-EST-IMPORTE(INDICE-EST)       TO DT-POBLACION.
           IF WS-VERIFICADAS = 0
               MOVE SPACES TO DT-TASA-X
           ELSE
               COMPUTE WS-TASA ROUNDED =
                   VEC-EST-DISCREPANCIAS(INDICE-EST) * 100
                   / WS-VERIFICADAS
               MOVE WS-TASA TO DT-TASA
               IF VEC-EST-VERIFICADO(INDICE-EST) > 0
                   COMPUTE WS-PROYECTADO ROUNDED =
                       VEC-EST-ERROR(INDICE-EST)
                       * VEC-EST-IMPORTE(INDICE-EST)
                       / VEC-EST-VERIFICADO(INDICE-EST)
               END-IF
           END-IF.
           MOVE WS-PROYECTADO TO DT-PROYECTADO.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO WS-CTL-GRABADOS.
           ADD 1 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.
           ADD VEC-EST-MUESTRA(INDICE-EST)       TO TOT-MUESTRA.
           ADD VEC-EST-CONFIRMADAS(INDICE-EST)   TO TOT-CONFIRMADAS.
           ADD VEC-EST-DISCREPANCIAS(INDICE-EST) TO TOT-DISCREPANCIAS.
           ADD VEC-EST-NO-VERIF(INDICE-EST)      TO TOT-NO-VERIF.
           ADD VEC-EST-PENDIENTES(INDICE-EST)    TO TOT-PENDIENTES.
           ADD VEC-EST-IMPORTE(INDICE-EST)       TO TOT-IMPORTE.
           ADD WS-PROYECTADO                     TO TOT-PROYECTADO.

       PRINT-TOTAL.
           COMPUTE WS-VERIFICADAS = TOT-CONFIRMADAS
               + TOT-DISCREPANCIAS.
           MOVE SPACES            TO DT-SUCURSAL.
           MOVE "TOTAL"           TO DT-RAZON.
           MOVE TOT-MUESTRA       TO DT-MUESTRA.
           MOVE TOT-CONFIRMADAS   TO DT-CONFIRMADAS.
           MOVE TOT-DISCREPANCIAS TO DT-DISCREPANCIAS.
           MOVE TOT-NO-VERIF      TO DT-NO-VERIF.
           MOVE TOT-PENDIENTES    TO DT-PENDIENTES.
           MOVE TOT-IMPORTE       TO DT-POBLACION.
           MOVE TOT-PROYECTADO    TO DT-PROYECTADO.
           IF WS-VERIFICADAS = 0
               MOVE SPACES TO DT-TASA-X
           ELSE
               COMPUTE WS-TASA ROUNDED =
                   TOT-DISCREPANCIAS * 100 / WS-VERIFICADAS
               MOVE WS-TASA TO DT-TASA
           END-IF.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-NOTA-TASA.
           WRITE REG-LISTADO FROM LINEA-NOTA-PROYECCION.
           IF CANT-SIN-ESTRATO > 0
               MOVE CANT-SIN-ESTRATO TO LSE-CANT
               WRITE REG-LISTADO FROM LINEA-SIN-ESTRATO
           END-IF.

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-FECHA-DESDE(7:2) TO E3-DESDE-DD.
           MOVE WS-FECHA-DESDE(5:2) TO E3-DESDE-MM.
           MOVE WS-FECHA-DESDE(1:4) TO E3-DESDE-AAAA.
           MOVE WS-FECHA-HASTA(7:2) TO E3-HASTA-DD.
           MOVE WS-FECHA-HASTA(5:2) TO E3-HASTA-MM.
           MOVE WS-FECHA-HASTA(1:4) TO E3-HASTA-AAAA.
           MOVE WS-SEMILLA          TO E3-SEMILLA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO3.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE 6 TO LINEA.

       CHECK-NUEVA-PAGINA.
           IF LINEA > 60
               PERFORM PRINT-ENCABEZADO
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "CLASES EN LA MUESTRA:   " TOT-MUESTRA.
           DISPLAY "CONFIRMADAS:            " TOT-CONFIRMADAS.
           DISPLAY "DISCREPANCIAS:          " TOT-DISCREPANCIAS.
           DISPLAY "NO VERIFICABLES:        " TOT-NO-VERIF.
           DISPLAY "PENDIENTES:             " TOT-PENDIENTES.
           DISPLAY "ERROR PROYECTADO TOTAL: " TOT-PROYECTADO.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       REGISTRAR-CONTROL-FIN.
           MOVE "F" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

      *- Abre, graba y cierra en el momento: si la corrida muere en el
      *- medio, el registro de inicio ya quedo en disco y la falta del
      *- fin delata el corte.
       GRABAR-CONTROL-CORRIDA.
           OPEN EXTEND CONTROLCORRIDAS-FILE.
           IF FS-CONTROLCORRIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONTROLCORRIDAS FS: "
                   FS-CONTROLCORRIDAS
           ELSE
               MOVE "INFORME-AUDITORIA" TO CTL-PROGRAMA
               MOVE WS-CTL-TIPO TO CTL-TIPO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-CTL
               MOVE WS-FHC-FECHA TO CTL-FECHA
               MOVE WS-FHC-HORA  TO CTL-HORA
               MOVE WS-CTL-LEIDOS     TO CTL-LEIDOS
               MOVE WS-CTL-GRABADOS   TO CTL-GRABADOS
               MOVE WS-CTL-RECHAZADOS TO CTL-RECHAZADOS
               IF WS-CTL-TIPO IS EQUAL TO "I"
                   MOVE SPACE TO CTL-ESTADO
               ELSE
                   MOVE WS-ESTADO-CORRIDA TO CTL-ESTADO
               END-IF
               WRITE REG-CONTROL-CORRIDA
               CLOSE CONTROLCORRIDAS-FILE
           END-IF.

       END PROGRAM INFORME-AUDITORIA.
