       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DISPUTAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Informe mensual de disputas de las sucursales (ver
      *- MANTENIMIENTO-DISPUTAS): por sucursal y por motivo, las
      *- disputas dadas de alta en el mes, las aceptadas y las
      *- rechazadas en el mes, y las que quedaron abiertas al cierre
      *- del mes con su antiguedad desde el alta (0-30 / 31-60 /
      *- 61-90 / 90+ dias, con la convencion de 360 dias de
      *- AGING-FACTURAS). Los importes son los disputados sobre el
      *- renglon (costo docente, sin recargo ni IVA). El total de la
      *- empresa repite el cuadro para todas las sucursales.
      *-
      *- Mes a informar en ParametrosDisputas.txt (AAAAMM); sin
      *- archivo, el mes en curso. El cierre del mes en curso es el
      *- dia de hoy. El archivo de disputas viene ordenado por
      *- razon/CUIT por su clave: el corte de sucursal sale sin
      *- ordenar. Lee DisputasSucursales.dat; deja
      *- InformeDisputas.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ParametrosDisputas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT DISPUTAS-FILE
           ASSIGN TO DISK
               "../files/in/ArchivosIndexados/DisputasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DIS-CLAVE OF REG-DISPUTA
           FILE STATUS IS FS-DISPUTAS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/InformeDisputas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PARAMETROS.
           03 PDI-PERIODO       PIC 9(06).

      *- Mismo layout que graba MANTENIMIENTO-DISPUTAS.
       FD DISPUTAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DISPUTA.
           03 DIS-CLAVE.
               05 DIS-RAZON             PIC X(25).
               05 DIS-CUIT              PIC 9(11).
               05 DIS-FECHA             PIC 9(08).
               05 DIS-PROF-NUMERO       PIC X(05).
               05 DIS-TIM-SEC           PIC 9(04).
           03 DIS-SUCURSAL              PIC X(03).
           03 DIS-PROF-NOMBRE           PIC X(25).
           03 DIS-TIP-CLASE             PIC X(04).
           03 DIS-TIPO-NOV              PIC X(01).
           03 DIS-HORAS                 PIC 9(02)V99.
           03 DIS-IMPORTE-RENGLON       PIC 9(07)V99.
           03 DIS-IMPORTE               PIC 9(07)V99.
           03 DIS-MOTIVO                PIC X(01).
           03 DIS-COMENTARIO            PIC X(40).
      *- "A" abierta, "C" aceptada, "R" rechazada.
           03 DIS-ESTADO                PIC X(01).
              88 DIS-ABIERTA                       VALUE "A".
              88 DIS-ACEPTADA                      VALUE "C".
              88 DIS-RECHAZADA                     VALUE "R".
           03 DIS-FECHA-ALTA            PIC 9(08).
           03 DIS-OPERADOR-ALTA         PIC X(10).
           03 DIS-FECHA-RESOL           PIC 9(08).
           03 DIS-OPERADOR-RESOL        PIC X(10).
           03 DIS-HORAS-CORRECCION      PIC 9(02)V99.

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

       77 FS-PARAMETROS    PIC XX.
       77 FS-DISPUTAS      PIC XX.
       77 FS-LISTADO       PIC XX.

      *- Mes informado, sus limites y la fecha de corte de la
      *- antiguedad.
       01 WS-PERIODO.
           03 WS-PER-AAAA       PIC 9(04).
           03 WS-PER-MM         PIC 9(02).
       77 WS-FECHA-DESDE     PIC 9(08)      VALUE 0.
       77 WS-FECHA-HASTA     PIC 9(08)      VALUE 0.
       01 WS-FECHA-CORTE.
           03 WS-COR-AAAA       PIC 9(04).
           03 WS-COR-MM         PIC 9(02).
           03 WS-COR-DD         PIC 9(02).
       01 WS-FECHA-ALTA.
           03 WS-ALT-AAAA       PIC 9(04).
           03 WS-ALT-MM         PIC 9(02).
           03 WS-ALT-DD         PIC 9(02).
       77 WS-DIAS            PIC S9(6)      SIGN LEADING SEPARATE.
       77 WS-FECHA-RESOL-CTL PIC 9(08)      VALUE 0.

      *- Motivos de disputa, en el orden en que se imprimen.
       01 TABLA-MOTIVOS-VALORES.
           03 FILLER PIC X(23) VALUE "PProfesor equivocado".
           03 FILLER PIC X(23) VALUE "NClase no dictada".
           03 FILLER PIC X(23) VALUE "HHoras mal informadas".
           03 FILLER PIC X(23) VALUE "OOtro motivo".
       01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
           03 MOT-ELM OCCURS 4 TIMES INDEXED BY INDICE-MOT.
               05 MOT-CODIGO          PIC X(01).
               05 MOT-DESCRIPCION     PIC X(22).
       77 IND-MOT-HALLADO    PIC 9          VALUE 0.

      *- Cuadro de la sucursal en proceso y de la empresa, por
      *- motivo, y antiguedad de las abiertas al corte.
       01 TOT-SUCURSAL.
           03 TOT-SUC-MOT OCCURS 4 TIMES.
               05 TS-ALTAS            PIC 9(05).
               05 TS-IMP-ALTAS        PIC 9(09)V99.
               05 TS-ACEPTADAS        PIC 9(05).
               05 TS-IMP-ACEPTADAS    PIC 9(09)V99.
               05 TS-RECHAZADAS       PIC 9(05).
               05 TS-ABIERTAS         PIC 9(05).
               05 TS-IMP-ABIERTAS     PIC 9(09)V99.
           03 TOT-SUC-EDAD OCCURS 4 TIMES
                                      PIC 9(09)V99.
       01 TOT-EMPRESA.
           03 TOT-EMP-MOT OCCURS 4 TIMES.
               05 TE-ALTAS            PIC 9(05).
               05 TE-IMP-ALTAS        PIC 9(09)V99.
               05 TE-ACEPTADAS        PIC 9(05).
               05 TE-IMP-ACEPTADAS    PIC 9(09)V99.
               05 TE-RECHAZADAS       PIC 9(05).
               05 TE-ABIERTAS         PIC 9(05).
               05 TE-IMP-ABIERTAS     PIC 9(09)V99.
           03 TOT-EMP-EDAD OCCURS 4 TIMES
                                      PIC 9(09)V99.
      *- Fila que se imprime (un motivo o el total).
       01 WS-FILA.
           03 WF-ALTAS            PIC 9(05).
           03 WF-IMP-ALTAS        PIC 9(09)V99.
           03 WF-ACEPTADAS        PIC 9(05).
           03 WF-IMP-ACEPTADAS    PIC 9(09)V99.
           03 WF-RECHAZADAS       PIC 9(05).
           03 WF-ABIERTAS         PIC 9(05).
           03 WF-IMP-ABIERTAS     PIC 9(09)V99.
       01 WS-FILA-TOTAL.
           03 WFT-ALTAS           PIC 9(05).
           03 WFT-IMP-ALTAS       PIC 9(09)V99.
           03 WFT-ACEPTADAS       PIC 9(05).
           03 WFT-IMP-ACEPTADAS   PIC 9(09)V99.
           03 WFT-RECHAZADAS      PIC 9(05).
           03 WFT-ABIERTAS        PIC 9(05).
           03 WFT-IMP-ABIERTAS    PIC 9(09)V99.
       77 IND-EDAD           PIC 9          VALUE 0.

      *- Corte de control por razon/CUIT.
       77 ANT-RAZON          PIC X(25)      VALUE SPACES.
       77 ANT-CUIT           PIC 9(11)      VALUE 0.
       77 HAY-SUCURSAL-ABIERTA PIC X(1)     VALUE "N".
          88 SUCURSAL-ABIERTA               VALUE "S".
       77 WS-MOVIMIENTO-SUC  PIC X(1)       VALUE "N".
          88 HAY-MOVIMIENTO-SUC             VALUE "S".

       77 CANT-SUCURSALES    PIC 9(05)      VALUE 0.
       77 CANT-SIN-MOTIVO    PIC 9(05)      VALUE 0.

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
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36) VALUE
              "Informe mensual de disputas".
           03 FILLER PIC X(22) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(05) VALUE "Mes: ".
           03 E3-MM            PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-AAAA          PIC 9(4).
           03 FILLER           PIC X(29) VALUE
              "   Antiguedad al corte del: ".
           03 E3-CORTE-DD      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-CORTE-MM      PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-CORTE-AAAA    PIC 9(4).
           03 FILLER           PIC X(29) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-SUCURSAL.
           03 FILLER           PIC X(10)   VALUE "Sucursal: ".
           03 ES-RAZON         PIC X(25).
           03 FILLER           PIC X(8)    VALUE "  Cuit: ".
           03 ES-CUIT          PIC 9(11).
           03 FILLER           PIC X(26)   VALUE SPACES.

       01 ENCABEZADO-TABLA.
           03 FILLER       PIC X(22)   VALUE "Motivo".
           03 FILLER       PIC X(16)   VALUE "  Altas  Importe".
           03 FILLER       PIC X(16)   VALUE "  Acep.  Importe".
           03 FILLER       PIC X(5)    VALUE " Rech".
           03 FILLER       PIC X(17)   VALUE "  Abier.  Importe".
           03 FILLER       PIC X(4)    VALUE SPACES.

       01 DATOS-TABLA.
           03 DT-MOTIVO        PIC X(22).
           03 DT-ALTAS         PIC ZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-IMP-ALTAS     PIC ZZZZZZ9,99.
           03 DT-ACEPTADAS     PIC ZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-IMP-ACEPTADAS PIC ZZZZZZ9,99.
           03 DT-RECHAZADAS    PIC ZZZZ9.
           03 DT-ABIERTAS      PIC ZZZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-IMP-ABIERTAS  PIC ZZZZZZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.

       01 LINEA-EDADES.
           03 FILLER           PIC X(16)   VALUE "Abiertas  0-30:".
           03 LE-EDAD-1        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(8)    VALUE " 31-60:".
           03 LE-EDAD-2        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(8)    VALUE " 61-90:".
           03 LE-EDAD-3        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(6)    VALUE " 90+:".
           03 LE-EDAD-4        PIC ZZZZZZ9,99.
           03 FILLER           PIC X(2)    VALUE SPACES.

       01 LINEA-TOTAL-EMPRESA.
           03 FILLER           PIC X(80)   VALUE
              "TOTAL DE LA EMPRESA".

       01 LINEA-SIN-DISPUTAS.
           03 FILLER           PIC X(80)   VALUE
              "Sin disputas con movimiento en el mes".

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           PERFORM INICIALIZAR.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PRINT-ENCABEZADO.
           PERFORM LEER-DISPUTA.
           PERFORM PROCESAR-DISPUTA UNTIL FS-DISPUTAS = 10.
           IF SUCURSAL-ABIERTA
               PERFORM CERRAR-SUCURSAL
           END-IF.
           PERFORM PRINT-TOTAL-EMPRESA.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM MOSTRAR-TOTALES.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           INITIALIZE TOT-EMPRESA.

      *- Sin parametros (o en blanco) se informa el mes en curso.
       LEER-PARAMETROS.
           MOVE ZEROS TO WS-PERIODO.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               READ PARAMETROS-FILE
               IF FS-PARAMETROS IS EQUAL TO 00
                   AND PDI-PERIODO IS NUMERIC
                   MOVE PDI-PERIODO TO WS-PERIODO
               END-IF
               CLOSE PARAMETROS-FILE
           END-IF.
           IF WS-PERIODO IS EQUAL TO ZEROS
               MOVE FECHA-AAAA OF FECHA-DE-HOY TO WS-PER-AAAA
               MOVE FECHA-MM OF FECHA-DE-HOY   TO WS-PER-MM
           END-IF.
           IF WS-PER-MM < 01 OR WS-PER-MM > 12
               DISPLAY "MES INVALIDO EN PARAMETROSDISPUTAS: "
                   WS-PERIODO
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PER-AAAA * 10000
               + WS-PER-MM * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PER-AAAA * 10000
               + WS-PER-MM * 100 + 31.
      *- El mes en curso se corta hoy; uno cerrado, el dia 30 de la
      *- convencion de 360 dias.
           IF WS-PER-AAAA IS EQUAL TO FECHA-AAAA OF FECHA-DE-HOY
               AND WS-PER-MM IS EQUAL TO FECHA-MM OF FECHA-DE-HOY
               MOVE FECHA-DE-HOY TO WS-FECHA-CORTE
           ELSE
               MOVE WS-PER-AAAA TO WS-COR-AAAA
               MOVE WS-PER-MM   TO WS-COR-MM
               MOVE 30          TO WS-COR-DD
           END-IF.
           DISPLAY "SE INFORMAN LAS DISPUTAS DEL MES " WS-PERIODO.

      *- Sin disputas registradas no hay nada que informar.
       ABRIR-ARCHIVOS.
           OPEN INPUT DISPUTAS-FILE.
           IF FS-DISPUTAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DISPUTAS FS: " FS-DISPUTAS
                   " (SIN DISPUTAS REGISTRADAS)"
               MOVE "A" TO WS-ESTADO-CORRIDA
               PERFORM REGISTRAR-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE DISPUTAS-FILE.
           CLOSE LISTADO.

       LEER-DISPUTA.
           READ DISPUTAS-FILE.
           IF FS-DISPUTAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPUTAS FS: " FS-DISPUTAS
           END-IF.

       PROCESAR-DISPUTA.
           ADD 1 TO WS-CTL-LEIDOS.
           IF SUCURSAL-ABIERTA
               AND (DIS-RAZON IS NOT EQUAL TO ANT-RAZON
                   OR DIS-CUIT IS NOT EQUAL TO ANT-CUIT)
               PERFORM CERRAR-SUCURSAL
           END-IF.
           IF NOT SUCURSAL-ABIERTA
               PERFORM ABRIR-SUCURSAL
           END-IF.
           PERFORM UBICAR-MOTIVO.
           IF IND-MOT-HALLADO = 0
               ADD 1 TO CANT-SIN-MOTIVO
               ADD 1 TO WS-CTL-RECHAZADOS
           ELSE
               PERFORM CLASIFICAR-DISPUTA
           END-IF.
           PERFORM LEER-DISPUTA.

       ABRIR-SUCURSAL.
           MOVE "S" TO HAY-SUCURSAL-ABIERTA.
           MOVE "N" TO WS-MOVIMIENTO-SUC.
           MOVE DIS-RAZON TO ANT-RAZON.
           MOVE DIS-CUIT  TO ANT-CUIT.
           INITIALIZE TOT-SUCURSAL.

       UBICAR-MOTIVO.
           MOVE 0 TO IND-MOT-HALLADO.
           PERFORM VARYING INDICE-MOT FROM 1 BY 1
               UNTIL INDICE-MOT > 4 OR IND-MOT-HALLADO > 0
               IF MOT-CODIGO(INDICE-MOT) IS EQUAL TO DIS-MOTIVO
                   SET IND-MOT-HALLADO TO INDICE-MOT
               END-IF
           END-PERFORM.

      *- Alta en el mes, resolucion en el mes y abierta al cierre son
      *- independientes: una disputa dada de alta y resuelta en el
      *- mismo mes cuenta en las dos columnas. Abierta al cierre es
      *- la dada de alta hasta fin de mes que sigue abierta o se
      *- resolvio despues.
       CLASIFICAR-DISPUTA.
           IF DIS-FECHA-ALTA IS NOT LESS THAN WS-FECHA-DESDE
               AND DIS-FECHA-ALTA IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE "S" TO WS-MOVIMIENTO-SUC
               ADD 1 TO TS-ALTAS(IND-MOT-HALLADO)
               ADD DIS-IMPORTE TO TS-IMP-ALTAS(IND-MOT-HALLADO)
           END-IF.
           MOVE DIS-FECHA-RESOL TO WS-FECHA-RESOL-CTL.
           IF NOT DIS-ABIERTA
               AND WS-FECHA-RESOL-CTL IS NOT LESS THAN WS-FECHA-DESDE
               AND WS-FECHA-RESOL-CTL IS NOT GREATER
                   THAN WS-FECHA-HASTA
               MOVE "S" TO WS-MOVIMIENTO-SUC
               IF DIS-ACEPTADA
                   ADD 1 TO TS-ACEPTADAS(IND-MOT-HALLADO)
                   ADD DIS-IMPORTE TO TS-IMP-ACEPTADAS(IND-MOT-HALLADO)
               END-IF
               IF DIS-RECHAZADA
                   ADD 1 TO TS-RECHAZADAS(IND-MOT-HALLADO)
               END-IF
           END-IF.
           IF DIS-FECHA-ALTA IS NOT GREATER THAN WS-FECHA-HASTA
               AND (DIS-ABIERTA
                   OR WS-FECHA-RESOL-CTL > WS-FECHA-HASTA)
               MOVE "S" TO WS-MOVIMIENTO-SUC
               ADD 1 TO TS-ABIERTAS(IND-MOT-HALLADO)
               ADD DIS-IMPORTE TO TS-IMP-ABIERTAS(IND-MOT-HALLADO)
               PERFORM CALCULAR-ANTIGUEDAD
               ADD DIS-IMPORTE TO TOT-SUC-EDAD(IND-EDAD)
           END-IF.

      *- Dias desde el alta hasta el corte, convencion de 360 dias.
       CALCULAR-ANTIGUEDAD.
           MOVE DIS-FECHA-ALTA TO WS-FECHA-ALTA.
           COMPUTE WS-DIAS =
               (WS-COR-AAAA - WS-ALT-AAAA) * 360
               + (WS-COR-MM - WS-ALT-MM) * 30
               + (WS-COR-DD - WS-ALT-DD).
           EVALUATE TRUE
               WHEN WS-DIAS NOT GREATER THAN 30
                   MOVE 1 TO IND-EDAD
               WHEN WS-DIAS NOT GREATER THAN 60
                   MOVE 2 TO IND-EDAD
               WHEN WS-DIAS NOT GREATER THAN 90
                   MOVE 3 TO IND-EDAD
               WHEN OTHER
                   MOVE 4 TO IND-EDAD
           END-EVALUATE.

      *- Una sucursal sin movimiento en el mes ni disputas abiertas
      *- al cierre no se imprime.
       CERRAR-SUCURSAL.
           MOVE "N" TO HAY-SUCURSAL-ABIERTA.
           IF HAY-MOVIMIENTO-SUC
               ADD 1 TO CANT-SUCURSALES
               PERFORM IMPRIMIR-SUCURSAL
               PERFORM SUMAR-A-EMPRESA
                   VARYING INDICE-MOT FROM 1 BY 1
                   UNTIL INDICE-MOT > 4
           END-IF.

       IMPRIMIR-SUCURSAL.
           IF LINEA > 52
               PERFORM PRINT-ENCABEZADO
           END-IF.
           MOVE ANT-RAZON TO ES-RAZON.
           MOVE ANT-CUIT  TO ES-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO-SUCURSAL.
           WRITE REG-LISTADO FROM ENCABEZADO-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.
           INITIALIZE WS-FILA-TOTAL.
           PERFORM IMPRIMIR-MOTIVO-SUCURSAL
               VARYING INDICE-MOT FROM 1 BY 1
               UNTIL INDICE-MOT > 4.
           MOVE WS-FILA-TOTAL TO WS-FILA.
           MOVE "Total sucursal" TO DT-MOTIVO.
           PERFORM IMPRIMIR-FILA.
           MOVE TOT-SUC-EDAD(1) TO LE-EDAD-1.
           MOVE TOT-SUC-EDAD(2) TO LE-EDAD-2.
           MOVE TOT-SUC-EDAD(3) TO LE-EDAD-3.
           MOVE TOT-SUC-EDAD(4) TO LE-EDAD-4.
           WRITE REG-LISTADO FROM LINEA-EDADES.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 2 TO LINEA.
           ADD 1 TO WS-CTL-GRABADOS.

       IMPRIMIR-MOTIVO-SUCURSAL.
           MOVE TOT-SUC-MOT(INDICE-MOT) TO WS-FILA.
           IF WF-ALTAS > 0 OR WF-ACEPTADAS > 0 OR WF-RECHAZADAS > 0
               OR WF-ABIERTAS > 0
               MOVE MOT-DESCRIPCION(INDICE-MOT) TO DT-MOTIVO
               PERFORM IMPRIMIR-FILA
               PERFORM SUMAR-FILA-TOTAL
           END-IF.

       IMPRIMIR-FILA.
           MOVE WF-ALTAS         TO DT-ALTAS.
           MOVE WF-IMP-ALTAS     TO DT-IMP-ALTAS.
           MOVE WF-ACEPTADAS     TO DT-ACEPTADAS.
           MOVE WF-IMP-ACEPTADAS TO DT-IMP-ACEPTADAS.
           MOVE WF-RECHAZADAS    TO DT-RECHAZADAS.
           MOVE WF-ABIERTAS      TO DT-ABIERTAS.
           MOVE WF-IMP-ABIERTAS  TO DT-IMP-ABIERTAS.
           WRITE REG-LISTADO FROM DATOS-TABLA.
           ADD 1 TO LINEA.

       SUMAR-FILA-TOTAL.
           ADD WF-ALTAS         TO WFT-ALTAS.
           ADD WF-IMP-ALTAS     TO WFT-IMP-ALTAS.
           ADD WF-ACEPTADAS     TO WFT-ACEPTADAS.
           ADD WF-IMP-ACEPTADAS TO WFT-IMP-ACEPTADAS.
           ADD WF-RECHAZADAS    TO WFT-RECHAZADAS.
           ADD WF-ABIERTAS      TO WFT-ABIERTAS.
           ADD WF-IMP-ABIERTAS  TO WFT-IMP-ABIERTAS.

       SUMAR-A-EMPRESA.
           ADD TS-ALTAS(INDICE-MOT)     TO TE-ALTAS(INDICE-MOT).
           ADD TS-IMP-ALTAS(INDICE-MOT) TO TE-IMP-ALTAS(INDICE-MOT).
           ADD TS-ACEPTADAS(INDICE-MOT) TO TE-ACEPTADAS(INDICE-MOT).
           ADD TS-IMP-ACEPTADAS(INDICE-MOT)
               TO TE-IMP-ACEPTADAS(INDICE-MOT).
           ADD TS-RECHAZADAS(INDICE-MOT) TO TE-RECHAZADAS(INDICE-MOT).
           ADD TS-ABIERTAS(INDICE-MOT)  TO TE-ABIERTAS(INDICE-MOT).
           ADD TS-IMP-ABIERTAS(INDICE-MOT)
               TO TE-IMP-ABIERTAS(INDICE-MOT).
           ADD TOT-SUC-EDAD(INDICE-MOT) TO TOT-EMP-EDAD(INDICE-MOT).

       PRINT-TOTAL-EMPRESA.
           IF CANT-SUCURSALES = 0
               WRITE REG-LISTADO FROM LINEA-SIN-DISPUTAS
           ELSE
               IF LINEA > 52
                   PERFORM PRINT-ENCABEZADO
               END-IF
               WRITE REG-LISTADO FROM LINEA-TOTAL-EMPRESA
               WRITE REG-LISTADO FROM ENCABEZADO-TABLA
               WRITE REG-LISTADO FROM LINEA-TABLA
               INITIALIZE WS-FILA-TOTAL
               PERFORM IMPRIMIR-MOTIVO-EMPRESA
                   VARYING INDICE-MOT FROM 1 BY 1
                   UNTIL INDICE-MOT > 4
               MOVE WS-FILA-TOTAL TO WS-FILA
               MOVE "Total empresa" TO DT-MOTIVO
               PERFORM IMPRIMIR-FILA
               MOVE TOT-EMP-EDAD(1) TO LE-EDAD-1
               MOVE TOT-EMP-EDAD(2) TO LE-EDAD-2
               MOVE TOT-EMP-EDAD(3) TO LE-EDAD-3
               MOVE TOT-EMP-EDAD(4) TO LE-EDAD-4
               WRITE REG-LISTADO FROM LINEA-EDADES
           END-IF.

       IMPRIMIR-MOTIVO-EMPRESA.
           MOVE TOT-EMP-MOT(INDICE-MOT) TO WS-FILA.
           IF WF-ALTAS > 0 OR WF-ACEPTADAS > 0 OR WF-RECHAZADAS > 0
               OR WF-ABIERTAS > 0
               MOVE MOT-DESCRIPCION(INDICE-MOT) TO DT-MOTIVO
               PERFORM IMPRIMIR-FILA
               PERFORM SUMAR-FILA-TOTAL
           END-IF.

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-PER-MM      TO E3-MM.
           MOVE WS-PER-AAAA    TO E3-AAAA.
           MOVE WS-COR-DD      TO E3-CORTE-DD.
           MOVE WS-COR-MM      TO E3-CORTE-MM.
           MOVE WS-COR-AAAA    TO E3-CORTE-AAAA.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO3.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           MOVE 4 TO LINEA.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "DISPUTAS LEIDAS:          " WS-CTL-LEIDOS.
           DISPLAY "SUCURSALES INFORMADAS:    " CANT-SUCURSALES.
           IF CANT-SIN-MOTIVO > 0
               DISPLAY "DISPUTAS CON MOTIVO INVALIDO: "
                   CANT-SIN-MOTIVO
           END-IF.

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
               MOVE "INFORME-DISPUTAS" TO CTL-PROGRAMA
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

       END PROGRAM INFORME-DISPUTAS.
