      *- en PAR-ORIGEN (ver LEER-PARAMETROS en TP-Parte2/Parte2.cbl).
      *- El devengado historico no se une: cada pasada ya agrego sus
      *- renglones, y los tramos son disjuntos por construccion.
      *- La liquidacion unida es UNA sola para quien la consume: al
      *- unir, el extracto y el detalle se reestampan con el
      *- identificador de corrida del driver (el de cada pasada queda
      *- solo en las copias por particion) y es ese el que se
      *- registra como generado (ver CONTROLAR-CONSUMO), siempre que
      *- los totales de control cuadren.
      *- El ListadoSucursal.txt unido se cataloga como generacion
      *- numerada (ver REGISTRAR-SALIDA) solo si cuadra; los estados
      *- por sucursal ya los catalogo cada pasada al cerrarlos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  AP-PERIODO-DESDE    PIC 9(08).
           03  AP-PERIODO-HASTA    PIC 9(08).
           03  AP-EMPRESA          PIC X(02).
           03  AP-ID-CORRIDA       PIC X(16).

       FD AP-PART
           LABEL RECORD IS STANDARD.
       01  REG-AP-PART                 PIC X(120).

       FD DETALLE-FINAL
           LABEL RECORD IS STANDARD.
           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
           03 DET-TIPO-NOV              PIC X(01).
           03 DET-TIP-CLASE             PIC X(04).
           03 DET-ID-CORRIDA            PIC X(16).

       FD DETALLE-PART
           LABEL RECORD IS STANDARD.
           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
           03 DET-TIPO-NOV              PIC X(01).
           03 DET-TIP-CLASE             PIC X(04).
           03 DET-ID-CORRIDA            PIC X(16).

       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       01 REG-CONTROL-CORRIDA.
       77 WS-PART-DESDE       PIC 9(11)   VALUE 0.
       77 WS-PART-HASTA       PIC 9(11)   VALUE 0.

      *- Identificador de la liquidacion unida.
       77 WS-ID-CORRIDA       PIC X(16)   VALUE SPACES.

       77 WS-ABORTADA         PIC X(01)   VALUE "N".
          88 CORRIDA-ABORTADA             VALUE "S".

           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

      *- Registro de consumos de la liquidacion (ver TP-Parte2/
      *- CONTROLAR-CONSUMO.cbl).
       01 PAR-CSM-IN.
           03 CSM-OP            PIC X(09).
           03 CSM-ID-CORRIDA    PIC X(16).
           03 CSM-PROGRAMA      PIC X(20).
           03 CSM-FORZADO       PIC X(01).
           03 CSM-OPERADOR      PIC X(10).
           03 CSM-MOTIVO        PIC X(40).
       01 PAR-CSM-OUT.
           03 CSM-CR            PIC X(02).
           03 CSM-CANT-CONSUMOS PIC 9(03).
           03 CSM-ULT-FECHA     PIC 9(08).
           03 CSM-ULT-HORA      PIC 9(06).
           03 CSM-AUTORIZADA    PIC X(01).
           03 CSM-AUT-OPERADOR  PIC X(10).
           03 CSM-AUT-MOTIVO    PIC X(40).

      *- Catalogo de salidas (ver TP-Parte2/REGISTRAR-SALIDA.cbl).
       01 PAR-SAL-IN.
           03 SAL-PROGRAMA      PIC X(20).
           03 SAL-TIPO          PIC X(03).
           03 SAL-CLAVE         PIC X(05).
           03 SAL-ARCHIVO       PIC X(30).
       01 PAR-SAL-OUT.
           03 SAL-CR            PIC X(02).
           03 SAL-GENERACION    PIC 9(04).
           03 SAL-CANTIDAD      PIC 9(07).
           03 SAL-HASH          PIC 9(12).

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-ID-CORRIDA.
           PERFORM CARGAR-CANT-PARTICIONES.
           PERFORM LEER-PARAMETROS-ORIGINALES.
           PERFORM CALCULAR-TAMANIO-TRAMO.
               MOVE "A" TO WS-ESTADO-CORRIDA
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ESTADO-CORRIDA IS EQUAL TO "N"
               PERFORM REGISTRAR-LIQUIDACION
               PERFORM CATALOGAR-LISTADO-UNIDO
           END-IF.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

       CATALOGAR-LISTADO-UNIDO.
           MOVE "LIQ-PARTICIONADA" TO SAL-PROGRAMA.
           MOVE "LST"       TO SAL-TIPO.
           MOVE SPACES      TO SAL-CLAVE.
           MOVE "ListadoSucursal.txt" TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS NOT EQUAL TO "00"
               DISPLAY "AVISO: " SAL-ARCHIVO " NO CATALOGADO CR "
                   SAL-CR
           END-IF.

      *- ParticionesLiquidacion.txt es opcional; sin archivo (o con
      *- basura) se corre una unica pasada, como siempre.
       CARGAR-CANT-PARTICIONES.

       UNIR-REG-AP.
           MOVE REG-AP-PART TO REG-AP-FINAL.
           MOVE WS-ID-CORRIDA TO AP-ID-CORRIDA.
           ADD AP-TOT-HORAS   TO TOT-UNIDO-HORAS.
           ADD AP-TOT-IMPORTE TO TOT-UNIDO-IMPORTE.
           WRITE REG-AP-FINAL.

       UNIR-REG-DETALLE.
           MOVE REG-DETALLE-PART TO REG-DETALLE-FINAL.
           MOVE WS-ID-CORRIDA TO DET-ID-CORRIDA OF REG-DETALLE-FINAL.
           WRITE REG-DETALLE-FINAL.
           IF FS-DETALLE-FINAL IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR DETALLE UNIDO FS: "
           ADD VEC-TP-HORAS(WS-PART)   TO TOT-PART-HORAS.
           ADD VEC-TP-IMPORTE(WS-PART) TO TOT-PART-IMPORTE.

       REGISTRAR-LIQUIDACION.
           DISPLAY "IDENTIFICADOR DE LA LIQUIDACION: " WS-ID-CORRIDA.
           MOVE "GENERAR"     TO CSM-OP.
           MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA.
           MOVE "LIQ-PARTICIONADA" TO CSM-PROGRAMA.
           MOVE "N"           TO CSM-FORZADO.
           MOVE SPACES        TO CSM-OPERADOR.
           MOVE SPACES        TO CSM-MOTIVO.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.
