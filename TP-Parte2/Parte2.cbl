      *- Parte1A.cbl): porcentaje sobre la tarifa por anios de
      *- servicio cumplidos del profesor. Opcional: sin archivo no
      *- hay adicional, como siempre.
      *- TiposClase.dat, solo por el porcentaje que se paga de una
      *- clase cancelada tarde (TIP-PORC-CANCEL). Opcional: sin
      *- archivo una cancelacion tardia se valua en cero.
       SELECT TIPOSCLASE-FILE
           ASSIGN TO DISK "../files/in/TiposClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOSCLASE.

       SELECT ESCALA-ANTIG-FILE
           ASSIGN TO DISK "../files/in/EscalaAntiguedad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           03 TIM-HORAS        PIC 9(2)V99.
      *- "N" alta normal, "C" correccion/reverso, en magnitud (ver
      *- TP-Parte1/Parte1A.cbl): el signo se aplica aca al calcular
      *- el importe, para que la liquidacion lo descuente. "T" clase
      *- cancelada tarde: se valua al porcentaje de cancelacion.
           03 TIM-TIPO-NOV     PIC X(01).
              88 TIM-ES-CORRECCION         VALUE "C".
              88 TIM-ES-NORMAL             VALUE "N" SPACE.
              88 TIM-ES-CANCEL-TARDIA      VALUE "T".
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).


       FD PROFESORES-FILE
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).


       FD TARIFAS-FILE
           03 PAR-ORIGEN        PIC X(01).
              88 PAR-GENERADO-PARTICION    VALUE "P".

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

       FD ESCALA-ANTIG-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ESCALA-ANTIG.
      *- lector sepa que fechas cubre el renglon.
           03  AP-PERIODO-DESDE    PIC 9(08).
           03  AP-PERIODO-HASTA    PIC 9(08).
      *- Empresa que paga: la liquidacion la deja en blanco (sale de
      *- la sucursal, ver GENERAR-TRANSFERENCIAS).
           03  AP-EMPRESA          PIC X(02).
      *- Identificador de la corrida que genero el extracto, el mismo
      *- del detalle indexado: con el los programas que consumen la
      *- liquidacion saben si ya la procesaron (ver
      *- CONTROLAR-CONSUMO).
           03  AP-ID-CORRIDA       PIC X(16).

       FD DEVENGADO-FILE
           LABEL RECORD IS STANDARD.
      *- que genero el renglon.
           03 DET-PERIODO-DESDE         PIC 9(08).
           03 DET-PERIODO-HASTA         PIC 9(08).
      *- "N" normal, "C" correccion/reverso, "T" cancelacion tardia
      *- (importe ya reducido al porcentaje); horas e importe quedan
      *- en magnitud y el signo lo aplica el lector que conoce la
      *- bandera (facturacion, asientos), igual que en Times.dat.
           03 DET-TIPO-NOV              PIC X(01).
      *- Tipo de clase dictada, para que la facturacion aplique el
      *- recargo del convenio de la sucursal por tipo.
           03 DET-TIP-CLASE             PIC X(04).
      *- Identificador de la corrida (ver AP-ID-CORRIDA).
           03 DET-ID-CORRIDA            PIC X(16).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
           03  REG-ORD-IMPORTE              PIC S9(07)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03  REG-ORD-TIPO-NOV             PIC X(01).
           03  REG-ORD-TIP-CLASE            PIC X(04).


       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       77 SS-ORDEN       PIC XX.
       77 FS-TARIFAS-SUC PIC XX.
       77 FS-ESCALA-ANTIG PIC XX.
       77 FS-TIPOSCLASE   PIC XX.
       77 FS-LISTADO-SUC PIC XX.

      *- Estado por sucursal en emision: ruta, paginado propio y
       77 WS-AAAA-TIM        PIC 9(04)     VALUE 0.
       77 WS-AAAA-ALTA       PIC 9(04)     VALUE 0.

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
       77 PERD-PCA           PIC 9(07)     VALUE 0.
       77 WS-PORC-CANCEL     PIC 9(03)V99  VALUE 0.
       77 VIG-PCA-HALLADA    PIC 9(08)     VALUE 0.

      *- Resultado de VALIDAR-CUIT al chequear el rango de CUIT leido
      *- de Parametros.txt (ver LEER-PARAMETROS).
       77 CUIT-VALIDO    PIC X(01).
           03 E7-TOT-IMPORTE  PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X        VALUE " ".

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

      *- Catalogo de salidas (ver TP-Parte2/REGISTRAR-SALIDA.cbl):
      *- cada ListadoSucursal<COD>.txt se cataloga al cerrarlo, y el
      *- listado general solo en una corrida completa (en la pasada
      *- de una particion lo cataloga LIQUIDACION-PARTICIONADA despues
      *- de unir las salidas).
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

       01 PAR-IN.
           03  IN-OP                   PIC X(06).
           03  IN-CUIT                 PIC 9(11).
               05  SUC-TEL         PIC X(20).
               05  SUC-CUIT        PIC 9(11).
               05  SUC-ZONA        PIC X(02).
               05  SUC-EMPRESA     PIC X(02).

       78 CON-CANT-SUC-MAX  VALUE 200.

       77 WS-FECHA-CORRIDA  PIC 9(8)       VALUE 0.
       77 WS-CORRIDA-PARCIAL PIC X(1)      VALUE "N".
          88 CORRIDA-PARCIAL               VALUE "S".
      *- Identificador unico de esta liquidacion (fecha, hora y
      *- centesimas de arranque) que se estampa en el extracto de AP
      *- y en el detalle. Una pasada de LIQUIDACION-PARTICIONADA no
      *- registra su liquidacion: el driver estampa y registra la
      *- suya al unir las particiones.
       77 WS-ID-CORRIDA     PIC X(16)      VALUE SPACES.
       77 WS-PASADA-PARTICION PIC X(1)     VALUE "N".
          88 PASADA-PARTICION              VALUE "S".
       77 TARIFA-VIG        PIC 9(5)V99.
       77 OP                PIC X.

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

           PERFORM REGISTRAR-CONTROL-INICIO.
           PERFORM INICIALIZAR.
           PERFORM SORT-SECTION.
           IF NOT PASADA-PARTICION
               PERFORM REGISTRAR-LIQUIDACION
               PERFORM CATALOGAR-LISTADO-GENERAL
           END-IF.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: cuando corre como paso de
      *- CADENA-NOCTURNA debe devolver el control al driver.
               FECHA-AAAA OF FECHA-DE-HOY * 10000
               + FECHA-MM OF FECHA-DE-HOY * 100
               + FECHA-DD OF FECHA-DE-HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-ID-CORRIDA.
           DISPLAY "IDENTIFICADOR DE LA LIQUIDACION: " WS-ID-CORRIDA.

      *
      *     ENTRADA-SECTION
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TARIFAS-SUCURSAL.
           PERFORM CARGAR-ESCALA-ANTIGUEDAD.
           PERFORM CARGAR-PORC-CANCEL.
           PERFORM CARGAR-FERIADOS.
           PERFORM LEER-PARAMETROS.
           IF PAR-SUCURSAL IS EQUAL TO SPACES
           DISPLAY PAR-CUIT-DESDE PAR-CUIT-HASTA.

           IF PAR-GENERADO-PARTICION
               MOVE "S" TO WS-PASADA-PARTICION
               DISPLAY "RANGO GENERADO POR EL PARTICIONADOR, NO SE "
                   "VALIDA EL VERIFICADOR"
           ELSE
               TARIFA-EFECTIVA * (1 + WS-PORC-ANTIGUEDAD / 100).
           MULTIPLY TARIFA-EFECTIVA BY TIM-HORAS
           GIVING IMPORTE.
      *- Clase cancelada tarde por la sucursal: solo el porcentaje
      *- de cancelacion del tipo.
           IF TIM-ES-CANCEL-TARDIA
               PERFORM BUSCAR-PORC-CANCEL
               COMPUTE IMPORTE ROUNDED =
                   IMPORTE * WS-PORC-CANCEL / 100
           END-IF.
      *- Una correccion/reverso resta en vez de sumar, igual que en
      *- TP_PARTE_1A.
           IF TIM-ES-CORRECCION
               MOVE 0 TO WS-ANIOS-ANTIG
           END-IF.

      *- Sin TiposClase.dat no hay porcentaje de cancelacion. Las
      *- filas que no entran en la tabla se cuentan como perdidas
      *- para el informe de capacidad (ver REGISTRAR-OCUPACION).
       CARGAR-PORC-CANCEL.
           MOVE 0 TO CANT-PCA.
           OPEN INPUT TIPOSCLASE-FILE.
           IF FS-TIPOSCLASE IS EQUAL TO 00
               PERFORM LEER-TIPOSCLASE
               PERFORM GUARDAR-PORC-CANCEL
                   VARYING INDICE-PCA FROM 1 BY 1
                   UNTIL INDICE-PCA > CON-CANT-CANCEL-MAX
                   OR FS-TIPOSCLASE IS EQUAL TO 10
               PERFORM CONTAR-PORC-CANCEL-PERDIDO
                   UNTIL FS-TIPOSCLASE IS NOT EQUAL TO 00
               CLOSE TIPOSCLASE-FILE
               IF PERD-PCA > 0
                   DISPLAY "TABLA DE PORCENTAJES DE CANCELACION LLENA,"
                       " QUEDAN AFUERA " PERD-PCA
               END-IF
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

       CONTAR-PORC-CANCEL-PERDIDO.
           ADD 1 TO PERD-PCA.
           PERFORM LEER-TIPOSCLASE.

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "TP-PARTE2"            TO POC-PROGRAMA.
           MOVE "PORC. CANCELACION"    TO POC-TABLA.
           MOVE CANT-PCA               TO POC-USADOS.
           MOVE CON-CANT-CANCEL-MAX    TO POC-MAXIMO.
           MOVE PERD-PCA               TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

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

       CARGAR-ESCALA-ANTIGUEDAD.
           MOVE 0 TO CANT-ANTIGUEDAD.
           OPEN INPUT ESCALA-ANTIG-FILE.
           END-IF.
           MOVE IMPORTE TO REG-ORD-IMPORTE.
           MOVE TIM-TIPO-NOV TO REG-ORD-TIPO-NOV.
           MOVE TIM-TIP-CLASE TO REG-ORD-TIP-CLASE.

      *
      *     SALIDA-SECTION
               WRITE REG-LISTADO-SUC FROM TRAILER-SUC
               CLOSE LISTADO-SUC
               MOVE "N" TO WS-HAY-LISTADO-SUC
               PERFORM CATALOGAR-LISTADO-SUC
           END-IF.

      *- El estado de la sucursal queda como generacion numerada,
      *- para que DISTRIBUIR-SALIDAS lo entregue aunque la proxima
      *- corrida pise el archivo. Un error del catalogo solo avisa.
       CATALOGAR-LISTADO-SUC.
           MOVE "TP-PARTE2" TO SAL-PROGRAMA.
           MOVE "EST"       TO SAL-TIPO.
           MOVE SUC-SUCURSAL OF OUT-REG-SUCURSALES TO SAL-CLAVE.
           MOVE SPACES TO SAL-ARCHIVO.
           STRING "ListadoSucursal" DELIMITED BY SIZE
               SUC-SUCURSAL OF OUT-REG-SUCURSALES DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS NOT EQUAL TO "00"
               DISPLAY "AVISO: " SAL-ARCHIVO " NO CATALOGADO CR "
                   SAL-CR
           END-IF.

       CATALOGAR-LISTADO-GENERAL.
           MOVE "TP-PARTE2" TO SAL-PROGRAMA.
           MOVE "LST"       TO SAL-TIPO.
           MOVE SPACES      TO SAL-CLAVE.
           MOVE "ListadoSucursal.txt" TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS NOT EQUAL TO "00"
               DISPLAY "AVISO: " SAL-ARCHIVO " NO CATALOGADO CR "
                   SAL-CR
           END-IF.

      *- Arranca la acumulacion por profesor de esta sucursal en
           MOVE VEC-AP-TOT-IMPORTE(INDICE-AP) TO AP-TOT-IMPORTE.
           MOVE WS-PERIODO-DESDE TO AP-PERIODO-DESDE.
           MOVE WS-PERIODO-HASTA TO AP-PERIODO-HASTA.
           MOVE SPACES           TO AP-EMPRESA.
           MOVE WS-ID-CORRIDA    TO AP-ID-CORRIDA.
           WRITE REG-AP-EXTRACT.
           PERFORM GRABAR-DEVENGADO-HISTORICO.

           MOVE WS-PERIODO-DESDE TO DET-PERIODO-DESDE.
           MOVE WS-PERIODO-HASTA TO DET-PERIODO-HASTA.
           MOVE REG-ORD-TIPO-NOV TO DET-TIPO-NOV.
           MOVE REG-ORD-TIP-CLASE TO DET-TIP-CLASE.
           MOVE WS-ID-CORRIDA TO DET-ID-CORRIDA.
           WRITE REG-DETALLE-SUCURSAL.
           ADD 1 TO WS-CTL-GRABADOS.
           IF FS-DETALLE IS NOT EQUAL TO 00
                       TO VEC-AP-TOT-IMPORTE(INDICE-AP)
           END-SEARCH.

      *- Una clase cancelada tarde sale en su propio renglon, con la
      *- leyenda en lugar del nombre (el numero de profesor queda).
       PRINT-DATOS-FECHA.
           DISPLAY IMPORTE.
           IF FECHA-ANT <> ANT-FECHA
               MOVE ORD-FECHA-AAAA TO DT1-FECHA-AAAA
               MOVE REG-ORD-PROF-NUMERO TO DT1-PROF
               MOVE REG-ORD-PROF-NOMBRE TO DT1-NOMBRE
               IF REG-ORD-TIPO-NOV IS EQUAL TO "T"
                   MOVE "CANCELACION TARDIA" TO DT1-NOMBRE
               END-IF
               MOVE REG-ORD-HORAS TO DT1-HORAS
               MOVE REG-ORD-IMPORTE TO DT1-IMPORTE
               WRITE REG-LISTADO FROM DATOS-TABLA1
            ELSE
               MOVE REG-ORD-PROF-NUMERO TO DT2-PROF
               MOVE REG-ORD-PROF-NOMBRE TO DT2-NOMBRE
               IF REG-ORD-TIPO-NOV IS EQUAL TO "T"
                   MOVE "CANCELACION TARDIA" TO DT2-NOMBRE
               END-IF
               MOVE REG-ORD-HORAS TO DT2-HORAS
               MOVE REG-ORD-IMPORTE TO DT2-IMPORTE
               WRITE REG-LISTADO FROM DATOS-TABLA2
           MOVE WS-FHE-HORA  TO EXC-HORA.
           MOVE "P" TO EXC-ESTADO.

      *- La liquidacion queda registrada como generada recien cuando
      *- todas sus salidas estan escritas.
       REGISTRAR-LIQUIDACION.
           MOVE "GENERAR"     TO CSM-OP.
           MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA.
           MOVE "TP-PARTE2"   TO CSM-PROGRAMA.
           MOVE "N"           TO CSM-FORZADO.
           MOVE SPACES        TO CSM-OPERADOR.
           MOVE SPACES        TO CSM-MOTIVO.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.
