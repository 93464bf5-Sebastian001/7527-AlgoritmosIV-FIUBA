       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACION-SUELDOS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Declaracion mensual de sueldos para la AFIP (Libro de
      *- Sueldos Digital y nomina del F.931): toma el mes pedido de
      *- los recibos ya liquidados (bruto de DevengadoHistorico.dat,
      *- adicional por horas extra y retenciones de
      *- DeduccionesHistorico.dat, igual que CERTIFICADO-ANUAL) y por
      *- cada profesor en relacion de dependencia calcula las
      *- contribuciones patronales por concepto segun
      *- ContribucionesPatronales.dat (alicuotas con vigencia-desde,
      *- como Retenciones.dat). Cada empleado se identifica por su
      *- CUIL, armado desde PROF-DNI (ver ARMAR-CUIL). Los
      *- monotributistas (PROF-COND-FISCAL "M") facturan y no se
      *- declaran.
      *-
      *- Deja tres salidas:
      *-   LibroSueldosDigital.txt  registros 01 (cabecera), 02
      *-                            (empleado), 03 (conceptos del
      *-                            recibo) y 04 (bases y totales),
      *-                            ancho fijo, para importar en el
      *-                            aplicativo.
      *-   F931Nomina.txt           un renglon por CUIL con
      *-                            remuneracion, aportes y
      *-                            contribuciones.
      *-   ControlDeclaracion.txt   resumen de control: el bruto del
      *-                            mes contra el debe del asiento
      *-                            (AsientosContables.dat), las
      *-                            retenciones y las contribuciones
      *-                            por concepto. Si el bruto no
      *-                            cierra con el asiento sale con
      *-                            RETURN-CODE 4.
      *-
      *- DeclaracionSueldos.txt trae el CUIT del empleador y el
      *- periodo (AAAAMM; en cero, el mes anterior a la fecha). Sin
      *- archivo o con CUIT invalido no se genera nada: la AFIP
      *- rechaza la presentacion entera.
      *-
      *- El CUIL se arma con prefijo 20 (el maestro no guarda el
      *- sexo); cuando el verificador da 10 pasa a 23 con digito 9,
      *- como asigna la ANSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/DeclaracionSueldos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT CONTRIBUCIONES-FILE
           ASSIGN TO DISK "../files/in/ContribucionesPatronales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTRIBUCIONES.

       SELECT DEVENGADO-FILE
           ASSIGN TO DISK "../files/out/DevengadoHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVENGADO.

       SELECT DEDUCCIONESHIST-FILE
           ASSIGN TO DISK "../files/out/DeduccionesHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEDUCCIONESHIST.

       SELECT ASIENTOS-FILE
           ASSIGN TO DISK "../files/out/AsientosContables.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT LSD-FILE
           ASSIGN TO DISK "../files/out/LibroSueldosDigital.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LSD.

       SELECT F931-FILE
           ASSIGN TO DISK "../files/out/F931Nomina.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-F931.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/ControlDeclaracion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE LABEL RECORD OMITTED.
       01 REG-PARAMETROS.
           03 PAR-CUIT-EMPLEADOR    PIC 9(11).
           03 PAR-PERIODO           PIC 9(06).

      *- Una fila por concepto y vigencia; para el periodo rige, por
      *- concepto, la de vigencia-desde mas reciente que no lo pase.
       FD CONTRIBUCIONES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CONTRIBUCIONES.
           03 CPA-VIG-DES           PIC 9(08).
           03 CPA-CONCEPTO          PIC X(20).
           03 CPA-PORC              PIC 9(02)V99.

       FD DEVENGADO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DEVENGADO.
           03  DEV-FECHA-CORRIDA   PIC 9(08).
           03  DEV-RAZON           PIC X(25).
           03  DEV-CUIT            PIC 9(11).
           03  DEV-PROF-NUMERO     PIC X(05).
           03  DEV-PROF-NOMBRE     PIC X(25).
           03  DEV-TOT-HORAS       PIC S9(05)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  DEV-TOT-IMPORTE     PIC S9(09)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  DEV-PERIODO-DESDE   PIC 9(08).
           03  DEV-PERIODO-HASTA   PIC 9(08).

       FD DEDUCCIONESHIST-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DEDUCCIONESHIST.
           03 DHI-FECHA-CORRIDA PIC 9(08).
           03 DHI-PROF-NUMERO   PIC X(05).
           03 DHI-CONCEPTO.
               05 DHI-CONC-MARCA    PIC X(08).
               05 FILLER            PIC X(12).
           03 DHI-PORC          PIC 9(02)V99.
           03 DHI-IMPORTE       PIC 9(08)V99.
           03 DHI-EMPRESA       PIC X(02).

       FD ASIENTOS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-ASIENTO.
           03 ASI-LOTE          PIC 9(06).
           03 ASI-FECHA         PIC 9(08).
           03 ASI-TIPO          PIC X(01).
              88 ASI-ES-DEBE               VALUE "D".
           03 ASI-CUENTA        PIC X(30).
           03 ASI-CUIT          PIC 9(11).
           03 ASI-IMPORTE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 ASI-EMPRESA       PIC X(02).

       FD PROFESORES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PROFESORES.
           03  PROF-NUMERO     PIC X(05).
           03  PROF-DNI        PIC 9(08).
           03  PROF-NOMBRE     PIC X(25).
           03  PROF-DIRE       PIC X(20).
           03  PROF-TEL        PIC X(20).
           03  PROF-CBU        PIC X(22).
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
           03  PROF-COND-FISCAL PIC X(01).
              88 PROF-MONOTRIBUTO          VALUE "M".

       FD LSD-FILE
           LABEL RECORD IS STANDARD.
       01  REG-LSD                 PIC X(120).

       FD F931-FILE
           LABEL RECORD IS STANDARD.
       01  REG-F931.
           03 F931-PERIODO         PIC 9(06).
           03 F931-CUIL            PIC 9(11).
           03 F931-NOMBRE          PIC X(25).
           03 F931-REMUNERACION    PIC 9(13)V99.
           03 F931-APORTES         PIC 9(13)V99.
           03 F931-CONTRIBUCIONES  PIC 9(13)V99.

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01  REG-LISTADO         PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETROS       PIC XX.
       77 FS-CONTRIBUCIONES   PIC XX.
       77 FS-DEVENGADO        PIC XX.
       77 FS-DEDUCCIONESHIST  PIC XX.
       77 FS-ASIENTOS         PIC XX.
       77 FS-PROFESORES       PIC XX.
       77 FS-LSD              PIC XX.
       77 FS-F931             PIC XX.
       77 FS-LISTADO          PIC XX.

       77 WS-CUIT-EMPLEADOR   PIC 9(11)   VALUE 0.
       77 WS-CUIT-VALIDO      PIC X(01)   VALUE "N".
       01 WS-PERIODO          PIC 9(06)   VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-AAAA     PIC 9(04).
           03 WS-PER-MM       PIC 9(02).
      *- Ultimo dia posible del periodo, para elegir vigencias.
       77 WS-FECHA-TOPE       PIC 9(08)   VALUE 0.

      *- Alicuotas patronales leidas, y las que rigen en el periodo
      *- (una por concepto).
       78 CON-CANT-CPA-MAX    VALUE 100.
       01 VEC-CONTRIBUCIONES.
           03 VEC-CPA-ELM
               OCCURS CON-CANT-CPA-MAX TIMES
               INDEXED BY INDICE-CPA.
               05 VEC-CPA-VIG         PIC 9(08).
               05 VEC-CPA-CONCEPTO    PIC X(20).
               05 VEC-CPA-PORC        PIC 9(02)V99.
       77 CANT-CPA            PIC 999     VALUE 0.

       78 CON-CANT-CPV-MAX    VALUE 20.
       01 VEC-VIGENTES.
           03 VEC-CPV-ELM
               OCCURS CON-CANT-CPV-MAX TIMES
               INDEXED BY INDICE-CPV.
               05 VEC-CPV-VIG         PIC 9(08).
               05 VEC-CPV-CONCEPTO    PIC X(20).
               05 VEC-CPV-PORC        PIC 9(02)V99.
       77 CANT-CPV            PIC 99      VALUE 0.
       77 IND-CPV-HALLADO     PIC 99      VALUE 0.

      *- Una fila por profesor con recibo en el mes: bruto, adicional
      *- por horas extra y cada descuento del recibo. VEC-EMP-TIPO
      *- "R" retencion de ley (aporte), "O" otro descuento (embargo,
      *- adelanto). VEC-EMP-ESTADO "D" se declara, "M" monotributo,
      *- "S" sin maestro o sin DNI, "C" sin remuneracion.
       78 CON-CANT-EMP-MAX    VALUE 500.
       78 CON-CANT-DESC-MAX   VALUE 12.
       01 VEC-EMPLEADOS.
           03 VEC-EMP-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-EMP.
               05 VEC-EMP-NUMERO      PIC X(05).
               05 VEC-EMP-NOMBRE      PIC X(25).
               05 VEC-EMP-CUIL        PIC 9(11).
               05 VEC-EMP-CBU         PIC X(22).
               05 VEC-EMP-ESTADO      PIC X(01).
               05 VEC-EMP-BRUTO       PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               05 VEC-EMP-HS-EXTRA    PIC 9(10)V99.
               05 VEC-EMP-APORTES     PIC 9(10)V99.
               05 VEC-EMP-OTROS       PIC 9(10)V99.
               05 VEC-EMP-CONTRIB     PIC 9(10)V99.
               05 VEC-EMP-DESC
                   OCCURS CON-CANT-DESC-MAX TIMES.
                   07 VEC-ED-CONCEPTO PIC X(20).
                   07 VEC-ED-TIPO     PIC X(01).
                   07 VEC-ED-IMPORTE  PIC 9(10)V99.
               05 VEC-EMP-CANT-DESC   PIC 99.

       77 CANT-EMP            PIC 999     VALUE 0.
       77 IND-EMP-HALLADO     PIC 999     VALUE 0.
       77 IND-DESC-HALLADO    PIC 99      VALUE 0.
       77 WS-J                PIC 99      VALUE 0.
       77 WS-PROF-ACTUAL      PIC X(05)   VALUE SPACES.
       77 WS-NOMBRE-ACTUAL    PIC X(25)   VALUE SPACES.
       77 WS-TIPO-DESC        PIC X(01)   VALUE SPACE.

      *- Totales por concepto para el control: retenciones ("R"),
      *- otros descuentos ("O") y contribuciones ("C").
       78 CON-CANT-TOT-MAX    VALUE 40.
       01 VEC-TOTALES.
           03 VEC-TOT-ELM
               OCCURS CON-CANT-TOT-MAX TIMES
               INDEXED BY INDICE-TOT.
               05 VEC-TOT-CONCEPTO    PIC X(20).
               05 VEC-TOT-TIPO        PIC X(01).
               05 VEC-TOT-PORC        PIC 9(02)V99.
               05 VEC-TOT-IMPORTE     PIC 9(12)V99.
       77 CANT-TOT            PIC 99      VALUE 0.
       77 IND-TOT-HALLADO     PIC 99      VALUE 0.
       77 WS-TOT-CONCEPTO     PIC X(20)   VALUE SPACES.
       77 WS-TOT-TIPO         PIC X(01)   VALUE SPACE.
       77 WS-TOT-PORC         PIC 9(02)V99 VALUE 0.
       77 WS-TOT-IMPORTE      PIC 9(10)V99 VALUE 0.

       77 WS-REMUNERACION     PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-CONTRIBUCION     PIC 9(10)V99  VALUE 0.

       77 TOT-DEVENGADO       PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-HS-EXTRA        PIC 9(12)V99  VALUE 0.
       77 TOT-ASI-DEBE        PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-DIFERENCIA      PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-REMUNERACION    PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-APORTES         PIC 9(12)V99  VALUE 0.
       77 TOT-OTROS           PIC 9(12)V99  VALUE 0.
       77 TOT-CONTRIB         PIC 9(12)V99  VALUE 0.
       77 TOT-NO-DECLARADO    PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 TOT-COSTO           PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 CANT-DECLARADOS     PIC 9(05)     VALUE 0.
       77 CANT-MONOTRIBUTO    PIC 9(05)     VALUE 0.
       77 CANT-SIN-MAESTRO    PIC 9(05)     VALUE 0.
       77 CANT-SIN-REMUN      PIC 9(05)     VALUE 0.
       77 CANT-RENGLONES-ASI  PIC 9(05)     VALUE 0.
       77 CANT-REG-LSD        PIC 9(06)     VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 FECHA-NUMERICA REDEFINES FECHA-DE-HOY PIC 9(8).

      *- CUIL: prefijo, DNI y verificador modulo 11 con los pesos de
      *- VALIDAR-CUIT.
       01 WS-CUIL              PIC 9(11)   VALUE 0.
       01 WS-CUIL-R REDEFINES WS-CUIL.
           03 WS-CUIL-PREFIJO  PIC 9(02).
           03 WS-CUIL-DNI      PIC 9(08).
           03 WS-CUIL-DV       PIC 9(01).
       01 WS-CUIL-D REDEFINES WS-CUIL.
           03 WS-CUIL-DIGITO   PIC 9(01)   OCCURS 11 TIMES.
       01 WS-PESOS             PIC 9(10)   VALUE 5432765432.
       01 WS-PESOS-R REDEFINES WS-PESOS.
           03 WS-PESO          PIC 9(01)   OCCURS 10 TIMES.
       77 WS-I                 PIC 99      VALUE 0.
       77 WS-SUMA              PIC 9(04)   VALUE 0.
       77 WS-COCIENTE          PIC 9(04)   VALUE 0.
       77 WS-RESTO             PIC 9(02)   VALUE 0.
       77 WS-VERIFICADOR       PIC 9(02)   VALUE 0.

      *- Registros del Libro de Sueldos Digital.
       01 LSD-CABECERA.
           03 FILLER            PIC X(02)   VALUE "01".
           03 LSD1-CUIT         PIC 9(11).
           03 FILLER            PIC X(02)   VALUE "SJ".
           03 LSD1-PERIODO      PIC 9(06).
      *- "M" liquidacion mensual, numero de liquidacion 1 y 30 dias
      *- base.
           03 FILLER            PIC X(01)   VALUE "M".
           03 FILLER            PIC 9(05)   VALUE 1.
           03 FILLER            PIC 9(02)   VALUE 30.
           03 LSD1-CANT-EMP     PIC 9(06).
           03 FILLER            PIC X(85)   VALUE SPACES.

       01 LSD-EMPLEADO.
           03 FILLER            PIC X(02)   VALUE "02".
           03 LSD2-CUIL         PIC 9(11).
           03 LSD2-LEGAJO       PIC X(10).
           03 LSD2-CBU          PIC X(22).
           03 LSD2-DIAS         PIC 9(03)   VALUE 30.
           03 LSD2-FECHA-PAGO   PIC 9(08).
      *- Forma de pago "3": acreditacion en cuenta.
           03 FILLER            PIC X(01)   VALUE "3".
           03 FILLER            PIC X(63)   VALUE SPACES.

       01 LSD-CONCEPTO.
           03 FILLER            PIC X(02)   VALUE "03".
           03 LSD3-CUIL         PIC 9(11).
           03 LSD3-CODIGO       PIC X(20).
           03 LSD3-CANTIDAD     PIC 9(05)   VALUE 0.
           03 LSD3-UNIDAD       PIC X(01)   VALUE SPACE.
           03 LSD3-IMPORTE      PIC 9(13)V99.
      *- "C" haber, "D" descuento.
           03 LSD3-INDICADOR    PIC X(01).
           03 LSD3-PERIODO-AJ   PIC 9(06)   VALUE 0.
           03 FILLER            PIC X(59)   VALUE SPACES.

       01 LSD-BASES.
           03 FILLER            PIC X(02)   VALUE "04".
           03 LSD4-CUIL         PIC 9(11).
           03 LSD4-REMUNERACION PIC 9(13)V99.
           03 LSD4-BASE-APORTES PIC 9(13)V99.
           03 LSD4-BASE-CONTRIB PIC 9(13)V99.
           03 LSD4-APORTES      PIC 9(13)V99.
           03 LSD4-CONTRIB      PIC 9(13)V99.
           03 FILLER            PIC X(32)   VALUE SPACES.

      *- Resumen de control.
       01 ENCABEZADO1.
           03 FILLER PIC X(32) VALUE
              "Control declaracion de sueldos  ".
           03 E1-PERIODO-MM    PIC 9(2).
           03 FILLER PIC X     VALUE "/".
           03 E1-PERIODO-AAAA  PIC 9(4).
           03 FILLER PIC X(15) VALUE "  CUIT emplead.".
           03 FILLER PIC X     VALUE SPACE.
           03 E1-CUIT          PIC 9(11).
           03 FILLER PIC X(14) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".

       01 LINEA-TITULO.
           03 LT-TITULO        PIC X(80).

       01 LINEA-IMPORTE.
           03 LI-DESCRIPCION   PIC X(50).
           03 LI-IMPORTE       PIC -ZZZZZZZZZZZ9,99.
           03 FILLER           PIC X(14)   VALUE SPACES.

       01 LINEA-CANTIDAD.
           03 LC-DESCRIPCION   PIC X(50).
           03 FILLER           PIC X(11)   VALUE SPACES.
           03 LC-CANTIDAD      PIC ZZZZ9.
           03 FILLER           PIC X(14)   VALUE SPACES.

       01 LINEA-CONCEPTO.
           03 FILLER           PIC X(03)   VALUE SPACES.
           03 LCO-CONCEPTO     PIC X(20).
           03 FILLER           PIC X(03)   VALUE SPACES.
           03 LCO-PORC         PIC Z9,99.
           03 FILLER           PIC X(19)   VALUE SPACES.
           03 LCO-IMPORTE      PIC -ZZZZZZZZZZZ9,99.
           03 FILLER           PIC X(14)   VALUE SPACES.

       01 LINEA-NO-CIERRA.
           03 FILLER           PIC X(80)   VALUE
              "*** EL BRUTO DEL PERIODO NO CIERRA CON EL ASIENTO ***".

       PROCEDURE DIVISION.

           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-CONTRIBUCIONES.
           PERFORM ACUMULAR-DEVENGADO.
           PERFORM ACUMULAR-DEDUCCIONES.
           PERFORM ACUMULAR-ASIENTO.
           PERFORM COMPLETAR-EMPLEADOS.
           PERFORM ABRIR-SALIDAS.
           PERFORM EMITIR-LIBRO-SUELDOS.
           PERFORM EMITIR-CONTROL.
           PERFORM CERRAR-SALIDAS.
           DISPLAY "EMPLEADOS DECLARADOS: " CANT-DECLARADOS
               "  MONOTRIBUTISTAS: " CANT-MONOTRIBUTO
               "  SIN MAESTRO: " CANT-SIN-MAESTRO.
           DISPLAY "REMUNERACION: " TOT-REMUNERACION
               "  APORTES: " TOT-APORTES
               "  CONTRIBUCIONES: " TOT-CONTRIB.
           IF TOT-DIFERENCIA IS NOT EQUAL TO 0
               DISPLAY "EL BRUTO NO CIERRA CON EL ASIENTO, DIFERENCIA "
                   TOT-DIFERENCIA
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *- Sin CUIT de empleador valido la presentacion no sirve: se
      *- corta antes de escribir nada.
       CARGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           IF HOY-MM IS EQUAL TO 1
               COMPUTE WS-PERIODO = (HOY-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO = HOY-AAAA * 100 + HOY-MM - 1
           END-IF.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO DECLARACIONSUELDOS.TXT, NO SE "
                   "GENERA LA DECLARACION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               AND PAR-CUIT-EMPLEADOR IS NUMERIC
               MOVE PAR-CUIT-EMPLEADOR TO WS-CUIT-EMPLEADOR
               CALL "VALIDAR-CUIT" USING WS-CUIT-EMPLEADOR,
                   WS-CUIT-VALIDO
               IF PAR-PERIODO IS NUMERIC
                   AND PAR-PERIODO IS NOT EQUAL TO 0
                   MOVE PAR-PERIODO TO WS-PERIODO
               END-IF
           END-IF.
           CLOSE PARAMETROS-FILE.
           IF WS-CUIT-VALIDO IS NOT EQUAL TO "S"
               DISPLAY "CUIT DEL EMPLEADOR INVALIDO EN "
                   "DECLARACIONSUELDOS.TXT, NO SE GENERA LA DECLARACION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-FECHA-TOPE = WS-PERIODO * 100 + 31.
           DISPLAY "DECLARACION DE SUELDOS DEL PERIODO " WS-PERIODO.

      *- ContribucionesPatronales.dat es opcional: sin archivo se
      *- declara igual, con contribuciones en cero, y se avisa.
       CARGAR-CONTRIBUCIONES.
           OPEN INPUT CONTRIBUCIONES-FILE.
           IF FS-CONTRIBUCIONES IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO CONTRIBUCIONESPATRONALES.DAT, "
                   "SE DECLARA SIN CONTRIBUCIONES"
           ELSE
               PERFORM LEER-CONTRIBUCION
               PERFORM GUARDAR-CONTRIBUCION
                   VARYING INDICE-CPA FROM 1 BY 1
                   UNTIL INDICE-CPA > CON-CANT-CPA-MAX
                   OR FS-CONTRIBUCIONES IS EQUAL TO 10
               CLOSE CONTRIBUCIONES-FILE
               PERFORM EVALUAR-CONTRIBUCION
                   VARYING INDICE-CPA FROM 1 BY 1
                   UNTIL INDICE-CPA > CANT-CPA
           END-IF.

       LEER-CONTRIBUCION.
           READ CONTRIBUCIONES-FILE.
           IF FS-CONTRIBUCIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONTRIBUCIONES FS: "
                   FS-CONTRIBUCIONES
           END-IF.

       GUARDAR-CONTRIBUCION.
           MOVE CPA-VIG-DES  TO VEC-CPA-VIG(INDICE-CPA).
           MOVE CPA-CONCEPTO TO VEC-CPA-CONCEPTO(INDICE-CPA).
           MOVE CPA-PORC     TO VEC-CPA-PORC(INDICE-CPA).
           SET CANT-CPA TO INDICE-CPA.
           PERFORM LEER-CONTRIBUCION.

      *- Por concepto queda la alicuota de vigencia mas reciente que
      *- no pase el ultimo dia del periodo.
       EVALUAR-CONTRIBUCION.
           IF VEC-CPA-VIG(INDICE-CPA) <= WS-FECHA-TOPE
               PERFORM BUSCAR-VIGENTE
               IF IND-CPV-HALLADO = 0
                   IF CANT-CPV < CON-CANT-CPV-MAX
                       ADD 1 TO CANT-CPV
                       MOVE CANT-CPV TO IND-CPV-HALLADO
                       PERFORM PISAR-VIGENTE
                   ELSE
                       DISPLAY "TABLA DE CONTRIBUCIONES LLENA, SE "
                           "PIERDE " VEC-CPA-CONCEPTO(INDICE-CPA)
                   END-IF
               ELSE
                   IF VEC-CPA-VIG(INDICE-CPA) >
                           VEC-CPV-VIG(IND-CPV-HALLADO)
                       PERFORM PISAR-VIGENTE
                   END-IF
               END-IF
           END-IF.

       BUSCAR-VIGENTE.
           MOVE 0 TO IND-CPV-HALLADO.
           PERFORM VARYING INDICE-CPV FROM 1 BY 1
               UNTIL INDICE-CPV > CANT-CPV
               IF VEC-CPV-CONCEPTO(INDICE-CPV) IS EQUAL
                   TO VEC-CPA-CONCEPTO(INDICE-CPA)
                   SET IND-CPV-HALLADO TO INDICE-CPV
               END-IF
           END-PERFORM.

       PISAR-VIGENTE.
           MOVE VEC-CPA-VIG(INDICE-CPA)
               TO VEC-CPV-VIG(IND-CPV-HALLADO).
           MOVE VEC-CPA-CONCEPTO(INDICE-CPA)
               TO VEC-CPV-CONCEPTO(IND-CPV-HALLADO).
           MOVE VEC-CPA-PORC(INDICE-CPA)
               TO VEC-CPV-PORC(IND-CPV-HALLADO).

       ACUMULAR-DEVENGADO.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEVENGADO FS: " FS-DEVENGADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-DEVENGADO.
           PERFORM SUMAR-RENGLON-DEVENGADO UNTIL FS-DEVENGADO = 10.
           CLOSE DEVENGADO-FILE.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

       SUMAR-RENGLON-DEVENGADO.
           IF DEV-FECHA-CORRIDA(1:6) IS EQUAL TO WS-PERIODO
               ADD DEV-TOT-IMPORTE TO TOT-DEVENGADO
               MOVE DEV-PROF-NUMERO TO WS-PROF-ACTUAL
               MOVE DEV-PROF-NOMBRE TO WS-NOMBRE-ACTUAL
               PERFORM BUSCAR-FILA-EMP
               IF IND-EMP-HALLADO > 0
                   ADD DEV-TOT-IMPORTE
                       TO VEC-EMP-BRUTO(IND-EMP-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-DEVENGADO.

      *- Devuelve en IND-EMP-HALLADO la fila del profesor,
      *- abriendola en blanco si es la primera vez que aparece.
       BUSCAR-FILA-EMP.
           MOVE 0 TO IND-EMP-HALLADO.
           PERFORM VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMP
               IF VEC-EMP-NUMERO(INDICE-EMP) IS EQUAL
                   TO WS-PROF-ACTUAL
                   SET IND-EMP-HALLADO TO INDICE-EMP
               END-IF
           END-PERFORM.
           IF IND-EMP-HALLADO = 0
               IF CANT-EMP < CON-CANT-EMP-MAX
                   ADD 1 TO CANT-EMP
                   SET IND-EMP-HALLADO TO CANT-EMP
                   INITIALIZE VEC-EMP-ELM(IND-EMP-HALLADO)
                   MOVE WS-PROF-ACTUAL
                       TO VEC-EMP-NUMERO(IND-EMP-HALLADO)
                   MOVE WS-NOMBRE-ACTUAL
                       TO VEC-EMP-NOMBRE(IND-EMP-HALLADO)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE PIERDE "
                       WS-PROF-ACTUAL
               END-IF
           END-IF.

      *- DeduccionesHistorico.dat puede no existir (ninguna corrida
      *- con retenciones): se declara solo el bruto.
       ACUMULAR-DEDUCCIONES.
           OPEN INPUT DEDUCCIONESHIST-FILE.
           IF FS-DEDUCCIONESHIST IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO DEDUCCIONESHISTORICO.DAT, "
                   "SE DECLARA SIN RETENCIONES"
           ELSE
               PERFORM LEER-DEDUCCION
               PERFORM SUMAR-DEDUCCION UNTIL FS-DEDUCCIONESHIST = 10
               CLOSE DEDUCCIONESHIST-FILE
           END-IF.

       LEER-DEDUCCION.
           READ DEDUCCIONESHIST-FILE.
           IF FS-DEDUCCIONESHIST IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEDUCCIONESHIST FS: "
                   FS-DEDUCCIONESHIST
           END-IF.

      *- El adicional por horas extra es haber; embargos y adelantos
      *- son descuentos del recibo pero no aportes; el resto son las
      *- retenciones de ley de Retenciones.dat.
       SUMAR-DEDUCCION.
           IF DHI-FECHA-CORRIDA(1:6) IS EQUAL TO WS-PERIODO
               MOVE DHI-PROF-NUMERO TO WS-PROF-ACTUAL
               MOVE SPACES          TO WS-NOMBRE-ACTUAL
               PERFORM BUSCAR-FILA-EMP
               IF IND-EMP-HALLADO > 0
                   IF DHI-CONCEPTO IS EQUAL TO "ADICIONAL HS EXTRA"
                       ADD DHI-IMPORTE
                           TO VEC-EMP-HS-EXTRA(IND-EMP-HALLADO)
                       ADD DHI-IMPORTE TO TOT-HS-EXTRA
                   ELSE
                       IF DHI-CONC-MARCA IS EQUAL TO "EMBARGO "
                           OR DHI-CONCEPTO IS EQUAL TO "ADELANTO"
                           MOVE "O" TO WS-TIPO-DESC
                           ADD DHI-IMPORTE
                               TO VEC-EMP-OTROS(IND-EMP-HALLADO)
                       ELSE
                           MOVE "R" TO WS-TIPO-DESC
                           ADD DHI-IMPORTE
                               TO VEC-EMP-APORTES(IND-EMP-HALLADO)
                       END-IF
                       PERFORM SUMAR-DESCUENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-DEDUCCION.

       SUMAR-DESCUENTO.
           MOVE 0 TO IND-DESC-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > VEC-EMP-CANT-DESC(IND-EMP-HALLADO)
               IF VEC-ED-CONCEPTO(IND-EMP-HALLADO, WS-J) IS EQUAL
                   TO DHI-CONCEPTO
                   MOVE WS-J TO IND-DESC-HALLADO
               END-IF
           END-PERFORM.
           IF IND-DESC-HALLADO = 0
               IF VEC-EMP-CANT-DESC(IND-EMP-HALLADO)
                   < CON-CANT-DESC-MAX
                   ADD 1 TO VEC-EMP-CANT-DESC(IND-EMP-HALLADO)
                   MOVE VEC-EMP-CANT-DESC(IND-EMP-HALLADO)
                       TO IND-DESC-HALLADO
                   MOVE DHI-CONCEPTO TO
                       VEC-ED-CONCEPTO(IND-EMP-HALLADO,
                           IND-DESC-HALLADO)
                   MOVE WS-TIPO-DESC TO
                       VEC-ED-TIPO(IND-EMP-HALLADO, IND-DESC-HALLADO)
                   MOVE 0 TO
                       VEC-ED-IMPORTE(IND-EMP-HALLADO,
                           IND-DESC-HALLADO)
               ELSE
                   DISPLAY "DEMASIADOS DESCUENTOS PARA "
                       WS-PROF-ACTUAL ", SE PIERDE " DHI-CONCEPTO
               END-IF
           END-IF.
           IF IND-DESC-HALLADO > 0
               ADD DHI-IMPORTE TO
                   VEC-ED-IMPORTE(IND-EMP-HALLADO, IND-DESC-HALLADO)
           END-IF.

      *- Debe del asiento del periodo (gasto docente por sucursal,
      *- ver ASIENTOS-CONTABLES): tiene que igualar al devengado.
      *- Sin archivo la diferencia es todo el devengado.
       ACUMULAR-ASIENTO.
           OPEN INPUT ASIENTOS-FILE.
           IF FS-ASIENTOS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO ASIENTOSCONTABLES.DAT, EL "
                   "CONTROL CONTRA EL ASIENTO QUEDA EN CERO"
           ELSE
               PERFORM LEER-ASIENTO
               PERFORM SUMAR-ASIENTO UNTIL FS-ASIENTOS = 10
               CLOSE ASIENTOS-FILE
           END-IF.

       LEER-ASIENTO.
           READ ASIENTOS-FILE.
           IF FS-ASIENTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ASIENTOS FS: " FS-ASIENTOS
           END-IF.

       SUMAR-ASIENTO.
           IF ASI-FECHA(1:6) IS EQUAL TO WS-PERIODO
               AND ASI-ES-DEBE
               ADD ASI-IMPORTE TO TOT-ASI-DEBE
               ADD 1 TO CANT-RENGLONES-ASI
           END-IF.
           PERFORM LEER-ASIENTO.

      *- Cruza cada fila con el maestro (DNI, CBU, condicion fiscal),
      *- decide si se declara y le calcula las contribuciones.
       COMPLETAR-EMPLEADOS.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPLETAR-EMPLEADO
               VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMP.
           CLOSE PROFESORES-FILE.

       COMPLETAR-EMPLEADO.
           COMPUTE WS-REMUNERACION = VEC-EMP-BRUTO(INDICE-EMP)
               + VEC-EMP-HS-EXTRA(INDICE-EMP).
           MOVE VEC-EMP-NUMERO(INDICE-EMP) TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               OR PROF-DNI IS NOT NUMERIC
               OR PROF-DNI IS EQUAL TO 0
               MOVE "S" TO VEC-EMP-ESTADO(INDICE-EMP)
               ADD 1 TO CANT-SIN-MAESTRO
               ADD WS-REMUNERACION TO TOT-NO-DECLARADO
               DISPLAY "PROFESOR " VEC-EMP-NUMERO(INDICE-EMP)
                   " SIN MAESTRO O SIN DNI, NO SE DECLARA"
           ELSE
               MOVE PROF-NOMBRE TO VEC-EMP-NOMBRE(INDICE-EMP)
               MOVE PROF-CBU    TO VEC-EMP-CBU(INDICE-EMP)
               IF PROF-MONOTRIBUTO
                   MOVE "M" TO VEC-EMP-ESTADO(INDICE-EMP)
                   ADD 1 TO CANT-MONOTRIBUTO
                   ADD WS-REMUNERACION TO TOT-NO-DECLARADO
               ELSE
                   IF WS-REMUNERACION NOT > 0
                       MOVE "C" TO VEC-EMP-ESTADO(INDICE-EMP)
                       ADD 1 TO CANT-SIN-REMUN
                       ADD WS-REMUNERACION TO TOT-NO-DECLARADO
                   ELSE
                       MOVE "D" TO VEC-EMP-ESTADO(INDICE-EMP)
                       PERFORM ARMAR-CUIL
                       MOVE WS-CUIL TO VEC-EMP-CUIL(INDICE-EMP)
                       PERFORM CALCULAR-CONTRIBUCIONES
                       PERFORM ACUMULAR-DECLARADO
                   END-IF
               END-IF
           END-IF.

      *- Prefijo 20 y DNI; el verificador es el modulo 11 de AFIP.
      *- Verificador 10 no existe: se pasa a prefijo 23, digito 9.
       ARMAR-CUIL.
           MOVE 20       TO WS-CUIL-PREFIJO.
           MOVE PROF-DNI TO WS-CUIL-DNI.
           MOVE 0        TO WS-CUIL-DV.
           PERFORM CALCULAR-VERIFICADOR.
           IF WS-VERIFICADOR IS EQUAL TO 10
               MOVE 23 TO WS-CUIL-PREFIJO
               MOVE 9  TO WS-CUIL-DV
           ELSE
               MOVE WS-VERIFICADOR TO WS-CUIL-DV
           END-IF.

       CALCULAR-VERIFICADOR.
           MOVE 0 TO WS-SUMA.
           PERFORM SUMAR-DIGITO-CUIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.
           DIVIDE WS-SUMA BY 11 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           COMPUTE WS-VERIFICADOR = 11 - WS-RESTO.
           IF WS-VERIFICADOR IS EQUAL TO 11
               MOVE 0 TO WS-VERIFICADOR
           END-IF.

       SUMAR-DIGITO-CUIL.
           COMPUTE WS-SUMA = WS-SUMA
               + WS-CUIL-DIGITO(WS-I) * WS-PESO(WS-I).

       CALCULAR-CONTRIBUCIONES.
           MOVE 0 TO VEC-EMP-CONTRIB(INDICE-EMP).
           PERFORM APLICAR-CONTRIBUCION
               VARYING INDICE-CPV FROM 1 BY 1
               UNTIL INDICE-CPV > CANT-CPV.

       APLICAR-CONTRIBUCION.
           COMPUTE WS-CONTRIBUCION ROUNDED =
               WS-REMUNERACION * VEC-CPV-PORC(INDICE-CPV) / 100.
           ADD WS-CONTRIBUCION TO VEC-EMP-CONTRIB(INDICE-EMP).
           MOVE VEC-CPV-CONCEPTO(INDICE-CPV) TO WS-TOT-CONCEPTO.
           MOVE "C"                          TO WS-TOT-TIPO.
           MOVE VEC-CPV-PORC(INDICE-CPV)     TO WS-TOT-PORC.
           MOVE WS-CONTRIBUCION              TO WS-TOT-IMPORTE.
           PERFORM SUMAR-TOTAL-CONCEPTO.

      *- Los descuentos del empleado declarado suman a los totales
      *- por concepto del control.
       ACUMULAR-DECLARADO.
           ADD 1 TO CANT-DECLARADOS.
           ADD WS-REMUNERACION              TO TOT-REMUNERACION.
           ADD VEC-EMP-APORTES(INDICE-EMP)  TO TOT-APORTES.
           ADD VEC-EMP-OTROS(INDICE-EMP)    TO TOT-OTROS.
           ADD VEC-EMP-CONTRIB(INDICE-EMP)  TO TOT-CONTRIB.
           PERFORM TOTALIZAR-DESCUENTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > VEC-EMP-CANT-DESC(INDICE-EMP).

       TOTALIZAR-DESCUENTO.
           MOVE VEC-ED-CONCEPTO(INDICE-EMP, WS-J) TO WS-TOT-CONCEPTO.
           MOVE VEC-ED-TIPO(INDICE-EMP, WS-J)     TO WS-TOT-TIPO.
           MOVE 0                                 TO WS-TOT-PORC.
           MOVE VEC-ED-IMPORTE(INDICE-EMP, WS-J)  TO WS-TOT-IMPORTE.
           PERFORM SUMAR-TOTAL-CONCEPTO.

       SUMAR-TOTAL-CONCEPTO.
           MOVE 0 TO IND-TOT-HALLADO.
           PERFORM VARYING INDICE-TOT FROM 1 BY 1
               UNTIL INDICE-TOT > CANT-TOT
               IF VEC-TOT-CONCEPTO(INDICE-TOT) IS EQUAL
                   TO WS-TOT-CONCEPTO
                   AND VEC-TOT-TIPO(INDICE-TOT) IS EQUAL
                   TO WS-TOT-TIPO
                   SET IND-TOT-HALLADO TO INDICE-TOT
               END-IF
           END-PERFORM.
           IF IND-TOT-HALLADO = 0
               IF CANT-TOT < CON-CANT-TOT-MAX
                   ADD 1 TO CANT-TOT
                   MOVE CANT-TOT TO IND-TOT-HALLADO
                   MOVE WS-TOT-CONCEPTO
                       TO VEC-TOT-CONCEPTO(IND-TOT-HALLADO)
                   MOVE WS-TOT-TIPO TO VEC-TOT-TIPO(IND-TOT-HALLADO)
                   MOVE WS-TOT-PORC TO VEC-TOT-PORC(IND-TOT-HALLADO)
                   MOVE 0 TO VEC-TOT-IMPORTE(IND-TOT-HALLADO)
               ELSE
                   DISPLAY "TABLA DE CONCEPTOS LLENA, SE PIERDE "
                       WS-TOT-CONCEPTO
               END-IF
           END-IF.
           IF IND-TOT-HALLADO > 0
               ADD WS-TOT-IMPORTE TO VEC-TOT-IMPORTE(IND-TOT-HALLADO)
           END-IF.

       ABRIR-SALIDAS.
           OPEN OUTPUT LSD-FILE.
           IF FS-LSD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LIBROSUELDOS FS: " FS-LSD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT F931-FILE.
           IF FS-F931 IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR F931 FS: " FS-F931
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *- Cabecera con la cantidad de empleados y, por cada declarado,
      *- sus registros 02, 03 y 04 mas el renglon de la nomina.
       EMITIR-LIBRO-SUELDOS.
           MOVE WS-CUIT-EMPLEADOR TO LSD1-CUIT.
           MOVE WS-PERIODO        TO LSD1-PERIODO.
           MOVE CANT-DECLARADOS   TO LSD1-CANT-EMP.
           WRITE REG-LSD FROM LSD-CABECERA.
           ADD 1 TO CANT-REG-LSD.
           PERFORM EMITIR-EMPLEADO
               VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMP.

       EMITIR-EMPLEADO.
           IF VEC-EMP-ESTADO(INDICE-EMP) IS EQUAL TO "D"
               MOVE VEC-EMP-CUIL(INDICE-EMP)   TO LSD2-CUIL
               MOVE VEC-EMP-NUMERO(INDICE-EMP) TO LSD2-LEGAJO
               MOVE VEC-EMP-CBU(INDICE-EMP)    TO LSD2-CBU
               MOVE FECHA-NUMERICA             TO LSD2-FECHA-PAGO
               WRITE REG-LSD FROM LSD-EMPLEADO
               ADD 1 TO CANT-REG-LSD

               MOVE VEC-EMP-CUIL(INDICE-EMP) TO LSD3-CUIL
               MOVE "HABERES"                TO LSD3-CODIGO
               MOVE VEC-EMP-BRUTO(INDICE-EMP) TO LSD3-IMPORTE
               MOVE "C"                      TO LSD3-INDICADOR
               WRITE REG-LSD FROM LSD-CONCEPTO
               ADD 1 TO CANT-REG-LSD
               IF VEC-EMP-HS-EXTRA(INDICE-EMP) > 0
                   MOVE "ADICIONAL HS EXTRA" TO LSD3-CODIGO
                   MOVE VEC-EMP-HS-EXTRA(INDICE-EMP) TO LSD3-IMPORTE
                   WRITE REG-LSD FROM LSD-CONCEPTO
                   ADD 1 TO CANT-REG-LSD
               END-IF
               PERFORM EMITIR-DESCUENTO
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > VEC-EMP-CANT-DESC(INDICE-EMP)

               COMPUTE WS-REMUNERACION = VEC-EMP-BRUTO(INDICE-EMP)
                   + VEC-EMP-HS-EXTRA(INDICE-EMP)
               MOVE VEC-EMP-CUIL(INDICE-EMP)    TO LSD4-CUIL
               MOVE WS-REMUNERACION             TO LSD4-REMUNERACION
               MOVE WS-REMUNERACION             TO LSD4-BASE-APORTES
               MOVE WS-REMUNERACION             TO LSD4-BASE-CONTRIB
               MOVE VEC-EMP-APORTES(INDICE-EMP) TO LSD4-APORTES
               MOVE VEC-EMP-CONTRIB(INDICE-EMP) TO LSD4-CONTRIB
               WRITE REG-LSD FROM LSD-BASES
               ADD 1 TO CANT-REG-LSD

               MOVE WS-PERIODO                  TO F931-PERIODO
               MOVE VEC-EMP-CUIL(INDICE-EMP)    TO F931-CUIL
               MOVE VEC-EMP-NOMBRE(INDICE-EMP)  TO F931-NOMBRE
               MOVE WS-REMUNERACION             TO F931-REMUNERACION
               MOVE VEC-EMP-APORTES(INDICE-EMP) TO F931-APORTES
               MOVE VEC-EMP-CONTRIB(INDICE-EMP)
                   TO F931-CONTRIBUCIONES
               WRITE REG-F931
           END-IF.

       EMITIR-DESCUENTO.
           MOVE VEC-ED-CONCEPTO(INDICE-EMP, WS-J) TO LSD3-CODIGO.
           MOVE VEC-ED-IMPORTE(INDICE-EMP, WS-J)  TO LSD3-IMPORTE.
           MOVE "D"                               TO LSD3-INDICADOR.
           WRITE REG-LSD FROM LSD-CONCEPTO.
           ADD 1 TO CANT-REG-LSD.

      *- Resumen de control: el devengado del periodo tiene que
      *- igualar al debe del asiento; despues el bruto declarado, las
      *- retenciones, los otros descuentos y las contribuciones por
      *- concepto, y el costo laboral del mes.
       EMITIR-CONTROL.
           COMPUTE TOT-DIFERENCIA = TOT-DEVENGADO - TOT-ASI-DEBE.
           MOVE WS-PERIODO(5:2)   TO E1-PERIODO-MM.
           MOVE WS-PERIODO(1:4)   TO E1-PERIODO-AAAA.
           MOVE WS-CUIT-EMPLEADOR TO E1-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM LINEA-TABLA.

           MOVE "Devengado del periodo (DevengadoHistorico)"
               TO LI-DESCRIPCION.
           MOVE TOT-DEVENGADO TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           MOVE "Debe del asiento del periodo (AsientosContables)"
               TO LI-DESCRIPCION.
           MOVE TOT-ASI-DEBE TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           MOVE "Diferencia" TO LI-DESCRIPCION.
           MOVE TOT-DIFERENCIA TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           IF TOT-DIFERENCIA IS NOT EQUAL TO 0
               WRITE REG-LISTADO FROM LINEA-NO-CIERRA
           END-IF.
           MOVE "Adicional horas extra (fuera del asiento)"
               TO LI-DESCRIPCION.
           MOVE TOT-HS-EXTRA TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           MOVE "No declarado (monotributo, sin maestro, sin haber)"
               TO LI-DESCRIPCION.
           MOVE TOT-NO-DECLARADO TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           MOVE "Remuneracion declarada" TO LI-DESCRIPCION.
           MOVE TOT-REMUNERACION TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.

           MOVE "Empleados declarados" TO LC-DESCRIPCION.
           MOVE CANT-DECLARADOS TO LC-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-CANTIDAD.
           MOVE "Monotributistas (no se declaran)" TO LC-DESCRIPCION.
           MOVE CANT-MONOTRIBUTO TO LC-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-CANTIDAD.
           MOVE "Sin maestro o sin DNI" TO LC-DESCRIPCION.
           MOVE CANT-SIN-MAESTRO TO LC-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-CANTIDAD.
           MOVE "Sin remuneracion en el periodo" TO LC-DESCRIPCION.
           MOVE CANT-SIN-REMUN TO LC-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-CANTIDAD.
           MOVE "Registros del Libro de Sueldos Digital"
               TO LC-DESCRIPCION.
           MOVE CANT-REG-LSD TO LC-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-CANTIDAD.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.

           MOVE "Retenciones de ley (aportes)" TO LT-TITULO.
           WRITE REG-LISTADO FROM LINEA-TITULO.
           MOVE "R" TO WS-TOT-TIPO.
           PERFORM PRINT-TOTAL-CONCEPTO
               VARYING INDICE-TOT FROM 1 BY 1
               UNTIL INDICE-TOT > CANT-TOT.
           MOVE "Total aportes" TO LI-DESCRIPCION.
           MOVE TOT-APORTES TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.

           MOVE "Otros descuentos (embargos, adelantos)" TO LT-TITULO.
           WRITE REG-LISTADO FROM LINEA-TITULO.
           MOVE "O" TO WS-TOT-TIPO.
           PERFORM PRINT-TOTAL-CONCEPTO
               VARYING INDICE-TOT FROM 1 BY 1
               UNTIL INDICE-TOT > CANT-TOT.
           MOVE "Total otros descuentos" TO LI-DESCRIPCION.
           MOVE TOT-OTROS TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.

           MOVE "Contribuciones patronales" TO LT-TITULO.
           WRITE REG-LISTADO FROM LINEA-TITULO.
           MOVE "C" TO WS-TOT-TIPO.
           PERFORM PRINT-TOTAL-CONCEPTO
               VARYING INDICE-TOT FROM 1 BY 1
               UNTIL INDICE-TOT > CANT-TOT.
           MOVE "Total contribuciones" TO LI-DESCRIPCION.
           MOVE TOT-CONTRIB TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TABLA.

           COMPUTE TOT-COSTO = TOT-REMUNERACION + TOT-CONTRIB.
           MOVE "Costo laboral (remuneracion + contribuciones)"
               TO LI-DESCRIPCION.
           MOVE TOT-COSTO TO LI-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-IMPORTE.

       PRINT-TOTAL-CONCEPTO.
           IF VEC-TOT-TIPO(INDICE-TOT) IS EQUAL TO WS-TOT-TIPO
               MOVE VEC-TOT-CONCEPTO(INDICE-TOT) TO LCO-CONCEPTO
               MOVE VEC-TOT-PORC(INDICE-TOT)     TO LCO-PORC
               MOVE VEC-TOT-IMPORTE(INDICE-TOT)  TO LCO-IMPORTE
               WRITE REG-LISTADO FROM LINEA-CONCEPTO
           END-IF.

       CERRAR-SALIDAS.
           CLOSE LSD-FILE.
           CLOSE F931-FILE.
           CLOSE LISTADO.

       END PROGRAM DECLARACION-SUELDOS.
