       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERPOSICION-CLASES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Control de clases superpuestas: con la hora de inicio que
      *- ahora traen las novedades (NOVn-HORA-INI, ver TP-Parte1/
      *- Parte1A.cbl) se arma el rango de cada clase (inicio + horas)
      *- y, por profesor y fecha, se marcan dos casos:
      *-   - dos clases cuyos rangos se pisan (el mismo profesor no
      *-     puede estar en dos aulas a la vez);
      *-   - dos clases en sucursales de distinta zona (SUC-ZONA) con
      *-     menos tiempo entre el fin de una y el inicio de la otra
      *-     que el minimo de traslado configurado.
      *- Cada caso sale en SuperposicionClases.txt y como advertencia
      *- en Excepciones.dat. El control no descarta nada: la
      *- liquidacion sigue su curso y la coordinacion decide.
      *-
      *- Origen segun SuperposicionParametros.dat (opcional): "F" (o
      *- sin archivo) lee las fuentes de NovTimesFuentes.txt, antes
      *- del merge, y es como corre dentro de CADENA-NOCTURNA; "T" lee
      *- el Times.dat ya mergeado, para correrlo a mano como reporte
      *- sobre lo que efectivamente se cargo. Los registros sin hora
      *- de inicio (fuentes que todavia no la informan), con una hora
      *- invalida, de correccion ("C") o de una clase cancelada
      *- tarde ("T", no se dicto) quedan fuera del control; un
      *- renglon identico en dos fuentes es un duplicado que ya
      *- descarta el merge, no una superposicion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *- Origen ("F"/"T") y minutos minimos de traslado entre zonas.
       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/SuperposicionParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *- Mismas fuentes que mergea TP_PARTE_1A: una ruta por linea.
       SELECT FUENTES-FILE
           ASSIGN TO DISK "../files/in/NovTimesFuentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUENTES.

      *- Se leen de a una, asi que alcanza con un solo FD de ASSIGN
      *- dinamico.
       SELECT NOVTIMES-FILE
           ASSIGN TO WS-RUTA-FUENTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVTIMES.

       SELECT TIMES-FILE
           ASSIGN TO DISK "../files/out/Times.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIMES.

       SELECT SUCURSALES-FILE
           ASSIGN TO DISK "../files/in/Sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/SuperposicionClases.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ORDEN-CLASES
           ASSIGN TO DISK "../files/out/SuperposicionClases.tmp"
           SORT STATUS IS SS-ORDEN.

       SELECT EXCEPCIONES
           ASSIGN TO DISK "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

      *- Bitacora compartida de corridas (ver TP-Parte1/
      *- ReporteControlCorridas.cbl).
       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS-FILE
           LABEL RECORD OMITTED.
       01 REG-PARAMETROS.
           03 PAR-ORIGEN        PIC X(01).
           03 PAR-MIN-TRASLADO  PIC 9(03).

       FD FUENTES-FILE
           LABEL RECORD OMITTED.
       01 REG-FUENTES           PIC X(60).

      *- Registro de las fuentes NovTimes (ver REG-NOVTIMES1 en
      *- TP_PARTE_1A); las cabeceras "*HDR*" y los trailers "*TRL*"
      *- se reconocen por la marca de las primeras 5 posiciones.
       FD NOVTIMES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-NOVTIMES.
           03 NOV-NUMERO        PIC X(05).
           03 NOV-FECHA         PIC 9(08).
           03 NOV-SUCURSAL      PIC X(03).
           03 NOV-TIPCLASE      PIC X(04).
           03 NOV-HORAS         PIC 9(2)V99.
           03 NOV-TIPO-NOV      PIC X(01).
           03 NOV-HORA-INI      PIC X(04).
       01 REG-NOVTIMES-MARCA REDEFINES REG-NOVTIMES.
           03 NOV-MARCA         PIC X(05).
           03 FILLER            PIC X(24).

       FD TIMES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIMES.
           03 TIM-NUMERO        PIC X(05).
           03 TIM-FECHA         PIC 9(08).
           03 TIM-SUCURSAL      PIC X(03).
           03 TIM-TIPCLASE      PIC X(04).
           03 TIM-HORAS         PIC 9(2)V99.
           03 TIM-TIPO-NOV      PIC X(01).
           03 TIM-HORA-INI      PIC X(04).

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03 SUC-SUCURSAL      PIC X(03).
           03 SUC-RAZON         PIC X(25).
           03 SUC-DIRE          PIC X(20).
           03 SUC-TEL           PIC X(20).
           03 SUC-CUIT          PIC 9(11).
           03 SUC-ZONA          PIC X(02).
           03 SUC-EMPRESA       PIC X(02).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01 REG-LISTADO           PIC X(80).

      *- Una clase por registro, con su rango ya pasado a minutos del
      *- dia para comparar sin volver a desarmar la hora.
       SD ORDEN-CLASES
           DATA RECORD IS REG-ORD-CLASE.
       01 REG-ORD-CLASE.
           03 ORD-NUMERO        PIC X(05).
           03 ORD-FECHA         PIC 9(08).
           03 ORD-INI-MIN       PIC 9(04).
           03 ORD-FIN-MIN       PIC 9(04).
           03 ORD-SUCURSAL      PIC X(03).
           03 ORD-TIPCLASE      PIC X(04).
           03 ORD-HORA-INI      PIC X(04).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
       01 REG-EXCEPCIONES.
           03 EXC-CLAVE       PIC X(11).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-MOTIVO      PIC X(40).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-FECHA       PIC 9(08).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-HORA        PIC 9(06).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-SEVERIDAD   PIC X(01).
           03 FILLER          PIC X       VALUE SPACE.
           03 EXC-ESTADO      PIC X(01).

       FD CONTROLCORRIDAS-FILE LABEL RECORD OMITTED.
       01 REG-CONTROL-CORRIDA.
           03 CTL-PROGRAMA    PIC X(20).
           03 FILLER          PIC X       VALUE SPACE.
      *- "I" inicio / "F" fin de la corrida.
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
      *- "N" normal / "A" anormal, solo significativo en el fin.
           03 CTL-ESTADO      PIC X(01).

       WORKING-STORAGE SECTION.

      *- Contadores y estado para la bitacora de corridas (ver
      *- GRABAR-CONTROL-CORRIDA): leidos = clases controladas,
      *- grabados = casos informados.
       77 FS-CONTROLCORRIDAS   PIC X(2).
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

      *- Fecha/hora de corrida para estampar en cada excepcion (ver
      *- COMPLETAR-DATOS-EXCEPCION).
       01 WS-FECHA-HORA-EXC.
           03 WS-FHE-FECHA      PIC 9(08).
           03 WS-FHE-HORA       PIC 9(06).

       77 FS-PARAMETROS    PIC XX.
       77 FS-FUENTES       PIC XX.
       77 FS-NOVTIMES      PIC XX.
       77 FS-TIMES         PIC XX.
       77 FS-SUCURSALES    PIC XX.
       77 FS-LISTADO       PIC XX.
       77 FS-EXCEPCIONES   PIC XX.
       77 SS-ORDEN         PIC XX.

      *- Sin archivo de parametros: fuentes, 30 minutos de traslado.
       77 WS-ORIGEN            PIC X(01)   VALUE "F".
          88 ORIGEN-FUENTES                VALUE "F".
          88 ORIGEN-TIMES                  VALUE "T".
       77 WS-MIN-TRASLADO      PIC 9(03)   VALUE 30.

      *- Rutas de las fuentes, mismo techo que TP_PARTE_1A.
       78 CON-MAX-FUENTES      VALUE 6.
       01 VEC-RUTAS.
           03 VEC-RUTA-FUENTE
               OCCURS CON-MAX-FUENTES TIMES
               INDEXED BY INDICE-FUENTE   PIC X(60).
       77 CANT-FUENTES         PIC 9(01)   VALUE 0.
       77 WS-RUTA-FUENTE       PIC X(60).

       78 CON-MARCA-HDR        VALUE "*HDR*".
       78 CON-MARCA-TRL        VALUE "*TRL*".

      *- Zona de cada sucursal, para el control de traslado.
       78 CON-CANT-SUC-MAX     VALUE 100.
       01 VEC-SUCURSALES.
           03 VEC-SUC-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05 VEC-SUC-SUCURSAL    PIC X(03).
               05 VEC-SUC-ZONA        PIC X(02).
       77 CANT-SUCURSALES      PIC 999     VALUE 0.
       77 WS-SUC-BUSCADA       PIC X(03).
       77 WS-ZONA-HALLADA      PIC X(02).

      *- Clase candidata antes de soltarla al sort: la hora de inicio
      *- se desarma en hora/minuto para validarla y pasarla a minutos.
       01 WS-CLASE.
           03 WS-CLA-NUMERO     PIC X(05).
           03 WS-CLA-FECHA      PIC 9(08).
           03 WS-CLA-SUCURSAL   PIC X(03).
           03 WS-CLA-TIPCLASE   PIC X(04).
           03 WS-CLA-HORAS      PIC 9(2)V99.
           03 WS-CLA-TIPO-NOV   PIC X(01).
           03 WS-CLA-HORA-INI   PIC X(04).
           03 WS-HORA-INI-NUM REDEFINES WS-CLA-HORA-INI.
               05 WS-HORA-INI-HH PIC 9(02).
               05 WS-HORA-INI-MM PIC 9(02).

      *- Clase de referencia del grupo profesor/fecha: la que termina
      *- mas tarde entre las ya vistas, contra la que se compara la
      *- siguiente en orden de inicio.
       01 WS-REFERENCIA.
           03 REF-NUMERO        PIC X(05).
           03 REF-FECHA         PIC 9(08).
           03 REF-INI-MIN       PIC 9(04).
           03 REF-FIN-MIN       PIC 9(04).
           03 REF-SUCURSAL      PIC X(03).
           03 REF-TIPCLASE      PIC X(04).
           03 REF-HORA-INI      PIC X(04).
       77 REF-ZONA             PIC X(02).

       77 WS-FIN-ORDEN         PIC X(01)   VALUE "N".
          88 FIN-ORDEN                     VALUE "S".
       77 WS-MINUTOS-LIBRES    PIC S9(04)  SIGN LEADING SEPARATE.
       77 WS-MOTIVO            PIC X(40).
       77 WS-HHMM-NUM          PIC 9(04).
       77 WS-MIN-AUX           PIC 9(04).
       77 CANT-SUPERPUESTAS    PIC 9(05)   VALUE 0.
       77 CANT-TRASLADOS       PIC 9(05)   VALUE 0.
       77 CANT-SIN-HORA        PIC 9(07)   VALUE 0.

       01 WS-CLAVE-EXCEPCION.
           03 WS-CLAVE-EXC-NUM  PIC X(05).
           03 WS-CLAVE-EXC-SUC  PIC X(03).
           03 FILLER            PIC X(03).

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 WS-FECHA-CLASE.
           03 CLA-F-AAAA        PIC 9(4).
           03 CLA-F-MM          PIC 9(2).
           03 CLA-F-DD          PIC 9(2).

       01 ENCABEZADO1.
           03  FILLER      PIC X(6)    VALUE "Fecha ".
           03  FECHA-DD    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-MM    PIC 9(2).
           03  FILLER      PIC X       VALUE "/".
           03  FECHA-AAAA  PIC 9(4).
           03  FILLER      PIC X(64)   VALUE SPACES.
       01 ENCABEZADO2.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40) VALUE
              "Clases superpuestas y traslados".
           03 FILLER PIC X(20) VALUE SPACES.
       01 ENCABEZADO-ORIGEN.
           03 FILLER       PIC X(8)    VALUE "Origen: ".
           03 EO-ORIGEN    PIC X(30).
           03 FILLER       PIC X(24)   VALUE
              "Traslado minimo (min): ".
           03 EO-TRASLADO  PIC ZZ9.
           03 FILLER       PIC X(15)   VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.
       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(6)    VALUE "Prof.".
           03 FILLER       PIC X(12)   VALUE "Fecha".
           03 FILLER       PIC X(17)   VALUE "Clase anterior".
           03 FILLER       PIC X(17)   VALUE "Clase siguiente".
           03 FILLER       PIC X(28)   VALUE "Observacion".
       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".
      *- Cada clase: sucursal, tipo e inicio/fin HH:MM.
       01 DATOS-TABLA.
           03 DT-PROF-NUMERO   PIC X(05).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-ANT-SUC       PIC X(03).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-ANT-INI       PIC 99B99.
           03 FILLER           PIC X       VALUE "-".
           03 DT-ANT-FIN       PIC 99B99.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-SIG-SUC       PIC X(03).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-SIG-INI       PIC 99B99.
           03 FILLER           PIC X       VALUE "-".
           03 DT-SIG-FIN       PIC 99B99.
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-OBSERVACION   PIC X(28).
       01 LINEA-TOTAL-SUPERP.
           03 FILLER           PIC X(30)   VALUE
              "Clases superpuestas:".
           03 LT-SUPERPUESTAS  PIC ZZZZ9.
           03 FILLER           PIC X(45)   VALUE SPACES.
       01 LINEA-TOTAL-TRASL.
           03 FILLER           PIC X(30)   VALUE
              "Traslados insuficientes:".
           03 LT-TRASLADOS     PIC ZZZZ9.
           03 FILLER           PIC X(45)   VALUE SPACES.
       01 LINEA-TOTAL-SIN-HORA.
           03 FILLER           PIC X(30)   VALUE
              "Clases sin hora de inicio:".
           03 LT-SIN-HORA      PIC ZZZZZZ9.
           03 FILLER           PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-SUCURSALES.
           SORT ORDEN-CLASES
               ASCENDING KEY ORD-NUMERO
               ASCENDING KEY ORD-FECHA
               ASCENDING KEY ORD-INI-MIN
               ASCENDING KEY ORD-FIN-MIN
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "CLASES CONTROLADAS: " WS-CTL-LEIDOS
               " SUPERPUESTAS: " CANT-SUPERPUESTAS
               " TRASLADOS INSUFICIENTES: " CANT-TRASLADOS.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: cuando corre como paso de
      *- CADENA-NOCTURNA debe devolver el control al driver.
           GOBACK.

      *- Un origen o un minimo de traslado invalidos se ignoran y
      *- rige el valor por defecto.
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               READ PARAMETROS-FILE
               IF FS-PARAMETROS IS EQUAL TO 00
                   IF PAR-ORIGEN IS EQUAL TO "F" OR "T"
                       MOVE PAR-ORIGEN TO WS-ORIGEN
                   END-IF
                   IF PAR-MIN-TRASLADO IS NUMERIC
                       MOVE PAR-MIN-TRASLADO TO WS-MIN-TRASLADO
                   END-IF
               END-IF
               CLOSE PARAMETROS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO SUPERPOSICIONPARAMETROS.DAT, "
                   "SE CONTROLAN LAS FUENTES CON " WS-MIN-TRASLADO
                   " MINUTOS DE TRASLADO"
           END-IF.

       CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.
           PERFORM LEER-SUCURSAL.
           PERFORM GUARDAR-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CON-CANT-SUC-MAX
               OR FS-SUCURSALES IS EQUAL TO 10.
           CLOSE SUCURSALES-FILE.

       LEER-SUCURSAL.
           READ SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUCURSALES FS: " FS-SUCURSALES
           END-IF.

       GUARDAR-SUCURSAL.
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(INDICE-SUC).
           MOVE SUC-ZONA     TO VEC-SUC-ZONA(INDICE-SUC).
           SET CANT-SUCURSALES TO INDICE-SUC.
           PERFORM LEER-SUCURSAL.

      *- Zona en blanco si la sucursal no figura: sin zona no se
      *- controla el traslado (si la superposicion).
       BUSCAR-ZONA.
           MOVE SPACES TO WS-ZONA-HALLADA.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
               IF VEC-SUC-SUCURSAL(INDICE-SUC) IS EQUAL TO
                       WS-SUC-BUSCADA
                   MOVE VEC-SUC-ZONA(INDICE-SUC) TO WS-ZONA-HALLADA
               END-IF
           END-PERFORM.

      *
      *     ENTRADA-SECTION
       ENTRADA.
           IF ORIGEN-TIMES
               PERFORM ENTRADA-TIMES
           ELSE
               PERFORM CARGAR-FUENTES
               PERFORM ENTRADA-UNA-FUENTE
                   VARYING INDICE-FUENTE FROM 1 BY 1
                   UNTIL INDICE-FUENTE > CANT-FUENTES
           END-IF.

      *- Mismo criterio que CARGAR-FUENTES de TP_PARTE_1A: sin
      *- NovTimesFuentes.txt se toman las 3 fuentes historicas.
       CARGAR-FUENTES.
           MOVE 0 TO CANT-FUENTES.
           OPEN INPUT FUENTES-FILE.
           IF FS-FUENTES IS EQUAL TO 00
               PERFORM LEER-FUENTES-CFG
               PERFORM GUARDAR-FUENTE-CFG
                   UNTIL FS-FUENTES = 10
                   OR CANT-FUENTES = CON-MAX-FUENTES
               CLOSE FUENTES-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO NOVTIMESFUENTES.TXT, "
                   "SE USAN LAS 3 FUENTES POR DEFECTO"
               MOVE 3 TO CANT-FUENTES
               MOVE "../files/in/NovTimes1.dat" TO VEC-RUTA-FUENTE(1)
               MOVE "../files/in/NovTimes2.dat" TO VEC-RUTA-FUENTE(2)
               MOVE "../files/in/NovTimes3.dat" TO VEC-RUTA-FUENTE(3)
           END-IF.

       LEER-FUENTES-CFG.
           READ FUENTES-FILE.
           IF FS-FUENTES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER NOVTIMESFUENTES FS: " FS-FUENTES
           END-IF.

       GUARDAR-FUENTE-CFG.
           IF REG-FUENTES IS NOT EQUAL TO SPACES
               ADD 1 TO CANT-FUENTES
               MOVE REG-FUENTES TO VEC-RUTA-FUENTE(CANT-FUENTES)
           END-IF.
           PERFORM LEER-FUENTES-CFG.

      *- Una fuente que no abre no corta el control: el merge la va a
      *- rechazar con su propio aviso.
       ENTRADA-UNA-FUENTE.
           MOVE VEC-RUTA-FUENTE(INDICE-FUENTE) TO WS-RUTA-FUENTE.
           OPEN INPUT NOVTIMES-FILE.
           IF FS-NOVTIMES IS NOT EQUAL TO 00
               DISPLAY "NO SE PUDO ABRIR LA FUENTE " WS-RUTA-FUENTE
                   " FS: " FS-NOVTIMES
           ELSE
               PERFORM LEER-NOVTIMES
               PERFORM SOLTAR-NOVEDAD UNTIL FS-NOVTIMES = 10
               CLOSE NOVTIMES-FILE
           END-IF.

       LEER-NOVTIMES.
           READ NOVTIMES-FILE.
           IF FS-NOVTIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FUENTE " WS-RUTA-FUENTE
                   " FS: " FS-NOVTIMES
               MOVE "10" TO FS-NOVTIMES
           END-IF.

       SOLTAR-NOVEDAD.
           IF NOV-MARCA IS NOT EQUAL TO CON-MARCA-HDR
               AND NOV-MARCA IS NOT EQUAL TO CON-MARCA-TRL
               MOVE REG-NOVTIMES TO WS-CLASE
               PERFORM SOLTAR-CLASE
           END-IF.
           PERFORM LEER-NOVTIMES.

       ENTRADA-TIMES.
           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.
           PERFORM LEER-TIMES.
           PERFORM SOLTAR-TIMES UNTIL FS-TIMES = 10.
           CLOSE TIMES-FILE.

       LEER-TIMES.
           READ TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       SOLTAR-TIMES.
           MOVE REG-TIMES TO WS-CLASE.
           PERFORM SOLTAR-CLASE.
           PERFORM LEER-TIMES.

      *- Solo entran al control las clases dictadas con una hora de
      *- inicio valida; el rango se pasa a minutos del dia (las horas
      *- vienen con dos decimales: 1,50 = 90 minutos).
       SOLTAR-CLASE.
           IF WS-CLA-TIPO-NOV IS EQUAL TO "C" OR "T"
               CONTINUE
           ELSE
               IF WS-CLA-HORA-INI IS NOT NUMERIC
                   ADD 1 TO CANT-SIN-HORA
               ELSE
                   IF WS-HORA-INI-HH > 23 OR WS-HORA-INI-MM > 59
                       ADD 1 TO CANT-SIN-HORA
                   ELSE
                       ADD 1 TO WS-CTL-LEIDOS
                       MOVE WS-CLA-NUMERO   TO ORD-NUMERO
                       MOVE WS-CLA-FECHA    TO ORD-FECHA
                       MOVE WS-CLA-SUCURSAL TO ORD-SUCURSAL
                       MOVE WS-CLA-TIPCLASE TO ORD-TIPCLASE
                       MOVE WS-CLA-HORA-INI TO ORD-HORA-INI
                       COMPUTE ORD-INI-MIN =
                           WS-HORA-INI-HH * 60 + WS-HORA-INI-MM
                       COMPUTE ORD-FIN-MIN ROUNDED =
                           ORD-INI-MIN + WS-CLA-HORAS * 60
                       RELEASE REG-ORD-CLASE
                   END-IF
               END-IF
           END-IF.

      *
      *     SALIDA-SECTION
       SALIDA.
           PERFORM ABRIR-ARCHIVOS-SALIDA.
           PERFORM PRINT-ENCABEZADO.
           MOVE SPACES TO WS-REFERENCIA.
           PERFORM LEER-ORDEN-CLASES.
           PERFORM CONTROLAR-CLASE UNTIL FIN-ORDEN.
           PERFORM PRINT-TOTAL.
           CLOSE LISTADO.
           CLOSE EXCEPCIONES.

       ABRIR-ARCHIVOS-SALIDA.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               STOP RUN
           END-IF.

       LEER-ORDEN-CLASES.
           RETURN ORDEN-CLASES RECORD
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

      *- Dentro de cada profesor/fecha las clases llegan por hora de
      *- inicio. Se compara cada una contra la de referencia (la que
      *- termina mas tarde de las anteriores): si empieza antes de que
      *- esa termine se pisan; si no, y cambian de zona, el hueco
      *- tiene que alcanzar para el traslado.
       CONTROLAR-CLASE.
           IF ORD-NUMERO IS NOT EQUAL TO REF-NUMERO
               OR ORD-FECHA IS NOT EQUAL TO REF-FECHA
               PERFORM TOMAR-REFERENCIA
           ELSE
               IF ORD-SUCURSAL IS EQUAL TO REF-SUCURSAL
                   AND ORD-TIPCLASE IS EQUAL TO REF-TIPCLASE
                   AND ORD-INI-MIN IS EQUAL TO REF-INI-MIN
                   CONTINUE
               ELSE
                   PERFORM COMPARAR-CON-REFERENCIA
               END-IF
               IF ORD-FIN-MIN IS GREATER THAN REF-FIN-MIN
                   PERFORM TOMAR-REFERENCIA
               END-IF
           END-IF.
           PERFORM LEER-ORDEN-CLASES.

       TOMAR-REFERENCIA.
           MOVE ORD-NUMERO   TO REF-NUMERO.
           MOVE ORD-FECHA    TO REF-FECHA.
           MOVE ORD-INI-MIN  TO REF-INI-MIN.
           MOVE ORD-FIN-MIN  TO REF-FIN-MIN.
           MOVE ORD-SUCURSAL TO REF-SUCURSAL.
           MOVE ORD-TIPCLASE TO REF-TIPCLASE.
           MOVE ORD-HORA-INI TO REF-HORA-INI.

       COMPARAR-CON-REFERENCIA.
           IF ORD-INI-MIN IS LESS THAN REF-FIN-MIN
               ADD 1 TO CANT-SUPERPUESTAS
               MOVE "CLASES SUPERPUESTAS" TO WS-MOTIVO
               PERFORM INFORMAR-CASO
           ELSE
               IF ORD-SUCURSAL IS NOT EQUAL TO REF-SUCURSAL
                   MOVE REF-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM BUSCAR-ZONA
                   MOVE WS-ZONA-HALLADA TO REF-ZONA
                   MOVE ORD-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM BUSCAR-ZONA
                   COMPUTE WS-MINUTOS-LIBRES =
                       ORD-INI-MIN - REF-FIN-MIN
                   IF REF-ZONA IS NOT EQUAL TO SPACES
                       AND WS-ZONA-HALLADA IS NOT EQUAL TO SPACES
                       AND WS-ZONA-HALLADA IS NOT EQUAL TO REF-ZONA
                       AND WS-MINUTOS-LIBRES < WS-MIN-TRASLADO
                       ADD 1 TO CANT-TRASLADOS
                       MOVE "TRASLADO INSUFICIENTE ENTRE ZONAS"
                           TO WS-MOTIVO
                       PERFORM INFORMAR-CASO
                   END-IF
               END-IF
           END-IF.

       INFORMAR-CASO.
           ADD 1 TO WS-CTL-GRABADOS.
           PERFORM PRINT-DETALLE.
           PERFORM REGISTRAR-EXCEPCION-CASO.

      *- Advertencia: la clase se liquida igual, el caso queda
      *- pendiente para la coordinacion.
       REGISTRAR-EXCEPCION-CASO.
           MOVE ORD-NUMERO   TO WS-CLAVE-EXC-NUM.
           MOVE ORD-SUCURSAL TO WS-CLAVE-EXC-SUC.
           MOVE WS-CLAVE-EXCEPCION     TO EXC-CLAVE.
           MOVE "SUPERPOSICION-CLASES" TO EXC-PROGRAMA.
           MOVE WS-MOTIVO              TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD.
           MOVE HOY-MM   TO FECHA-MM.
           MOVE HOY-AAAA TO FECHA-AAAA.
           IF ORIGEN-TIMES
               MOVE "Times.dat (ya mergeado)" TO EO-ORIGEN
           ELSE
               MOVE "Fuentes NovTimes (pre-merge)" TO EO-ORIGEN
           END-IF.
           MOVE WS-MIN-TRASLADO TO EO-TRASLADO.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO-ORIGEN.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PRINT-DETALLE.
           MOVE ORD-NUMERO TO DT-PROF-NUMERO.
           MOVE ORD-FECHA  TO WS-FECHA-CLASE.
           MOVE CLA-F-DD   TO DT-FECHA-DD.
           MOVE CLA-F-MM   TO DT-FECHA-MM.
           MOVE CLA-F-AAAA TO DT-FECHA-AAAA.
           MOVE REF-SUCURSAL TO DT-ANT-SUC.
           MOVE REF-INI-MIN  TO WS-MIN-AUX.
           PERFORM CONVERTIR-A-HHMM.
           MOVE WS-HHMM-NUM  TO DT-ANT-INI.
           MOVE REF-FIN-MIN  TO WS-MIN-AUX.
           PERFORM CONVERTIR-A-HHMM.
           MOVE WS-HHMM-NUM  TO DT-ANT-FIN.
           MOVE ORD-SUCURSAL TO DT-SIG-SUC.
           MOVE ORD-INI-MIN  TO WS-MIN-AUX.
           PERFORM CONVERTIR-A-HHMM.
           MOVE WS-HHMM-NUM  TO DT-SIG-INI.
           MOVE ORD-FIN-MIN  TO WS-MIN-AUX.
           PERFORM CONVERTIR-A-HHMM.
           MOVE WS-HHMM-NUM  TO DT-SIG-FIN.
           MOVE WS-MOTIVO    TO DT-OBSERVACION.
           WRITE REG-LISTADO FROM DATOS-TABLA.

      *- Minutos del dia a HHMM para el listado (una clase que pasa
      *- la medianoche se muestra con hora 24 o mas).
       CONVERTIR-A-HHMM.
           DIVIDE WS-MIN-AUX BY 60 GIVING WS-HHMM-NUM
               REMAINDER WS-MIN-AUX.
           COMPUTE WS-HHMM-NUM = WS-HHMM-NUM * 100 + WS-MIN-AUX.

       PRINT-TOTAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE CANT-SUPERPUESTAS TO LT-SUPERPUESTAS.
           WRITE REG-LISTADO FROM LINEA-TOTAL-SUPERP.
           MOVE CANT-TRASLADOS TO LT-TRASLADOS.
           WRITE REG-LISTADO FROM LINEA-TOTAL-TRASL.
           MOVE CANT-SIN-HORA TO LT-SIN-HORA.
           WRITE REG-LISTADO FROM LINEA-TOTAL-SIN-HORA.

      *- Completa los datos de ciclo de vida de la excepcion: fecha y
      *- hora de la corrida y estado pendiente. La severidad la pone
      *- cada punto de registro antes de llamar aca.
       COMPLETAR-DATOS-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-EXC.
           MOVE WS-FHE-FECHA TO EXC-FECHA.
           MOVE WS-FHE-HORA  TO EXC-HORA.
           MOVE "P" TO EXC-ESTADO.

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
               MOVE "SUPERPOSICION-CLASES" TO CTL-PROGRAMA
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

       END PROGRAM SUPERPOSICION-CLASES.
