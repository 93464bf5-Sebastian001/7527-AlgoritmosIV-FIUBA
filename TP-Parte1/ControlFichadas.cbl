       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-FICHADAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Control de novedades contra fichadas del reloj: las
      *- sucursales con reloj biometrico exportan cada entrada y
      *- salida de los profesores (archivos listados en
      *- FichadasFuentes.txt, una ruta por linea). Se aparea cada
      *- entrada con la salida siguiente del mismo profesor, dia y
      *- sucursal y se obtienen las horas presentes, que quedan en
      *- HorasFichadas.dat junto a las horas que informan las fuentes
      *- NovTimes (NovTimesFuentes.txt, igual que
      *- SUPERPOSICION-CLASES). Corre antes del merge: cuando las
      *- horas de novedad superan las fichadas en mas de la
      *- tolerancia el caso sale en ControlFichadas.txt y en
      *- Excepciones.dat con motivo propio.
      *-
      *- Solo se controlan las sucursales que tienen reloj (las que
      *- aparecen en las fichadas) y dentro del rango de fechas que
      *- cubren sus fichadas; el resto de las sucursales sigue
      *- tipeando sus horas a mano sin control. Las correcciones
      *- ("C") y las cancelaciones tardias ("T") no cuentan como
      *- horas dictadas. Una entrada sin salida (o al reves) es una
      *- fichada incompleta: no suma horas y se marca en el listado.
      *-
      *- ControlFichadasParametros.dat (opcional): minutos de
      *- tolerancia (15 por defecto) y "S" para que el merge
      *- rechace las novedades observadas. Con "S" las claves
      *- profesor/fecha/sucursal observadas se graban con la fecha
      *- de hoy en FichadasObservadas.dat y TP_PARTE_1A manda esas
      *- novedades a RechazosNovedades.dat; con "N" (o sin archivo)
      *- el control solo avisa y el archivo queda vacio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ControlFichadasParametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *- Archivos de fichadas de las sucursales: una ruta por linea.
       SELECT FICHADAS-FUENTES-FILE
           ASSIGN TO DISK "../files/in/FichadasFuentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHADAS-FUENTES.

       SELECT FICHADAS-FILE
           ASSIGN TO WS-RUTA-FICHADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHADAS.

      *- Mismas fuentes que mergea TP_PARTE_1A: una ruta por linea.
       SELECT FUENTES-FILE
           ASSIGN TO DISK "../files/in/NovTimesFuentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUENTES.

       SELECT NOVTIMES-FILE
           ASSIGN TO WS-RUTA-FUENTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVTIMES.

       SELECT HORAS-FICHADAS-FILE
           ASSIGN TO DISK "../files/out/HorasFichadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORAS-FICHADAS.

      *- Claves que el merge debe rechazar (ver TP_PARTE_1A).
       SELECT OBSERVADAS-FILE
           ASSIGN TO DISK "../files/out/FichadasObservadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBSERVADAS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/ControlFichadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT ORDEN-FICHADAS
           ASSIGN TO DISK "../files/out/ControlFichadas.tmp"
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
           03 PAR-TOLERANCIA-MIN PIC 9(03).
           03 PAR-RECHAZAR       PIC X(01).

       FD FICHADAS-FUENTES-FILE
           LABEL RECORD OMITTED.
       01 REG-FICHADAS-FUENTES  PIC X(60).

      *- Formato de exportacion acordado con las sucursales: una
      *- marca del reloj por renglon, "E" entrada / "S" salida, hora
      *- HHMM.
       FD FICHADAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-FICHADA.
           03 FIC-SUCURSAL      PIC X(03).
           03 FIC-NUMERO        PIC X(05).
           03 FIC-FECHA         PIC 9(08).
           03 FIC-HORA          PIC X(04).
           03 FIC-HORA-NUM REDEFINES FIC-HORA.
               05 FIC-HORA-HH   PIC 9(02).
               05 FIC-HORA-MM   PIC 9(02).
           03 FIC-SENTIDO       PIC X(01).

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

      *- Horas presentes por profesor, dia y sucursal con reloj.
       FD HORAS-FICHADAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-HORAS-FICHADAS.
           03 HFI-NUMERO        PIC X(05).
           03 HFI-FECHA         PIC 9(08).
           03 HFI-SUCURSAL      PIC X(03).
           03 HFI-HORAS-FICHADAS PIC 9(02)V99.
           03 HFI-HORAS-NOVEDAD PIC 9(02)V99.
           03 HFI-INCOMPLETAS   PIC 9(02).

       FD OBSERVADAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-OBSERVADAS.
           03 FOB-NUMERO        PIC X(05).
           03 FOB-FECHA         PIC 9(08).
           03 FOB-SUCURSAL      PIC X(03).
           03 FOB-FECHA-CONTROL PIC 9(08).

       FD LISTADO
           LABEL RECORD IS STANDARD.
       01 REG-LISTADO           PIC X(80).

      *- Fichadas ("F") y novedades ("N") en un solo orden: dentro de
      *- cada profesor/fecha/sucursal llegan primero las fichadas por
      *- hora, para aparearlas, y despues las novedades.
       SD ORDEN-FICHADAS
           DATA RECORD IS REG-ORD-FICHADA.
       01 REG-ORD-FICHADA.
           03 ORD-NUMERO        PIC X(05).
           03 ORD-FECHA         PIC 9(08).
           03 ORD-SUCURSAL      PIC X(03).
           03 ORD-ORIGEN        PIC X(01).
           03 ORD-MINUTO        PIC 9(04).
           03 ORD-SENTIDO       PIC X(01).
           03 ORD-HORAS         PIC 9(2)V99.

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
      *- GRABAR-CONTROL-CORRIDA): leidos = fichadas y novedades
      *- controladas, grabados = dias profesor/sucursal calculados,
      *- rechazados = casos observados.
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

       77 FS-PARAMETROS       PIC XX.
       77 FS-FICHADAS-FUENTES PIC XX.
       77 FS-FICHADAS         PIC XX.
       77 FS-FUENTES          PIC XX.
       77 FS-NOVTIMES         PIC XX.
       77 FS-HORAS-FICHADAS   PIC XX.
       77 FS-OBSERVADAS       PIC XX.
       77 FS-LISTADO          PIC XX.
       77 FS-EXCEPCIONES      PIC XX.
       77 SS-ORDEN            PIC XX.

      *- Sin archivo de parametros: 15 minutos, solo aviso.
       77 WS-TOLERANCIA-MIN    PIC 9(03)   VALUE 15.
       77 WS-RECHAZAR          PIC X(01)   VALUE "N".
          88 RECHAZAR-OBSERVADAS           VALUE "S".

      *- Rutas de los archivos de fichadas.
       78 CON-MAX-FICHADAS     VALUE 20.
       01 VEC-RUTAS-FICHADAS.
           03 VEC-RUTA-FICHADA
               OCCURS CON-MAX-FICHADAS TIMES
               INDEXED BY INDICE-FICHADA  PIC X(60).
       77 CANT-ARCH-FICHADAS   PIC 9(02)   VALUE 0.
       77 WS-RUTA-FICHADA      PIC X(60).

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

      *- Sucursales con reloj y el rango de fechas que cubren sus
      *- fichadas: fuera de ese rango no hay contra que comparar.
       78 CON-CANT-SUC-MAX     VALUE 100.
       01 VEC-RELOJES.
           03 VEC-REL-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-REL.
               05 VEC-REL-SUCURSAL    PIC X(03).
               05 VEC-REL-DESDE       PIC 9(08).
               05 VEC-REL-HASTA       PIC 9(08).
       77 CANT-RELOJES         PIC 999     VALUE 0.
       77 IND-REL-HALLADO      PIC 999     VALUE 0.

      *- Grupo profesor/fecha/sucursal en proceso.
       01 WS-GRUPO.
           03 GRP-NUMERO        PIC X(05).
           03 GRP-FECHA         PIC 9(08).
           03 GRP-SUCURSAL      PIC X(03).
       77 GRP-MIN-FICHADOS     PIC 9(04)   VALUE 0.
       77 GRP-HORAS-NOVEDAD    PIC 9(03)V99 VALUE 0.
       77 GRP-INCOMPLETAS      PIC 9(02)   VALUE 0.
       77 GRP-ENTRADA-PEND     PIC X(01)   VALUE "N".
          88 HAY-ENTRADA-PEND              VALUE "S".
       77 GRP-MIN-ENTRADA      PIC 9(04)   VALUE 0.
       77 WS-HORAS-FICHADAS    PIC 9(03)V99 VALUE 0.
       77 WS-MIN-NOVEDAD       PIC 9(05)   VALUE 0.
       77 WS-MIN-EXCESO        PIC S9(05)  VALUE 0
                                SIGN LEADING SEPARATE.

       77 WS-FIN-ORDEN         PIC X(01)   VALUE "N".
          88 FIN-ORDEN                     VALUE "S".
       77 CANT-OBSERVADAS      PIC 9(05)   VALUE 0.
       77 CANT-FICHADAS-INV    PIC 9(07)   VALUE 0.

       01 WS-CLAVE-EXCEPCION.
           03 WS-CLAVE-EXC-NUM  PIC X(05).
           03 WS-CLAVE-EXC-SUC  PIC X(03).
           03 FILLER            PIC X(03).

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 HOY-NUMERICO REDEFINES FECHA-DE-HOY PIC 9(8).
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
              "Novedades contra fichadas del reloj".
           03 FILLER PIC X(20) VALUE SPACES.
       01 ENCABEZADO-PARAMETROS.
           03 FILLER       PIC X(25)   VALUE
              "Tolerancia (minutos): ".
           03 EP-TOLERANCIA PIC ZZ9.
           03 FILLER       PIC X(5)    VALUE SPACES.
           03 FILLER       PIC X(25)   VALUE
              "Rechazo en el merge: ".
           03 EP-RECHAZAR  PIC X(02).
           03 FILLER       PIC X(20)   VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.
       01 ENCABEZADO3-TABLA.
           03 FILLER       PIC X(6)    VALUE "Prof.".
           03 FILLER       PIC X(12)   VALUE "Fecha".
           03 FILLER       PIC X(5)    VALUE "Suc".
           03 FILLER       PIC X(9)    VALUE " Fichadas".
           03 FILLER       PIC X(9)    VALUE " Novedad".
           03 FILLER       PIC X(9)    VALUE "  Exceso".
           03 FILLER       PIC X(30)   VALUE "  Observacion".
       01 LINEA-TABLA.
           03 FILLER       PIC X(80)   VALUE ALL "_".
       01 DATOS-TABLA.
           03 DT-PROF-NUMERO   PIC X(05).
           03 FILLER           PIC X       VALUE SPACE.
           03 DT-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 DT-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-SUCURSAL      PIC X(03).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 DT-HORAS-FICHADAS PIC ZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 DT-HORAS-NOVEDAD PIC ZZ9,99.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 DT-MIN-EXCESO    PIC -ZZZ9.
           03 FILLER           PIC X(4)    VALUE SPACES.
           03 DT-OBSERVACION   PIC X(30).
       01 LINEA-TOTAL-OBSERVADAS.
           03 FILLER           PIC X(40)   VALUE
              "Novedades por encima de lo fichado:".
           03 LT-OBSERVADAS    PIC ZZZZ9.
           03 FILLER           PIC X(35)   VALUE SPACES.
       01 LINEA-TOTAL-INVALIDAS.
           03 FILLER           PIC X(40)   VALUE
              "Fichadas invalidas descartadas:".
           03 LT-INVALIDAS     PIC ZZZZZZ9.
           03 FILLER           PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-ARCHIVOS-FICHADAS.
           SORT ORDEN-FICHADAS
               ASCENDING KEY ORD-NUMERO
               ASCENDING KEY ORD-FECHA
               ASCENDING KEY ORD-SUCURSAL
               ASCENDING KEY ORD-ORIGEN
               ASCENDING KEY ORD-MINUTO
               INPUT PROCEDURE ENTRADA
               OUTPUT PROCEDURE SALIDA.
           DISPLAY "FICHADAS Y NOVEDADES CONTROLADAS: " WS-CTL-LEIDOS
               " DIAS CALCULADOS: " WS-CTL-GRABADOS
               " OBSERVADOS: " CANT-OBSERVADAS.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: cuando corre como paso de
      *- CADENA-NOCTURNA debe devolver el control al driver.
           GOBACK.

      *- Una tolerancia o una opcion invalidas se ignoran y rige el
      *- valor por defecto.
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               READ PARAMETROS-FILE
               IF FS-PARAMETROS IS EQUAL TO 00
                   IF PAR-TOLERANCIA-MIN IS NUMERIC
                       MOVE PAR-TOLERANCIA-MIN TO WS-TOLERANCIA-MIN
                   END-IF
                   IF PAR-RECHAZAR IS EQUAL TO "S" OR "N"
                       MOVE PAR-RECHAZAR TO WS-RECHAZAR
                   END-IF
               END-IF
               CLOSE PARAMETROS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO CONTROLFICHADASPARAMETROS.DAT, "
                   "TOLERANCIA " WS-TOLERANCIA-MIN
                   " MINUTOS, SIN RECHAZO EN EL MERGE"
           END-IF.

      *- Sin FichadasFuentes.txt ninguna sucursal tiene reloj: el
      *- control no tiene nada que comparar, pero igual deja vacio
      *- FichadasObservadas.dat para que el merge no use uno viejo.
       CARGAR-ARCHIVOS-FICHADAS.
           MOVE 0 TO CANT-ARCH-FICHADAS.
           OPEN INPUT FICHADAS-FUENTES-FILE.
           IF FS-FICHADAS-FUENTES IS EQUAL TO 00
               PERFORM LEER-FICHADAS-CFG
               PERFORM GUARDAR-FICHADAS-CFG
                   UNTIL FS-FICHADAS-FUENTES = 10
                   OR CANT-ARCH-FICHADAS = CON-MAX-FICHADAS
               CLOSE FICHADAS-FUENTES-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO FICHADASFUENTES.TXT, NINGUNA "
                   "SUCURSAL INFORMA FICHADAS"
           END-IF.

       LEER-FICHADAS-CFG.
           READ FICHADAS-FUENTES-FILE.
           IF FS-FICHADAS-FUENTES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FICHADASFUENTES FS: "
                   FS-FICHADAS-FUENTES
           END-IF.

       GUARDAR-FICHADAS-CFG.
           IF REG-FICHADAS-FUENTES IS NOT EQUAL TO SPACES
               ADD 1 TO CANT-ARCH-FICHADAS
               MOVE REG-FICHADAS-FUENTES
                   TO VEC-RUTA-FICHADA(CANT-ARCH-FICHADAS)
           END-IF.
           PERFORM LEER-FICHADAS-CFG.

      *
      *     ENTRADA-SECTION
      *- Primero todas las fichadas, que arman la tabla de relojes;
      *- despues las novedades, que solo entran si su sucursal y su
      *- fecha estan cubiertas por un reloj.
       ENTRADA.
           PERFORM ENTRADA-UN-ARCH-FICHADAS
               VARYING INDICE-FICHADA FROM 1 BY 1
               UNTIL INDICE-FICHADA > CANT-ARCH-FICHADAS.
           IF CANT-RELOJES > 0
               PERFORM CARGAR-FUENTES
               PERFORM ENTRADA-UNA-FUENTE
                   VARYING INDICE-FUENTE FROM 1 BY 1
                   UNTIL INDICE-FUENTE > CANT-FUENTES
           END-IF.

      *- Un archivo de fichadas que no abre deja a esa sucursal sin
      *- control, no corta la corrida.
       ENTRADA-UN-ARCH-FICHADAS.
           MOVE VEC-RUTA-FICHADA(INDICE-FICHADA) TO WS-RUTA-FICHADA.
           OPEN INPUT FICHADAS-FILE.
           IF FS-FICHADAS IS NOT EQUAL TO 00
               DISPLAY "NO SE PUDO ABRIR LAS FICHADAS "
                   WS-RUTA-FICHADA " FS: " FS-FICHADAS
               MOVE "A" TO WS-ESTADO-CORRIDA
           ELSE
               PERFORM LEER-FICHADA
               PERFORM SOLTAR-FICHADA UNTIL FS-FICHADAS = 10
               CLOSE FICHADAS-FILE
           END-IF.

       LEER-FICHADA.
           READ FICHADAS-FILE.
           IF FS-FICHADAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FICHADAS " WS-RUTA-FICHADA
                   " FS: " FS-FICHADAS
               MOVE "10" TO FS-FICHADAS
           END-IF.

      *- Una marca con hora o sentido invalidos no se puede aparear:
      *- se cuenta y se descarta.
       SOLTAR-FICHADA.
           IF FIC-HORA IS NOT NUMERIC
               OR FIC-FECHA IS NOT NUMERIC
               OR (FIC-SENTIDO IS NOT EQUAL TO "E" AND "S")
               ADD 1 TO CANT-FICHADAS-INV
           ELSE
               IF FIC-HORA-HH > 23 OR FIC-HORA-MM > 59
                   ADD 1 TO CANT-FICHADAS-INV
               ELSE
                   ADD 1 TO WS-CTL-LEIDOS
                   PERFORM REGISTRAR-RELOJ
                   MOVE FIC-NUMERO   TO ORD-NUMERO
                   MOVE FIC-FECHA    TO ORD-FECHA
                   MOVE FIC-SUCURSAL TO ORD-SUCURSAL
                   MOVE "F"          TO ORD-ORIGEN
                   COMPUTE ORD-MINUTO = FIC-HORA-HH * 60 + FIC-HORA-MM
                   MOVE FIC-SENTIDO  TO ORD-SENTIDO
                   MOVE 0            TO ORD-HORAS
                   RELEASE REG-ORD-FICHADA
               END-IF
           END-IF.
           PERFORM LEER-FICHADA.

       REGISTRAR-RELOJ.
           MOVE 0 TO IND-REL-HALLADO.
           PERFORM VARYING INDICE-REL FROM 1 BY 1
               UNTIL INDICE-REL > CANT-RELOJES
               IF VEC-REL-SUCURSAL(INDICE-REL) IS EQUAL TO FIC-SUCURSAL
                   SET IND-REL-HALLADO TO INDICE-REL
               END-IF
           END-PERFORM.
           IF IND-REL-HALLADO = 0
               IF CANT-RELOJES < CON-CANT-SUC-MAX
                   ADD 1 TO CANT-RELOJES
                   MOVE CANT-RELOJES TO IND-REL-HALLADO
                   MOVE FIC-SUCURSAL
                       TO VEC-REL-SUCURSAL(IND-REL-HALLADO)
                   MOVE FIC-FECHA    TO VEC-REL-DESDE(IND-REL-HALLADO)
                   MOVE FIC-FECHA    TO VEC-REL-HASTA(IND-REL-HALLADO)
               END-IF
           ELSE
               IF FIC-FECHA < VEC-REL-DESDE(IND-REL-HALLADO)
                   MOVE FIC-FECHA TO VEC-REL-DESDE(IND-REL-HALLADO)
               END-IF
               IF FIC-FECHA > VEC-REL-HASTA(IND-REL-HALLADO)
                   MOVE FIC-FECHA TO VEC-REL-HASTA(IND-REL-HALLADO)
               END-IF
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

      *- Solo las novedades dictadas ("N" o en blanco) con horas
      *- validas, de una sucursal con reloj y dentro del rango de
      *- fechas de sus fichadas.
       SOLTAR-NOVEDAD.
           IF NOV-MARCA IS NOT EQUAL TO CON-MARCA-HDR
               AND NOV-MARCA IS NOT EQUAL TO CON-MARCA-TRL
               AND (NOV-TIPO-NOV IS EQUAL TO "N" OR SPACE)
               AND NOV-HORAS IS NUMERIC
               AND NOV-FECHA IS NUMERIC
               PERFORM BUSCAR-RELOJ-NOVEDAD
               IF IND-REL-HALLADO > 0
                   ADD 1 TO WS-CTL-LEIDOS
                   MOVE NOV-NUMERO   TO ORD-NUMERO
                   MOVE NOV-FECHA    TO ORD-FECHA
                   MOVE NOV-SUCURSAL TO ORD-SUCURSAL
                   MOVE "N"          TO ORD-ORIGEN
                   MOVE 0            TO ORD-MINUTO
                   MOVE SPACE        TO ORD-SENTIDO
                   MOVE NOV-HORAS    TO ORD-HORAS
                   RELEASE REG-ORD-FICHADA
               END-IF
           END-IF.
           PERFORM LEER-NOVTIMES.

       BUSCAR-RELOJ-NOVEDAD.
           MOVE 0 TO IND-REL-HALLADO.
           PERFORM VARYING INDICE-REL FROM 1 BY 1
               UNTIL INDICE-REL > CANT-RELOJES
               IF VEC-REL-SUCURSAL(INDICE-REL) IS EQUAL TO NOV-SUCURSAL
                   AND NOV-FECHA IS NOT LESS
                       THAN VEC-REL-DESDE(INDICE-REL)
                   AND NOV-FECHA IS NOT GREATER
                       THAN VEC-REL-HASTA(INDICE-REL)
                   SET IND-REL-HALLADO TO INDICE-REL
               END-IF
           END-PERFORM.

      *
      *     SALIDA-SECTION
       SALIDA.
           PERFORM ABRIR-ARCHIVOS-SALIDA.
           PERFORM PRINT-ENCABEZADO.
           PERFORM LEER-ORDEN-FICHADAS.
           PERFORM CONTROLAR-GRUPO UNTIL FIN-ORDEN.
           PERFORM PRINT-TOTAL.
           CLOSE LISTADO.
           CLOSE EXCEPCIONES.
           CLOSE HORAS-FICHADAS-FILE.
           CLOSE OBSERVADAS-FILE.

       ABRIR-ARCHIVOS-SALIDA.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           OPEN OUTPUT HORAS-FICHADAS-FILE.
           IF FS-HORAS-FICHADAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR HORASFICHADAS FS: "
                   FS-HORAS-FICHADAS
               STOP RUN
           END-IF.
           OPEN OUTPUT OBSERVADAS-FILE.
           IF FS-OBSERVADAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR FICHADASOBSERVADAS FS: "
                   FS-OBSERVADAS
               STOP RUN
           END-IF.
           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: " FS-EXCEPCIONES
               STOP RUN
           END-IF.

       LEER-ORDEN-FICHADAS.
           RETURN ORDEN-FICHADAS RECORD
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

       CONTROLAR-GRUPO.
           MOVE ORD-NUMERO   TO GRP-NUMERO.
           MOVE ORD-FECHA    TO GRP-FECHA.
           MOVE ORD-SUCURSAL TO GRP-SUCURSAL.
           MOVE 0 TO GRP-MIN-FICHADOS.
           MOVE 0 TO GRP-HORAS-NOVEDAD.
           MOVE 0 TO GRP-INCOMPLETAS.
           MOVE "N" TO GRP-ENTRADA-PEND.
           PERFORM ACUMULAR-REGISTRO
               UNTIL FIN-ORDEN
               OR ORD-NUMERO IS NOT EQUAL TO GRP-NUMERO
               OR ORD-FECHA IS NOT EQUAL TO GRP-FECHA
               OR ORD-SUCURSAL IS NOT EQUAL TO GRP-SUCURSAL.
           IF HAY-ENTRADA-PEND
               ADD 1 TO GRP-INCOMPLETAS
           END-IF.
           PERFORM CERRAR-GRUPO.

      *- Cada entrada espera su salida; una segunda entrada sin salida
      *- en el medio deja incompleta a la primera, y una salida sin
      *- entrada pendiente tambien es incompleta.
       ACUMULAR-REGISTRO.
           IF ORD-ORIGEN IS EQUAL TO "F"
               IF ORD-SENTIDO IS EQUAL TO "E"
                   IF HAY-ENTRADA-PEND
                       ADD 1 TO GRP-INCOMPLETAS
                   END-IF
                   MOVE "S" TO GRP-ENTRADA-PEND
                   MOVE ORD-MINUTO TO GRP-MIN-ENTRADA
               ELSE
                   IF HAY-ENTRADA-PEND
                       ADD ORD-MINUTO TO GRP-MIN-FICHADOS
                       SUBTRACT GRP-MIN-ENTRADA FROM GRP-MIN-FICHADOS
                       MOVE "N" TO GRP-ENTRADA-PEND
                   ELSE
                       ADD 1 TO GRP-INCOMPLETAS
                   END-IF
               END-IF
           ELSE
               ADD ORD-HORAS TO GRP-HORAS-NOVEDAD
           END-IF.
           PERFORM LEER-ORDEN-FICHADAS.

      *- Las horas de novedad vienen con dos decimales (1,50 = 90
      *- minutos); el exceso se mide en minutos contra la tolerancia.
       CERRAR-GRUPO.
           COMPUTE WS-HORAS-FICHADAS ROUNDED = GRP-MIN-FICHADOS / 60.
           COMPUTE WS-MIN-NOVEDAD ROUNDED = GRP-HORAS-NOVEDAD * 60.
           COMPUTE WS-MIN-EXCESO = WS-MIN-NOVEDAD - GRP-MIN-FICHADOS.
           ADD 1 TO WS-CTL-GRABADOS.
           MOVE GRP-NUMERO        TO HFI-NUMERO.
           MOVE GRP-FECHA         TO HFI-FECHA.
           MOVE GRP-SUCURSAL      TO HFI-SUCURSAL.
           MOVE WS-HORAS-FICHADAS TO HFI-HORAS-FICHADAS.
           MOVE GRP-HORAS-NOVEDAD TO HFI-HORAS-NOVEDAD.
           MOVE GRP-INCOMPLETAS   TO HFI-INCOMPLETAS.
           WRITE REG-HORAS-FICHADAS.
           IF GRP-HORAS-NOVEDAD > 0
               AND WS-MIN-EXCESO > WS-TOLERANCIA-MIN
               PERFORM INFORMAR-OBSERVADA
           ELSE
               IF GRP-INCOMPLETAS > 0
                   MOVE "FICHADA INCOMPLETA" TO DT-OBSERVACION
                   PERFORM PRINT-DETALLE
               END-IF
           END-IF.

       INFORMAR-OBSERVADA.
           ADD 1 TO CANT-OBSERVADAS.
           ADD 1 TO WS-CTL-RECHAZADOS.
           IF GRP-INCOMPLETAS > 0
               MOVE "SUPERA FICHADAS (INCOMPLETA)" TO DT-OBSERVACION
           ELSE
               MOVE "SUPERA FICHADAS" TO DT-OBSERVACION
           END-IF.
           PERFORM PRINT-DETALLE.
           PERFORM REGISTRAR-EXCEPCION-FICHADAS.
           IF RECHAZAR-OBSERVADAS
               MOVE GRP-NUMERO   TO FOB-NUMERO
               MOVE GRP-FECHA    TO FOB-FECHA
               MOVE GRP-SUCURSAL TO FOB-SUCURSAL
               MOVE HOY-NUMERICO TO FOB-FECHA-CONTROL
               WRITE REG-OBSERVADAS
           END-IF.

      *- Grave si el merge va a rechazar la novedad; advertencia si
      *- solo se avisa.
       REGISTRAR-EXCEPCION-FICHADAS.
           MOVE GRP-NUMERO   TO WS-CLAVE-EXC-NUM.
           MOVE GRP-SUCURSAL TO WS-CLAVE-EXC-SUC.
           MOVE WS-CLAVE-EXCEPCION     TO EXC-CLAVE.
           MOVE "CONTROL-FICHADAS"     TO EXC-PROGRAMA.
           MOVE "HORAS DE NOVEDAD SUPERAN LAS FICHADAS"
               TO EXC-MOTIVO.
           IF RECHAZAR-OBSERVADAS
               MOVE "G" TO EXC-SEVERIDAD
           ELSE
               MOVE "A" TO EXC-SEVERIDAD
           END-IF.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       PRINT-ENCABEZADO.
           MOVE HOY-DD   TO FECHA-DD.
           MOVE HOY-MM   TO FECHA-MM.
           MOVE HOY-AAAA TO FECHA-AAAA.
           MOVE WS-TOLERANCIA-MIN TO EP-TOLERANCIA.
           IF RECHAZAR-OBSERVADAS
               MOVE "SI" TO EP-RECHAZAR
           ELSE
               MOVE "NO" TO EP-RECHAZAR
           END-IF.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           WRITE REG-LISTADO FROM ENCABEZADO-PARAMETROS.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO3-TABLA.
           WRITE REG-LISTADO FROM LINEA-TABLA.

       PRINT-DETALLE.
           MOVE GRP-NUMERO TO DT-PROF-NUMERO.
           MOVE GRP-FECHA  TO WS-FECHA-CLASE.
           MOVE CLA-F-DD   TO DT-FECHA-DD.
           MOVE CLA-F-MM   TO DT-FECHA-MM.
           MOVE CLA-F-AAAA TO DT-FECHA-AAAA.
           MOVE GRP-SUCURSAL      TO DT-SUCURSAL.
           MOVE WS-HORAS-FICHADAS TO DT-HORAS-FICHADAS.
           MOVE GRP-HORAS-NOVEDAD TO DT-HORAS-NOVEDAD.
           MOVE WS-MIN-EXCESO     TO DT-MIN-EXCESO.
           WRITE REG-LISTADO FROM DATOS-TABLA.

       PRINT-TOTAL.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE CANT-OBSERVADAS TO LT-OBSERVADAS.
           WRITE REG-LISTADO FROM LINEA-TOTAL-OBSERVADAS.
           MOVE CANT-FICHADAS-INV TO LT-INVALIDAS.
           WRITE REG-LISTADO FROM LINEA-TOTAL-INVALIDAS.

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
               MOVE "CONTROL-FICHADAS" TO CTL-PROGRAMA
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

       END PROGRAM CONTROL-FICHADAS.
