       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PLANILLAS.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Ingreso de novedades desde planillas de calculo. La mayoria
      *- de las sucursales lleva la asistencia en una planilla y le
      *- cuesta armar a mano la imagen fija de NovTimes con su
      *- cabecera y su trailer: de ahi sale buena parte de los
      *- rechazos. Este programa toma la planilla exportada como texto
      *- delimitado (punto y coma o coma) de cada sucursal que figure
      *- en MapaPlanillas.txt, la convierte con el mapa de columnas de
      *- esa sucursal y deja un NovTimes con "*HDR*"/"*TRL*" listo para
      *- sumar a NovTimesFuentes.txt (mismos registros de control que
      *- el envio de CIERRE-LOTE-CAPTURA, ver VALIDAR-FUENTES en
      *- TP-Parte1/Parte1A.cbl). Por sucursal SSS:
      *-   entrada  ../files/in/PlanillaSSS.csv
      *-   salida   ../files/out/NovTimesPlanillaSSS.dat
      *-   rechazos ../files/out/RechazosPlanillaSSS.txt
      *- Una sucursal del mapa sin planilla se saltea. Convierte la
      *- coma decimal de las horas (o el punto, segun el mapa), las
      *- fechas DD/MM/AAAA, la hora de inicio HH:MM y los numeros a
      *- los que la planilla les comio los ceros de adelante. Cada
      *- renglon que no se puede convertir queda afuera del NovTimes
      *- y vuelve a la sucursal en el archivo de rechazos, con el
      *- numero de renglon, la columna, el valor y el motivo (un
      *- renglon por columna con problemas) y debajo el renglon tal
      *- como vino.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *- Un renglon por sucursal que manda planilla (ver REG-MAPA).
       SELECT MAPA-FILE
           ASSIGN TO DISK "../files/in/MapaPlanillas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAPA.

       SELECT PLANILLA-FILE
           ASSIGN TO WS-RUTA-PLANILLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANILLA.

       SELECT NOVTIMES-FILE
           ASSIGN TO WS-RUTA-NOVTIMES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVTIMES.

       SELECT RECHAZOS-FILE
           ASSIGN TO WS-RUTA-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.

      *- Mapa de columnas de la planilla de cada sucursal: separador,
      *- caracter decimal de las horas, si el primer renglon trae los
      *- titulos, y en que columna (1 a 20) viene cada dato. Columna
      *- 00 = la planilla no lo trae: la sucursal sale del propio
      *- mapa, el tipo de novedad es "N" y la hora de inicio y los
      *- asistentes quedan en blanco. Ejemplo (sucursal 001, punto y
      *- coma, coma decimal, con titulos, numero/fecha/tipo/horas en
      *- las columnas 1 a 4 y hora de inicio en la 5):
      *-   001;,S0102000304000500
       FD MAPA-FILE LABEL RECORD OMITTED.
       01 REG-MAPA.
           03 MAP-SUCURSAL        PIC X(03).
           03 MAP-SEPARADOR       PIC X(01).
           03 MAP-DECIMAL         PIC X(01).
           03 MAP-TITULOS         PIC X(01).
              88 MAP-CON-TITULOS          VALUE "S".
           03 MAP-COLUMNAS.
               05 MAP-COL-NUMERO      PIC 9(02).
               05 MAP-COL-FECHA       PIC 9(02).
               05 MAP-COL-SUCURSAL    PIC 9(02).
               05 MAP-COL-TIPCLASE    PIC 9(02).
               05 MAP-COL-HORAS       PIC 9(02).
               05 MAP-COL-TIPO-NOV    PIC 9(02).
               05 MAP-COL-HORA-INI    PIC 9(02).
               05 MAP-COL-ASISTENTES  PIC 9(02).

       FD PLANILLA-FILE LABEL RECORD OMITTED.
       01 REG-PLANILLA            PIC X(250).

      *- Misma imagen que REG-NOVTIMES1 de TP-Parte1/Parte1A.cbl, con
      *- los registros de control de CIERRE-LOTE-CAPTURA.
       FD NOVTIMES-FILE LABEL RECORD STANDARD.
       01 REG-NOVTIMES.
           03 NOV-NUMERO          PIC X(05).
           03 NOV-FECHA           PIC 9(08).
           03 NOV-SUCURSAL        PIC X(03).
           03 NOV-TIPCLASE        PIC X(04).
           03 NOV-HORAS           PIC 9(02)V99.
           03 NOV-TIPO-NOV        PIC X(01).
           03 NOV-HORA-INI        PIC X(04).
           03 NOV-ASISTENTES      PIC X(03).
       01 REG-NOVTIMES-HDR REDEFINES REG-NOVTIMES.
           03 HDR-MARCA           PIC X(05).
           03 HDR-FUENTE-ID       PIC X(03).
           03 HDR-FECHA-GEN       PIC 9(08).
           03 FILLER              PIC X(16).
       01 REG-NOVTIMES-TRL REDEFINES REG-NOVTIMES.
           03 TRL-MARCA           PIC X(05).
           03 TRL-CANT            PIC 9(06).
           03 TRL-HORAS           PIC 9(06)V99.
           03 FILLER              PIC X(13).

       FD RECHAZOS-FILE LABEL RECORD OMITTED.
       01 REG-RECHAZOS            PIC X(130).

       WORKING-STORAGE SECTION.

       77 FS-MAPA              PIC XX.
       77 FS-PLANILLA          PIC XX.
       77 FS-NOVTIMES          PIC XX.
       77 FS-RECHAZOS          PIC XX.

       01 WS-RUTA-PLANILLA     PIC X(60)   VALUE SPACES.
       01 WS-RUTA-NOVTIMES     PIC X(60)   VALUE SPACES.
       01 WS-RUTA-RECHAZOS     PIC X(60)   VALUE SPACES.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 FECHA-NUMERICA REDEFINES FECHA-DE-HOY PIC 9(8).

      *- Totales de la planilla en curso y de la corrida.
       77 WS-NRO-RENGLON       PIC 9(06)   VALUE 0.
       77 CANT-CONVERTIDOS     PIC 9(06)   VALUE 0.
       77 CANT-RENG-RECHAZADOS PIC 9(06)   VALUE 0.
       77 TOT-HORAS-PLANILLA   PIC 9(06)V99 VALUE 0.
       77 CANT-PLANILLAS       PIC 9(03)   VALUE 0.
       77 CANT-MAPAS           PIC 9(03)   VALUE 0.
       77 TOT-CONVERTIDOS      PIC 9(07)   VALUE 0.
       77 TOT-RECHAZADOS       PIC 9(07)   VALUE 0.

      *- Columnas del renglon en curso, ya separadas (ver
      *- SEPARAR-COLUMNAS). Un valor entre comillas puede traer el
      *- separador adentro; las comillas no se guardan.
       78 CON-MAX-COLUMNAS     VALUE 20.
       78 CON-LARGO-RENGLON    VALUE 250.
       78 CON-LARGO-VALOR      VALUE 40.
       01 VEC-COLUMNAS.
           03 VEC-COL-ELM
               OCCURS CON-MAX-COLUMNAS TIMES
               INDEXED BY INDICE-COL.
               05 VEC-COL-VALOR     PIC X(40).
               05 VEC-COL-LARGO     PIC 9(02).
       77 CANT-COLUMNAS        PIC 9(02)   VALUE 0.
       77 WS-POS               PIC 9(03)   VALUE 0.
       77 WS-CARACTER          PIC X(01)   VALUE SPACE.
       77 WS-ENTRE-COMILLAS    PIC X(01)   VALUE "N".
           88 ENTRE-COMILLAS               VALUE "S".

      *- Columna pedida y su valor (ver TOMAR-COLUMNA).
       77 WS-COL-PEDIDA        PIC 9(02)   VALUE 0.
       01 WS-VALOR             PIC X(40)   VALUE SPACES.
       77 WS-LARGO             PIC 9(02)   VALUE 0.
       77 WS-CAMPO             PIC X(12)   VALUE SPACES.
       77 WS-MOTIVO            PIC X(40)   VALUE SPACES.
       77 WS-RENGLON-OK        PIC X(01)   VALUE "S".
           88 RENGLON-OK                   VALUE "S".
       77 WS-MAPA-OK           PIC X(01)   VALUE "S".
           88 MAPA-OK                      VALUE "S".

      *- Codigo alfanumerico de ancho fijo (numero de profesor,
      *- sucursal): si vino solo con digitos y mas corto, se completa
      *- con ceros a la izquierda (ver AJUSTAR-CODIGO).
       77 WS-ANCHO             PIC 9(01)   VALUE 0.
       01 WS-CODIGO            PIC X(05)   VALUE SPACES.
       77 WS-CODIGO-OK         PIC X(01)   VALUE "S".
           88 CODIGO-OK                    VALUE "S".

      *- Fecha DD/MM/AAAA: cada parte se recibe justificada a derecha
      *- y se completa con ceros (1/3/2025 vale igual que 01/03/2025).
       01 WS-F-DD              PIC X(02)   JUSTIFIED RIGHT.
       01 WS-F-MM              PIC X(02)   JUSTIFIED RIGHT.
       01 WS-F-AAAA            PIC X(04).
       77 WS-CNT-1             PIC 9(02)   VALUE 0.
       77 WS-CNT-2             PIC 9(02)   VALUE 0.
       77 WS-CNT-3             PIC 9(02)   VALUE 0.
       77 WS-CANT-PARTES       PIC 9(02)   VALUE 0.
       01 WS-FECHA-ARMADA.
           03 WS-FA-AAAA        PIC X(04).
           03 WS-FA-MM          PIC X(02).
           03 WS-FA-DD          PIC X(02).
       01 WS-FECHA-NUM REDEFINES WS-FECHA-ARMADA PIC 9(08).
      *- Una clase no puede tener fecha futura.
       77 WS-CTL-FUTURO        PIC X(01)   VALUE "S".
       77 WS-FECHA-VALIDA      PIC X(01)   VALUE "N".
           88 FECHA-VALIDA                 VALUE "S".

      *- Horas con coma (o punto) decimal: entero de hasta dos
      *- digitos y hasta dos decimales ("2", "1,5", "0,75").
       01 WS-HORAS-ARMADAS.
           03 WS-H-ENTERO       PIC X(02)   JUSTIFIED RIGHT.
           03 WS-H-FRACCION     PIC X(02).
       01 WS-HORAS-NUM REDEFINES WS-HORAS-ARMADAS PIC 9(02)V99.

      *- Hora de inicio HH:MM, H:MM o HHMM.
       01 WS-HORA-ARMADA.
           03 WS-HI-HH          PIC X(02)   JUSTIFIED RIGHT.
           03 WS-HI-MM          PIC X(02).
       01 WS-HORA-NUM REDEFINES WS-HORA-ARMADA.
           03 WS-HI-HH-NUM      PIC 9(02).
           03 WS-HI-MM-NUM      PIC 9(02).

       01 WS-ASISTENTES        PIC X(03)   JUSTIFIED RIGHT.

       01 WS-MINUSCULAS        PIC X(26)   VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAYUSCULAS        PIC X(26)   VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 ENC-RECHAZOS-1.
           03 FILLER PIC X(35) VALUE
              "Rechazos de la planilla de sucursal".
           03 FILLER PIC X(1)  VALUE SPACES.
           03 ER1-SUCURSAL     PIC X(03).
           03 FILLER PIC X(4)  VALUE " al ".
           03 ER1-DD           PIC 9(02).
           03 FILLER PIC X     VALUE "/".
           03 ER1-MM           PIC 9(02).
           03 FILLER PIC X     VALUE "/".
           03 ER1-AAAA         PIC 9(04).

       01 ENC-RECHAZOS-2.
           03 FILLER PIC X(8)  VALUE "Renglon".
           03 FILLER PIC X(5)  VALUE "Col".
           03 FILLER PIC X(14) VALUE "Dato".
           03 FILLER PIC X(22) VALUE "Valor".
           03 FILLER PIC X(40) VALUE "Motivo".

       01 LINEA-RECHAZO.
           03 LR-RENGLON       PIC ZZZZZ9.
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LR-COLUMNA       PIC Z9.
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 LR-CAMPO         PIC X(12).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LR-VALOR         PIC X(20).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LR-MOTIVO        PIC X(40).

       01 LINEA-ORIGINAL.
           03 FILLER           PIC X(18)   VALUE
              "   tal como vino: ".
           03 LO-TEXTO         PIC X(112).

       01 LINEA-RESUMEN.
           03 FILLER PIC X(21) VALUE "Renglones convertidos".
           03 FILLER PIC X(2)  VALUE ": ".
           03 LRS-CONVERTIDOS  PIC ZZZZZ9.
           03 FILLER PIC X(15) VALUE "  Rechazados: ".
           03 LRS-RECHAZADOS   PIC ZZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           OPEN INPUT MAPA-FILE.
           IF FS-MAPA IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO MAPAPLANILLAS.TXT, NINGUNA "
                   "SUCURSAL CONFIGURADA"
               STOP RUN
           END-IF.
           PERFORM LEER-MAPA.
           PERFORM PROCESAR-SUCURSAL UNTIL FS-MAPA = 10.
           CLOSE MAPA-FILE.
           DISPLAY "PLANILLAS PROCESADAS: " CANT-PLANILLAS " DE "
               CANT-MAPAS " SUCURSALES - RENGLONES CONVERTIDOS: "
               TOT-CONVERTIDOS " - RECHAZADOS: " TOT-RECHAZADOS.
           STOP RUN.

       LEER-MAPA.
           READ MAPA-FILE.
           IF FS-MAPA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MAPAPLANILLAS FS: " FS-MAPA
           END-IF.

       PROCESAR-SUCURSAL.
           ADD 1 TO CANT-MAPAS.
           PERFORM VALIDAR-MAPA.
           IF MAPA-OK
               PERFORM ARMAR-RUTAS
               OPEN INPUT PLANILLA-FILE
               IF FS-PLANILLA IS EQUAL TO 00
                   PERFORM CONVERTIR-PLANILLA
                   CLOSE PLANILLA-FILE
               ELSE
                   DISPLAY "SUCURSAL " MAP-SUCURSAL
                       " SIN PLANILLA, SE SALTEA"
               END-IF
           END-IF.
           PERFORM LEER-MAPA.

      *- El separador y el decimal no pueden ser el mismo caracter
      *- (con coma y coma, "1,5" se partiria en dos columnas) y las
      *- columnas obligatorias tienen que estar.
       VALIDAR-MAPA.
           MOVE "S" TO WS-MAPA-OK.
           IF MAP-SEPARADOR IS NOT EQUAL TO ";"
               AND MAP-SEPARADOR IS NOT EQUAL TO ","
               MOVE "N" TO WS-MAPA-OK
           END-IF.
           IF MAP-DECIMAL IS NOT EQUAL TO ","
               AND MAP-DECIMAL IS NOT EQUAL TO "."
               MOVE "N" TO WS-MAPA-OK
           END-IF.
           IF MAP-DECIMAL IS EQUAL TO MAP-SEPARADOR
               MOVE "N" TO WS-MAPA-OK
           END-IF.
           IF MAP-COLUMNAS IS NOT NUMERIC
               MOVE "N" TO WS-MAPA-OK
           ELSE
               IF MAP-COL-NUMERO = 0 OR MAP-COL-FECHA = 0
                   OR MAP-COL-TIPCLASE = 0 OR MAP-COL-HORAS = 0
                   MOVE "N" TO WS-MAPA-OK
               END-IF
               IF MAP-COL-NUMERO > CON-MAX-COLUMNAS
                   OR MAP-COL-FECHA > CON-MAX-COLUMNAS
                   OR MAP-COL-SUCURSAL > CON-MAX-COLUMNAS
                   OR MAP-COL-TIPCLASE > CON-MAX-COLUMNAS
                   OR MAP-COL-HORAS > CON-MAX-COLUMNAS
                   OR MAP-COL-TIPO-NOV > CON-MAX-COLUMNAS
                   OR MAP-COL-HORA-INI > CON-MAX-COLUMNAS
                   OR MAP-COL-ASISTENTES > CON-MAX-COLUMNAS
                   MOVE "N" TO WS-MAPA-OK
               END-IF
           END-IF.
           IF NOT MAPA-OK
               DISPLAY "MAPA INVALIDO PARA LA SUCURSAL " MAP-SUCURSAL
                   ": " REG-MAPA
           END-IF.

       ARMAR-RUTAS.
           MOVE SPACES TO WS-RUTA-PLANILLA.
           MOVE SPACES TO WS-RUTA-NOVTIMES.
           MOVE SPACES TO WS-RUTA-RECHAZOS.
           STRING "../files/in/Planilla" MAP-SUCURSAL ".csv"
               DELIMITED BY SIZE INTO WS-RUTA-PLANILLA.
           STRING "../files/out/NovTimesPlanilla" MAP-SUCURSAL ".dat"
               DELIMITED BY SIZE INTO WS-RUTA-NOVTIMES.
           STRING "../files/out/RechazosPlanilla" MAP-SUCURSAL ".txt"
               DELIMITED BY SIZE INTO WS-RUTA-RECHAZOS.

       CONVERTIR-PLANILLA.
           OPEN OUTPUT NOVTIMES-FILE.
           IF FS-NOVTIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR " WS-RUTA-NOVTIMES " FS: "
                   FS-NOVTIMES
           ELSE
               OPEN OUTPUT RECHAZOS-FILE
               IF FS-RECHAZOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR " WS-RUTA-RECHAZOS " FS: "
                       FS-RECHAZOS
                   CLOSE NOVTIMES-FILE
               ELSE
                   ADD 1 TO CANT-PLANILLAS
                   MOVE 0 TO WS-NRO-RENGLON
                   MOVE 0 TO CANT-CONVERTIDOS
                   MOVE 0 TO CANT-RENG-RECHAZADOS
                   MOVE 0 TO TOT-HORAS-PLANILLA
                   PERFORM GRABAR-CABECERA
                   PERFORM LEER-PLANILLA
                   PERFORM CONVERTIR-RENGLON UNTIL FS-PLANILLA = 10
                   PERFORM GRABAR-TRAILER
                   CLOSE NOVTIMES-FILE
                   CLOSE RECHAZOS-FILE
                   ADD CANT-CONVERTIDOS     TO TOT-CONVERTIDOS
                   ADD CANT-RENG-RECHAZADOS TO TOT-RECHAZADOS
                   DISPLAY "SUCURSAL " MAP-SUCURSAL ": "
                       CANT-CONVERTIDOS " RENGLONES CONVERTIDOS, "
                       CANT-RENG-RECHAZADOS " RECHAZADOS, "
                       TOT-HORAS-PLANILLA " HORAS"
               END-IF
           END-IF.

       LEER-PLANILLA.
           READ PLANILLA-FILE.
           IF FS-PLANILLA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PLANILLA FS: " FS-PLANILLA
           END-IF.

       GRABAR-CABECERA.
           MOVE SPACES TO REG-NOVTIMES.
           MOVE "*HDR*" TO HDR-MARCA.
           MOVE MAP-SUCURSAL TO HDR-FUENTE-ID.
           MOVE FECHA-NUMERICA TO HDR-FECHA-GEN.
           WRITE REG-NOVTIMES.
           MOVE MAP-SUCURSAL TO ER1-SUCURSAL.
           MOVE HOY-DD   TO ER1-DD.
           MOVE HOY-MM   TO ER1-MM.
           MOVE HOY-AAAA TO ER1-AAAA.
           WRITE REG-RECHAZOS FROM ENC-RECHAZOS-1.
           WRITE REG-RECHAZOS FROM ENC-RECHAZOS-2.

       GRABAR-TRAILER.
           MOVE SPACES TO REG-NOVTIMES.
           MOVE "*TRL*" TO TRL-MARCA.
           MOVE CANT-CONVERTIDOS TO TRL-CANT.
           MOVE TOT-HORAS-PLANILLA TO TRL-HORAS.
           WRITE REG-NOVTIMES.
           MOVE CANT-CONVERTIDOS     TO LRS-CONVERTIDOS.
           MOVE CANT-RENG-RECHAZADOS TO LRS-RECHAZADOS.
           MOVE SPACES TO REG-RECHAZOS.
           WRITE REG-RECHAZOS.
           WRITE REG-RECHAZOS FROM LINEA-RESUMEN.

      *- El renglon de titulos (si el mapa dice que viene) y los
      *- renglones en blanco no son novedades.
       CONVERTIR-RENGLON.
           ADD 1 TO WS-NRO-RENGLON.
           IF (WS-NRO-RENGLON = 1 AND MAP-CON-TITULOS)
               OR REG-PLANILLA IS EQUAL TO SPACES
               CONTINUE
           ELSE
               PERFORM SEPARAR-COLUMNAS
               MOVE "S" TO WS-RENGLON-OK
               MOVE SPACES TO REG-NOVTIMES
               PERFORM CONVERTIR-NUMERO
               PERFORM CONVERTIR-FECHA
               PERFORM CONVERTIR-SUCURSAL
               PERFORM CONVERTIR-TIPCLASE
               PERFORM CONVERTIR-HORAS
               PERFORM CONVERTIR-TIPO-NOV
               PERFORM CONVERTIR-HORA-INI
               PERFORM CONVERTIR-ASISTENTES
               IF RENGLON-OK
                   WRITE REG-NOVTIMES
                   ADD 1 TO CANT-CONVERTIDOS
                   ADD NOV-HORAS TO TOT-HORAS-PLANILLA
               ELSE
                   ADD 1 TO CANT-RENG-RECHAZADOS
                   MOVE REG-PLANILLA TO LO-TEXTO
                   WRITE REG-RECHAZOS FROM LINEA-ORIGINAL
               END-IF
           END-IF.
           PERFORM LEER-PLANILLA.

      *- Parte el renglon por el separador del mapa. Los blancos de
      *- adelante de cada valor no se guardan, y tampoco el retorno de
      *- carro que dejan las planillas exportadas en Windows.
       SEPARAR-COLUMNAS.
           INITIALIZE VEC-COLUMNAS.
           MOVE 1   TO CANT-COLUMNAS.
           MOVE "N" TO WS-ENTRE-COMILLAS.
           PERFORM SEPARAR-UN-CARACTER
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > CON-LARGO-RENGLON.

       SEPARAR-UN-CARACTER.
           MOVE REG-PLANILLA(WS-POS:1) TO WS-CARACTER.
           EVALUATE TRUE
               WHEN WS-CARACTER IS EQUAL TO QUOTE
                   IF ENTRE-COMILLAS
                       MOVE "N" TO WS-ENTRE-COMILLAS
                   ELSE
                       MOVE "S" TO WS-ENTRE-COMILLAS
                   END-IF
               WHEN WS-CARACTER IS EQUAL TO X"0D"
                   CONTINUE
               WHEN WS-CARACTER IS EQUAL TO MAP-SEPARADOR
                   AND NOT ENTRE-COMILLAS
                   IF CANT-COLUMNAS < CON-MAX-COLUMNAS
                       ADD 1 TO CANT-COLUMNAS
                   END-IF
               WHEN WS-CARACTER IS EQUAL TO SPACE
                   AND VEC-COL-LARGO(CANT-COLUMNAS) = 0
                   CONTINUE
               WHEN VEC-COL-LARGO(CANT-COLUMNAS) < CON-LARGO-VALOR
                   ADD 1 TO VEC-COL-LARGO(CANT-COLUMNAS)
                   MOVE WS-CARACTER TO VEC-COL-VALOR(CANT-COLUMNAS)
                       (VEC-COL-LARGO(CANT-COLUMNAS):1)
           END-EVALUATE.

      *- Deja en WS-VALOR la columna WS-COL-PEDIDA (en blanco si el
      *- mapa no la usa o el renglon trae menos columnas) y en
      *- WS-LARGO su largo sin los blancos de atras.
       TOMAR-COLUMNA.
           MOVE SPACES TO WS-VALOR.
           MOVE 0 TO WS-LARGO.
           IF WS-COL-PEDIDA > 0 AND WS-COL-PEDIDA NOT > CANT-COLUMNAS
               MOVE VEC-COL-VALOR(WS-COL-PEDIDA) TO WS-VALOR
               PERFORM VARYING WS-LARGO FROM CON-LARGO-VALOR BY -1
                   UNTIL WS-LARGO = 0
                   OR WS-VALOR(WS-LARGO:1) IS NOT EQUAL TO SPACE
                   CONTINUE
               END-PERFORM
           END-IF.

      *- Un renglon por columna con problemas; el renglon original se
      *- graba una sola vez al final (ver CONVERTIR-RENGLON).
       RECHAZAR-COLUMNA.
           MOVE "N"            TO WS-RENGLON-OK.
           MOVE WS-NRO-RENGLON TO LR-RENGLON.
           MOVE WS-COL-PEDIDA  TO LR-COLUMNA.
           MOVE WS-CAMPO       TO LR-CAMPO.
           MOVE WS-VALOR       TO LR-VALOR.
           MOVE WS-MOTIVO      TO LR-MOTIVO.
           WRITE REG-RECHAZOS FROM LINEA-RECHAZO.

      *- Completa con ceros a la izquierda un codigo de solo digitos
      *- mas corto que WS-ANCHO; uno mas largo no entra.
       AJUSTAR-CODIGO.
           MOVE "S" TO WS-CODIGO-OK.
           MOVE SPACES TO WS-CODIGO.
           IF WS-LARGO > WS-ANCHO
               MOVE "N" TO WS-CODIGO-OK
           ELSE
               IF WS-LARGO < WS-ANCHO
                   AND WS-VALOR(1:WS-LARGO) IS NUMERIC
                   MOVE ZEROS TO WS-CODIGO(1:WS-ANCHO)
                   MOVE WS-VALOR(1:WS-LARGO)
                       TO WS-CODIGO(WS-ANCHO - WS-LARGO + 1:WS-LARGO)
               ELSE
                   MOVE WS-VALOR(1:WS-ANCHO) TO WS-CODIGO
               END-IF
           END-IF.

       CONVERTIR-NUMERO.
           MOVE MAP-COL-NUMERO TO WS-COL-PEDIDA.
           MOVE "PROFESOR" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           IF WS-LARGO = 0
               MOVE "FALTA EL NUMERO DE PROFESOR" TO WS-MOTIVO
               PERFORM RECHAZAR-COLUMNA
           ELSE
               MOVE 5 TO WS-ANCHO
               PERFORM AJUSTAR-CODIGO
               IF CODIGO-OK
                   MOVE WS-CODIGO TO NOV-NUMERO
               ELSE
                   MOVE "PROFESOR CON MAS DE 5 POSICIONES"
                       TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               END-IF
           END-IF.

       CONVERTIR-FECHA.
           MOVE MAP-COL-FECHA TO WS-COL-PEDIDA.
           MOVE "FECHA" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           MOVE 0 TO WS-CANT-PARTES.
           MOVE 0 TO WS-CNT-1.
           MOVE 0 TO WS-CNT-2.
           MOVE 0 TO WS-CNT-3.
           MOVE SPACES TO WS-F-DD WS-F-MM WS-F-AAAA.
           IF WS-LARGO > 0
               UNSTRING WS-VALOR(1:WS-LARGO) DELIMITED BY "/"
                   INTO WS-F-DD   COUNT IN WS-CNT-1
                        WS-F-MM   COUNT IN WS-CNT-2
                        WS-F-AAAA COUNT IN WS-CNT-3
                   TALLYING IN WS-CANT-PARTES
               END-UNSTRING
           END-IF.
           INSPECT WS-F-DD REPLACING LEADING SPACE BY "0".
           INSPECT WS-F-MM REPLACING LEADING SPACE BY "0".
           MOVE WS-F-AAAA TO WS-FA-AAAA.
           MOVE WS-F-MM   TO WS-FA-MM.
           MOVE WS-F-DD   TO WS-FA-DD.
           IF WS-CANT-PARTES IS NOT EQUAL TO 3
               OR WS-CNT-1 < 1 OR WS-CNT-1 > 2
               OR WS-CNT-2 < 1 OR WS-CNT-2 > 2
               OR WS-CNT-3 IS NOT EQUAL TO 4
               OR WS-FECHA-ARMADA IS NOT NUMERIC
               MOVE "FECHA QUE NO ES DD/MM/AAAA" TO WS-MOTIVO
               PERFORM RECHAZAR-COLUMNA
           ELSE
               CALL "VALIDAR-FECHA" USING WS-FECHA-NUM, WS-CTL-FUTURO,
                   WS-FECHA-VALIDA
               IF FECHA-VALIDA
                   MOVE WS-FECHA-NUM TO NOV-FECHA
               ELSE
                   MOVE "FECHA INEXISTENTE O FUTURA" TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               END-IF
           END-IF.

      *- Sin columna (o en blanco) la sucursal es la del mapa; si la
      *- planilla la trae, tiene que ser la misma.
       CONVERTIR-SUCURSAL.
           MOVE MAP-COL-SUCURSAL TO WS-COL-PEDIDA.
           MOVE "SUCURSAL" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           IF WS-LARGO = 0
               MOVE MAP-SUCURSAL TO NOV-SUCURSAL
           ELSE
               MOVE 3 TO WS-ANCHO
               PERFORM AJUSTAR-CODIGO
               IF NOT CODIGO-OK
                   MOVE "SUCURSAL DE MAS DE 3 POSICIONES" TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               ELSE
                   IF WS-CODIGO(1:3) IS NOT EQUAL TO MAP-SUCURSAL
                       MOVE "SUCURSAL DISTINTA DE LA DE LA PLANILLA"
                           TO WS-MOTIVO
                       PERFORM RECHAZAR-COLUMNA
                   ELSE
                       MOVE MAP-SUCURSAL TO NOV-SUCURSAL
                   END-IF
               END-IF
           END-IF.

       CONVERTIR-TIPCLASE.
           MOVE MAP-COL-TIPCLASE TO WS-COL-PEDIDA.
           MOVE "TIPO CLASE" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           EVALUATE TRUE
               WHEN WS-LARGO = 0
                   MOVE "FALTA EL TIPO DE CLASE" TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               WHEN WS-LARGO > 4
                   MOVE "TIPO DE CLASE DE MAS DE 4 POSICIONES"
                       TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               WHEN OTHER
                   INSPECT WS-VALOR CONVERTING WS-MINUSCULAS
                       TO WS-MAYUSCULAS
                   MOVE WS-VALOR(1:4) TO NOV-TIPCLASE
           END-EVALUATE.

       CONVERTIR-HORAS.
           MOVE MAP-COL-HORAS TO WS-COL-PEDIDA.
           MOVE "HORAS" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           MOVE 0 TO WS-CANT-PARTES.
           MOVE 0 TO WS-CNT-1.
           MOVE 0 TO WS-CNT-2.
           MOVE SPACES TO WS-HORAS-ARMADAS.
           IF WS-LARGO > 0
               UNSTRING WS-VALOR(1:WS-LARGO) DELIMITED BY MAP-DECIMAL
                   INTO WS-H-ENTERO   COUNT IN WS-CNT-1
                        WS-H-FRACCION COUNT IN WS-CNT-2
                   TALLYING IN WS-CANT-PARTES
               END-UNSTRING
           END-IF.
           INSPECT WS-H-ENTERO REPLACING LEADING SPACE BY "0".
           INSPECT WS-H-FRACCION REPLACING ALL SPACE BY "0".
           IF WS-LARGO = 0
               OR WS-CANT-PARTES > 2
               OR WS-CNT-1 > 2 OR WS-CNT-2 > 2
               OR WS-HORAS-ARMADAS IS NOT NUMERIC
               MOVE SPACES TO WS-MOTIVO
               STRING "HORAS NO NUMERICAS (DECIMAL CON " MAP-DECIMAL
                   ")" DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RECHAZAR-COLUMNA
           ELSE
               IF WS-HORAS-NUM = 0
                   MOVE "HORAS EN CERO" TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               ELSE
                   MOVE WS-HORAS-NUM TO NOV-HORAS
               END-IF
           END-IF.

       CONVERTIR-TIPO-NOV.
           MOVE MAP-COL-TIPO-NOV TO WS-COL-PEDIDA.
           MOVE "TIPO NOV" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           INSPECT WS-VALOR CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           EVALUATE TRUE
               WHEN WS-LARGO = 0
                   MOVE "N" TO NOV-TIPO-NOV
               WHEN WS-LARGO = 1
                   AND (WS-VALOR(1:1) IS EQUAL TO "N"
                     OR WS-VALOR(1:1) IS EQUAL TO "C"
                     OR WS-VALOR(1:1) IS EQUAL TO "T")
                   MOVE WS-VALOR(1:1) TO NOV-TIPO-NOV
               WHEN OTHER
                   MOVE "TIPO DE NOVEDAD DISTINTO DE N, C O T"
                       TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
           END-EVALUATE.

       CONVERTIR-HORA-INI.
           MOVE MAP-COL-HORA-INI TO WS-COL-PEDIDA.
           MOVE "HORA INICIO" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           MOVE 0 TO WS-CANT-PARTES.
           MOVE 0 TO WS-CNT-1.
           MOVE 0 TO WS-CNT-2.
           MOVE SPACES TO WS-HORA-ARMADA.
           IF WS-LARGO > 0
               IF WS-LARGO = 4 AND WS-VALOR(1:4) IS NUMERIC
                   MOVE WS-VALOR(1:4) TO WS-HORA-ARMADA
                   MOVE 2 TO WS-CNT-1
                   MOVE 2 TO WS-CNT-2
                   MOVE 2 TO WS-CANT-PARTES
               ELSE
                   UNSTRING WS-VALOR(1:WS-LARGO) DELIMITED BY ":"
                       INTO WS-HI-HH COUNT IN WS-CNT-1
                            WS-HI-MM COUNT IN WS-CNT-2
                       TALLYING IN WS-CANT-PARTES
                   END-UNSTRING
                   INSPECT WS-HI-HH REPLACING LEADING SPACE BY "0"
               END-IF
               IF WS-CANT-PARTES IS NOT EQUAL TO 2
                   OR WS-CNT-1 < 1 OR WS-CNT-1 > 2
                   OR WS-CNT-2 IS NOT EQUAL TO 2
                   OR WS-HORA-ARMADA IS NOT NUMERIC
                   MOVE "HORA DE INICIO QUE NO ES HH:MM" TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               ELSE
                   IF WS-HI-HH-NUM > 23 OR WS-HI-MM-NUM > 59
                       MOVE "HORA DE INICIO INEXISTENTE" TO WS-MOTIVO
                       PERFORM RECHAZAR-COLUMNA
                   ELSE
                       MOVE WS-HORA-ARMADA TO NOV-HORA-INI
                   END-IF
               END-IF
           END-IF.

       CONVERTIR-ASISTENTES.
           MOVE MAP-COL-ASISTENTES TO WS-COL-PEDIDA.
           MOVE "ASISTENTES" TO WS-CAMPO.
           PERFORM TOMAR-COLUMNA.
           IF WS-LARGO > 0
               IF WS-LARGO > 3
                   OR WS-VALOR(1:WS-LARGO) IS NOT NUMERIC
                   MOVE "ASISTENTES NO NUMERICOS O MAS DE 999"
                       TO WS-MOTIVO
                   PERFORM RECHAZAR-COLUMNA
               ELSE
                   MOVE WS-VALOR(1:WS-LARGO) TO WS-ASISTENTES
                   INSPECT WS-ASISTENTES REPLACING LEADING SPACE
                       BY "0"
                   MOVE WS-ASISTENTES TO NOV-ASISTENTES
               END-IF
           END-IF.

       END PROGRAM IMPORTAR-PLANILLAS.
