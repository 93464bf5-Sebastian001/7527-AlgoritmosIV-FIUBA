       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMALIAS-PROFESORES.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Puntaje de meses atipicos por profesor: corre despues de
      *- GENERAR-RESUMEN-MENSUAL y compara el mes en curso de cada
      *- profesor contra su propia historia de los meses anteriores.
      *- Los duplicados y el tope diario agarran errores mecanicos;
      *- esto apunta a lo que pasa por controles: horas que se
      *- duplican sin ruido, o exactamente las mismas horas todos los
      *- dias. Cada senial suma puntos (CON-PTS-*):
      *-   PIC  horas del mes por encima de CON-FACTOR-PICO veces el
      *-        promedio de los meses de historia con actividad;
      *-   SUC  sucursal que no aparece en la historia;
      *-   TIP  tipo de clase que no aparece en la historia;
      *-   COR  porcentaje de novedades de correccion alto y por
      *-        encima del propio historico;
      *-   UNI  mismas horas netas todos los dias trabajados (con un
      *-        minimo de dias, CON-MIN-DIAS-UNIFORME);
      *-   FIN  porcentaje de horas en sabado, domingo o feriado de la
      *-        zona alto y por encima del propio historico.
      *- PIC, SUC y TIP salen de ResumenMensualProfesores.dat; las
      *- otras tres necesitan el detalle diario y las correcciones,
      *- que el resumen netea, y salen de una pasada por Times.dat
      *- (mes en curso e historia que siga en el vivo). Un profesor
      *- sin historia no se compara en PIC, SUC ni TIP.
      *-
      *- Los profesores con puntaje igual o mayor al minimo van a
      *- AnomaliasProfesores.txt ordenados de mayor a menor, con el
      *- motivo de cada senial, y a AnomaliasDetectadas.dat (una fila
      *- por senial), que es la que recorre REVISION-ANOMALIAS para
      *- que supervision marque cada senial como revisada. Las marcas
      *- viven aparte (AnomaliasRevisadas.dat), asi volver a correr el
      *- puntaje no las pierde, y el listado muestra cuales ya estan.
      *-
      *- Parametros (ParametrosAnomalias.txt, opcional): periodo
      *- AAAAMM a evaluar (en blanco, el ultimo del resumen), meses de
      *- historia (en blanco, CON-MESES-DEFECTO) y puntaje minimo para
      *- entrar al listado (en blanco, CON-UMBRAL-DEFECTO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS-FILE
           ASSIGN TO DISK "../files/in/ParametrosAnomalias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT RESUMEN-FILE
           ASSIGN TO DISK "../files/out/ResumenMensualProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       SELECT TIMES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TIM-CLAVE OF REG-TIMES
           ALTERNATE RECORD KEY IS TIM-CUIT OF REG-TIMES
           WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT SUCURSALES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

       SELECT FERIADOS-FILE
           ASSIGN TO DISK "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

       SELECT REVISADAS-FILE
           ASSIGN TO DISK "../files/in/AnomaliasRevisadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVISADAS.

       SELECT ANOMALIAS-FILE
           ASSIGN TO DISK "../files/out/AnomaliasDetectadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANOMALIAS.

       SELECT LISTADO
           ASSIGN TO DISK "../files/out/AnomaliasProfesores.txt"
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
           03 PAN-PERIODO       PIC 9(06).
           03 PAN-MESES         PIC 9(02).
           03 PAN-UMBRAL        PIC 9(03).

      *- Mismo layout que graba GENERAR-RESUMEN-MENSUAL.
       FD RESUMEN-FILE
           LABEL RECORD IS STANDARD.
       01 REG-RESUMEN.
           03 RES-PROF-NUMERO   PIC X(05).
           03 RES-PERIODO       PIC 9(06).
           03 RES-SUCURSAL      PIC X(03).
           03 RES-TIP-CLASE     PIC X(04).
           03 RES-HORAS         PIC S9(07)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 RES-IMPORTE       PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.

       FD TIMES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-TIMES.
           03 TIM-CLAVE.
               05 TIM-NUMERO   PIC X(05).
               05 TIM-FECHA    PIC 9(08).
               05 TIM-CUIT     PIC 9(11).
               05 TIM-SEC      PIC 9(04).
           03 TIM-TIP-CLASE    PIC X(04).
           03 TIM-HORAS        PIC 9(2)V99.
           03 TIM-TIPO-NOV     PIC X(01).
              88 TIM-ES-CORRECCION         VALUE "C".
           03 TIM-HORA-INI     PIC X(04).
           03 TIM-ASISTENTES   PIC X(03).

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

       FD SUCURSALES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-SUCURSAL    PIC X(03).
           03  SUC-RAZON       PIC X(25).
           03  SUC-DIRE        PIC X(20).
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       FD FERIADOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA         PIC 9(08).
           03 FER-RECARGO       PIC 9(01)V99.
           03 FER-ZONA          PIC X(02).

      *- Una fila por senial marcada como revisada (la graba
      *- REVISION-ANOMALIAS).
       FD REVISADAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-REVISADA.
           03 REV-PERIODO       PIC 9(06).
           03 REV-PROF          PIC X(05).
           03 REV-CODIGO        PIC X(03).
           03 REV-FECHA         PIC 9(08).
           03 REV-OPERADOR      PIC X(10).
           03 REV-COMENTARIO    PIC X(40).

      *- Una fila por senial de cada profesor que entro al listado.
       FD ANOMALIAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ANOMALIA.
           03 ANO-PERIODO       PIC 9(06).
           03 ANO-PROF          PIC X(05).
           03 ANO-CODIGO        PIC X(03).
           03 ANO-PUNTOS        PIC 9(03).
           03 ANO-PUNTAJE       PIC 9(03).
           03 ANO-POSICION      PIC 9(04).
           03 ANO-DETALLE       PIC X(40).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 REG-LISTADO          PIC X(80).

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

       77 FS-PARAMETROS   PIC XX.
       77 FS-RESUMEN      PIC XX.
       77 FS-TIMES        PIC XX.
       77 FS-PROFESORES   PIC XX.
       77 FS-SUCURSALES   PIC XX.
       77 FS-FERIADOS     PIC XX.
       77 FS-REVISADAS    PIC XX.
       77 FS-ANOMALIAS    PIC XX.
       77 FS-LISTADO      PIC XX.
       77 FS-CONTROLCORRIDAS PIC XX.

      *- Parametros por defecto y reglas de cada senial.
       78 CON-MESES-DEFECTO     VALUE 6.
       78 CON-MESES-MAX         VALUE 24.
       78 CON-UMBRAL-DEFECTO    VALUE 30.
       78 CON-PTS-PICO          VALUE 30.
       78 CON-PTS-SUCURSAL      VALUE 15.
       78 CON-PTS-TIPO          VALUE 10.
       78 CON-PTS-CORRECCION    VALUE 20.
       78 CON-PTS-UNIFORME      VALUE 25.
       78 CON-PTS-FINDE         VALUE 20.
       78 CON-FACTOR-PICO       VALUE 1,5.
      *- Con menos novedades en el mes el porcentaje no dice nada.
       78 CON-MIN-NOVEDADES     VALUE 5.
       78 CON-PORC-CORRECCION   VALUE 20.
       78 CON-MIN-DIAS-UNIFORME VALUE 8.
       78 CON-PORC-FINDE        VALUE 50.
      *- Puntos porcentuales por encima del propio historico.
       78 CON-DIF-PORC          VALUE 15.

      *- Un renglon por profesor con actividad en el mes o en la
      *- historia.
       78 CON-CANT-PRO-MAX  VALUE 1000.
       01 VEC-PROFESORES.
           03 VEC-PRO-ELM
               OCCURS CON-CANT-PRO-MAX TIMES
               INDEXED BY INDICE-PRO.
               05 VEC-PRO-NUMERO       PIC X(05).
               05 VEC-PRO-ACTUAL       PIC X(01).
      *- Del resumen: horas del mes, suma de la historia y que meses
      *- de la historia tuvieron actividad (1 = el mes anterior).
               05 VEC-PRO-HS-ACT       PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-HS-HIS       PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-MES-HIS      PIC X(01)
                                        OCCURS CON-MESES-MAX TIMES.
      *- De Times: novedades, correcciones y horas netas totales y
      *- de fin de semana/feriado, del mes y de la historia.
               05 VEC-PRO-NOV-ACT      PIC 9(05).
               05 VEC-PRO-COR-ACT      PIC 9(05).
               05 VEC-PRO-TOT-ACT      PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-FIN-ACT      PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-NOV-HIS      PIC 9(05).
               05 VEC-PRO-COR-HIS      PIC 9(05).
               05 VEC-PRO-TOT-HIS      PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-FIN-HIS      PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
      *- Horas netas por dia del mes: la del primer dia y si algun
      *- dia fue distinto.
               05 VEC-PRO-ULT-FECHA    PIC 9(08).
               05 VEC-PRO-HS-DIA       PIC S9(03)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-HS-PRIMER    PIC S9(03)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-PRO-DIAS         PIC 9(02).
               05 VEC-PRO-DISTINTOS    PIC X(01).
               05 VEC-PRO-PUNTAJE      PIC 9(03).
               05 VEC-PRO-LISTADO      PIC X(01).
       77 CANT-PRO           PIC 9(04)      VALUE 0.
       77 IND-PRO            PIC 9(04)      VALUE 0.
       77 IND-PRO-MAYOR      PIC 9(04)      VALUE 0.
       77 WS-PROF-BUSCADO    PIC X(05)      VALUE SPACES.
       77 WS-PRO-EN-USO      PIC X(01)      VALUE "N".
           88 PRO-EN-USO                    VALUE "S".

      *- Sucursales (S) y tipos de clase (T) de cada profesor, con
      *- marca de si aparecen en el mes (A) y en la historia (H).
       78 CON-CANT-CMB-MAX  VALUE 10000.
       01 VEC-COMBINACIONES.
           03 VEC-CMB-ELM
               OCCURS CON-CANT-CMB-MAX TIMES
               INDEXED BY INDICE-CMB.
               05 VEC-CMB-PROF         PIC X(05).
               05 VEC-CMB-CLASE        PIC X(01).
               05 VEC-CMB-VALOR        PIC X(04).
               05 VEC-CMB-ACT          PIC X(01).
               05 VEC-CMB-HIS          PIC X(01).
       77 CANT-CMB           PIC 9(05)      VALUE 0.
       77 IND-CMB-HALLADO    PIC 9(05)      VALUE 0.
       77 WS-CMB-CLASE       PIC X(01)      VALUE SPACE.
       77 WS-CMB-VALOR       PIC X(04)      VALUE SPACES.
       77 WS-CMB-ORIGEN      PIC X(01)      VALUE SPACE.
       77 WS-CANT-NUEVAS     PIC 9(02)      VALUE 0.
       77 WS-PRIMERA-NUEVA   PIC X(04)      VALUE SPACES.

       78 CON-CANT-SUC-MAX  VALUE 200.
       01 VEC-SUCURSALES.
           03 VEC-SUCURSALES-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05  VEC-SUC-CUIT        PIC 9(11).
               05  VEC-SUC-COD         PIC X(03).
               05  VEC-SUC-ZONA        PIC X(02).
       77 CANT-SUC          PIC 999        VALUE 0.
       77 WS-ZONA-CLASE     PIC X(02)      VALUE SPACES.

       78 CON-CANT-FER-MAX  VALUE 50.
       01 VEC-FERIADOS.
           03 VEC-FERIADOS-ELM
               OCCURS CON-CANT-FER-MAX TIMES
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA       PIC 9(08).
               05  VEC-FER-ZONA        PIC X(02).
       77 CANT-FER           PIC 999        VALUE 0.

      *- Seniales ya revisadas del periodo evaluado.
       78 CON-CANT-REV-MAX  VALUE 2000.
       01 VEC-REVISADAS.
           03 VEC-REV-ELM
               OCCURS CON-CANT-REV-MAX TIMES
               INDEXED BY INDICE-REV.
               05 VEC-REV-PROF         PIC X(05).
               05 VEC-REV-CODIGO       PIC X(03).
       77 CANT-REV           PIC 9(04)      VALUE 0.
       77 WS-REVISADA        PIC X(01)      VALUE "N".
           88 SENIAL-REVISADA               VALUE "S".

      *- Seniales del profesor que se esta evaluando.
       01 VEC-MARCAS.
           03 VEC-MAR-ELM OCCURS 6 TIMES
               INDEXED BY INDICE-MAR.
               05 VEC-MAR-CODIGO       PIC X(03).
               05 VEC-MAR-PUNTOS       PIC 9(03).
               05 VEC-MAR-DETALLE      PIC X(40).
       77 CANT-MAR           PIC 9(01)      VALUE 0.
       77 WS-PUNTAJE         PIC 9(03)      VALUE 0.
       77 WS-MAR-CODIGO      PIC X(03)      VALUE SPACES.
       77 WS-MAR-PUNTOS      PIC 9(03)      VALUE 0.
       77 WS-MAR-DETALLE     PIC X(40)      VALUE SPACES.

      *- Periodo evaluado y ventana de historia, en meses corridos
      *- (anio * 12 + mes) para restar sin pelear con el cambio de
      *- anio.
       77 WS-PERIODO         PIC 9(06)      VALUE 0.
       77 WS-MESES           PIC 9(02)      VALUE 0.
       77 WS-UMBRAL          PIC 9(03)      VALUE 0.
       01 WS-PERIODO-CALC.
           03 WS-PC-AAAA        PIC 9(04).
           03 WS-PC-MM          PIC 9(02).
       77 WS-MES-ABS-ACT     PIC 9(06)      VALUE 0.
       77 WS-MES-ABS         PIC 9(06)      VALUE 0.
       77 WS-DISTANCIA       PIC S9(06)     VALUE 0.

       77 WS-HORAS-NOV       PIC S9(02)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-FINDE           PIC X(01)      VALUE "N".
           88 ES-FINDE-O-FERIADO            VALUE "S".

      *- Calculo del dia de semana (congruencia de Zeller).
       01 WS-FECHA-ZELLER.
           03 WS-Z-AAAA        PIC 9(4).
           03 WS-Z-MM          PIC 9(2).
           03 WS-Z-DD          PIC 9(2).
       77 WS-Z-SIGLO           PIC 9(2)    VALUE 0.
       77 WS-Z-ANIO            PIC 9(2)    VALUE 0.
       77 WS-Z-TERM-MES        PIC 9(4)    VALUE 0.
       77 WS-Z-TERM-ANIO       PIC 9(2)    VALUE 0.
       77 WS-Z-TERM-SIGLO      PIC 9(2)    VALUE 0.
       77 WS-Z-H               PIC 9(4)    VALUE 0.
       77 WS-Z-COCIENTE        PIC 9(4)    VALUE 0.
       77 WS-DIA-SEMANA        PIC 9(1)    VALUE 0.

      *- Calculo de cada senial.
       77 WS-MESES-CON-HIS   PIC 9(02)      VALUE 0.
       77 IND-MES            PIC 9(02)      VALUE 0.
       77 WS-PROMEDIO        PIC S9(07)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-TOPE-PICO       PIC S9(07)V99  VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-PORC-ACT        PIC S9(05)     VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-PORC-HIS        PIC S9(05)     VALUE 0
                              SIGN LEADING SEPARATE.
       77 WS-ED-HORAS1       PIC ZZZZ9,99.
       77 WS-ED-HORAS2       PIC ZZZZ9,99.
       77 WS-ED-PORC1        PIC ZZ9.
       77 WS-ED-PORC2        PIC ZZ9.
       77 WS-ED-CANT         PIC Z9.
       77 WS-ED-NOVEDADES    PIC ZZZZ9.

       77 WS-FIN-RANKING     PIC X(01)      VALUE "N".
           88 FIN-RANKING                   VALUE "S".
       77 WS-POSICION        PIC 9(04)      VALUE 0.
       77 CANT-EVALUADOS     PIC 9(04)      VALUE 0.
       77 CANT-SENIALES      PIC 9(05)      VALUE 0.

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
              "Profesores con Meses Atipicos".
           03 FILLER PIC X(22) VALUE SPACES.

       01 ENCABEZADO3.
           03 FILLER           PIC X(09) VALUE "Periodo: ".
           03 E3-MM            PIC 9(2).
           03 FILLER           PIC X     VALUE "/".
           03 E3-AAAA          PIC 9(4).
           03 FILLER           PIC X(13) VALUE "   Historia: ".
           03 E3-MESES         PIC Z9.
           03 FILLER           PIC X(25) VALUE
              " meses   Puntaje minimo: ".
           03 E3-UMBRAL        PIC ZZ9.
           03 FILLER           PIC X(21) VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-TABLA.
           03 FILLER PIC X(80) VALUE ALL "_".

       01 ENCABEZADO-TABLA.
           03 FILLER       PIC X(11)   VALUE " Pos Prof ".
           03 FILLER       PIC X(26)   VALUE "Nombre".
           03 FILLER       PIC X(08)   VALUE "Puntaje".
           03 FILLER       PIC X(13)   VALUE "  Horas mes".
           03 FILLER       PIC X(22)   VALUE "  Promedio hist.".

       01 DATOS-PROFESOR.
           03 DP-POSICION      PIC ZZZ9.
           03 FILLER           PIC X       VALUE SPACE.
           03 DP-PROF          PIC X(05).
           03 FILLER           PIC X       VALUE SPACE.
           03 DP-NOMBRE        PIC X(25).
           03 FILLER           PIC X(04)   VALUE SPACES.
           03 DP-PUNTAJE       PIC ZZ9.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 DP-HS-ACT        PIC -ZZZZZZ9,99.
           03 FILLER           PIC X(02)   VALUE SPACES.
           03 DP-PROMEDIO      PIC -ZZZZZZ9,99.
           03 DP-PROMEDIO-X REDEFINES DP-PROMEDIO PIC X(11).
           03 FILLER           PIC X(11)   VALUE SPACES.

       01 DATOS-SENIAL.
           03 FILLER           PIC X(06)   VALUE SPACES.
           03 DS-CODIGO        PIC X(03).
           03 FILLER           PIC X       VALUE SPACE.
           03 DS-PUNTOS        PIC ZZ9.
           03 FILLER           PIC X(05)   VALUE " pts ".
           03 DS-DETALLE       PIC X(40).
           03 FILLER           PIC X       VALUE SPACE.
           03 DS-ESTADO        PIC X(09).
           03 FILLER           PIC X(12)   VALUE SPACES.

       01 LINEA-TOTALES.
           03 FILLER PIC X(23) VALUE "Profesores evaluados: ".
           03 LT-EVALUADOS     PIC ZZZ9.
           03 FILLER PIC X(18) VALUE "   En el listado: ".
           03 LT-LISTADOS      PIC ZZZ9.
           03 FILLER PIC X(13) VALUE "   Seniales: ".
           03 LT-SENIALES      PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE SPACES.

       01 LINEA-NOTA-CODIGOS1.
           03 FILLER PIC X(50) VALUE
              "PIC pico de horas vs. promedio  SUC sucursal nueva".
           03 FILLER PIC X(30) VALUE
              "  TIP tipo de clase nuevo".

       01 LINEA-NOTA-CODIGOS2.
           03 FILLER PIC X(50) VALUE
              "COR correcciones  UNI mismas horas todos los dias ".
           03 FILLER PIC X(30) VALUE
              " FIN finde/feriado".

       01 LINEA-SIN-ANOMALIAS.
           03 FILLER PIC X(50) VALUE
              "Ningun profesor alcanza el puntaje minimo.".
           03 FILLER PIC X(30) VALUE SPACES.

      *- Contadores y estado para la bitacora de corridas.
       77 WS-CTL-TIPO          PIC X(1)  VALUE "I".
       77 WS-CTL-LEIDOS        PIC 9(7)  VALUE 0.
       77 WS-CTL-GRABADOS      PIC 9(7)  VALUE 0.
       77 WS-CTL-RECHAZADOS    PIC 9(7)  VALUE 0.
       77 WS-ESTADO-CORRIDA    PIC X(1)  VALUE "N".
       01 WS-FECHA-HORA-CTL.
           03 WS-FHC-FECHA      PIC 9(08).
           03 WS-FHC-HORA       PIC 9(06).

       PROCEDURE DIVISION.

           PERFORM REGISTRAR-CONTROL-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE CORRESPONDING FECHA-DE-HOY TO ENCABEZADO1.
           PERFORM CARGAR-PARAMETROS.
           IF WS-PERIODO = 0
               PERFORM BUSCAR-ULTIMO-PERIODO
           END-IF.
           IF WS-PERIODO = 0
               DISPLAY "EL RESUMEN MENSUAL ESTA VACIO, NO HAY MES "
                   "PARA EVALUAR"
           ELSE
               PERFORM EVALUAR-PERIODO
           END-IF.
           PERFORM REGISTRAR-CONTROL-FIN.
      *- GOBACK y no STOP RUN: corre como paso del plan de la cadena
      *- despues de GENERAR-RESUMEN-MENSUAL.
           GOBACK.

       EVALUAR-PERIODO.
           MOVE WS-PERIODO TO WS-PERIODO-CALC.
           COMPUTE WS-MES-ABS-ACT = WS-PC-AAAA * 12 + WS-PC-MM.
           DISPLAY "PERIODO EVALUADO: " WS-PERIODO
               " - HISTORIA: " WS-MESES " MESES".
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-REVISADAS.
           PERFORM RECORRER-RESUMEN.
           PERFORM RECORRER-TIMES.
           PERFORM CERRAR-ULTIMO-DIA
               VARYING IND-PRO FROM 1 BY 1
               UNTIL IND-PRO > CANT-PRO.
           PERFORM PUNTUAR-PROFESOR
               VARYING IND-PRO FROM 1 BY 1
               UNTIL IND-PRO > CANT-PRO.
           PERFORM EMITIR-LISTADO.
           PERFORM MOSTRAR-TOTALES.

      *- Sin archivo o con campos en blanco valen los defectos; un
      *- periodo con mes fuera de rango corta la corrida.
       CARGAR-PARAMETROS.
           MOVE 0 TO WS-PERIODO.
           MOVE CON-MESES-DEFECTO TO WS-MESES.
           MOVE CON-UMBRAL-DEFECTO TO WS-UMBRAL.
           OPEN INPUT PARAMETROS-FILE.
           IF FS-PARAMETROS IS EQUAL TO 00
               READ PARAMETROS-FILE
               IF FS-PARAMETROS IS EQUAL TO 00
                   IF PAN-PERIODO IS NUMERIC
                       MOVE PAN-PERIODO TO WS-PERIODO
                   END-IF
                   IF PAN-MESES IS NUMERIC AND PAN-MESES > 0
                       MOVE PAN-MESES TO WS-MESES
                   END-IF
                   IF PAN-UMBRAL IS NUMERIC AND PAN-UMBRAL > 0
                       MOVE PAN-UMBRAL TO WS-UMBRAL
                   END-IF
               END-IF
               CLOSE PARAMETROS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO PARAMETROSANOMALIAS.TXT, SE "
                   "EVALUA EL ULTIMO MES DEL RESUMEN"
           END-IF.
           IF WS-MESES > CON-MESES-MAX
               DISPLAY "HISTORIA DE " WS-MESES " MESES, SE TOMAN "
                   CON-MESES-MAX
               MOVE CON-MESES-MAX TO WS-MESES
           END-IF.
           IF WS-PERIODO IS NOT EQUAL TO 0
               MOVE WS-PERIODO TO WS-PERIODO-CALC
               IF WS-PC-MM < 1 OR WS-PC-MM > 12
                   DISPLAY "PERIODO INVALIDO EN PARAMETROS: "
                       WS-PERIODO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ABRIR-RESUMEN.
           OPEN INPUT RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RESUMEN FS: " FS-RESUMEN
               STOP RUN
           END-IF.

       LEER-RESUMEN.
           READ RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESUMEN FS: " FS-RESUMEN
           END-IF.

       BUSCAR-ULTIMO-PERIODO.
           PERFORM ABRIR-RESUMEN.
           PERFORM LEER-RESUMEN.
           PERFORM COMPARAR-PERIODO UNTIL FS-RESUMEN = 10.
           CLOSE RESUMEN-FILE.

       COMPARAR-PERIODO.
           IF RES-PERIODO > WS-PERIODO
               MOVE RES-PERIODO TO WS-PERIODO
           END-IF.
           PERFORM LEER-RESUMEN.

      *- Zona de cada sucursal, para saber si la fecha es feriado
      *- donde se dio la clase.
       CARGAR-SUCURSALES.
           MOVE 0 TO CANT-SUC.
           OPEN INPUT SUCURSALES-FILE.
           IF FS-SUCURSALES IS EQUAL TO 00
               PERFORM LEER-SUCURSAL
               PERFORM GUARDAR-SUCURSAL
                   VARYING INDICE-SUC FROM 1 BY 1
                   UNTIL INDICE-SUC > CON-CANT-SUC-MAX
                   OR FS-SUCURSALES = 10
               CLOSE SUCURSALES-FILE
           ELSE
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUCURSALES FS: " FS-SUCURSALES
           END-IF.

       GUARDAR-SUCURSAL.
           MOVE SUC-CUIT     TO VEC-SUC-CUIT(INDICE-SUC).
           MOVE SUC-SUCURSAL TO VEC-SUC-COD(INDICE-SUC).
           MOVE SUC-ZONA     TO VEC-SUC-ZONA(INDICE-SUC).
           SET CANT-SUC TO INDICE-SUC.
           PERFORM LEER-SUCURSAL.

       CARGAR-FERIADOS.
           MOVE 0 TO CANT-FER.
           OPEN INPUT FERIADOS-FILE.
           IF FS-FERIADOS IS EQUAL TO 00
               PERFORM LEER-FERIADOS
               PERFORM GUARDAR-FERIADO
                   VARYING INDICE-FER FROM 1 BY 1
                   UNTIL INDICE-FER > CON-CANT-FER-MAX
                   OR FS-FERIADOS = 10
               CLOSE FERIADOS-FILE
           END-IF.

       LEER-FERIADOS.
           READ FERIADOS-FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FERIADOS FS: " FS-FERIADOS
           END-IF.

       GUARDAR-FERIADO.
           MOVE FER-FECHA   TO VEC-FER-FECHA(INDICE-FER).
           MOVE FER-ZONA    TO VEC-FER-ZONA(INDICE-FER).
           SET CANT-FER TO INDICE-FER.
           PERFORM LEER-FERIADOS.

      *- Solo las marcas del periodo evaluado; sin archivo todavia no
      *- se reviso nada.
       CARGAR-REVISADAS.
           MOVE 0 TO CANT-REV.
           OPEN INPUT REVISADAS-FILE.
           IF FS-REVISADAS IS EQUAL TO 00
               PERFORM LEER-REVISADA
               PERFORM GUARDAR-REVISADA UNTIL FS-REVISADAS = 10
               CLOSE REVISADAS-FILE
           END-IF.

       LEER-REVISADA.
           READ REVISADAS-FILE.
           IF FS-REVISADAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REVISADAS FS: " FS-REVISADAS
           END-IF.

       GUARDAR-REVISADA.
           IF REV-PERIODO IS EQUAL TO WS-PERIODO
               IF CANT-REV < CON-CANT-REV-MAX
                   ADD 1 TO CANT-REV
                   MOVE REV-PROF   TO VEC-REV-PROF(CANT-REV)
                   MOVE REV-CODIGO TO VEC-REV-CODIGO(CANT-REV)
               ELSE
                   DISPLAY "TABLA DE REVISADAS LLENA (" CANT-REV
                       "), EL LISTADO PUEDE MOSTRAR PENDIENTES DE MAS"
               END-IF
           END-IF.
           PERFORM LEER-REVISADA.

      *- Mes en curso e historia desde el resumen: horas, meses con
      *- actividad y sucursales / tipos de clase de cada profesor.
       RECORRER-RESUMEN.
           PERFORM ABRIR-RESUMEN.
           PERFORM LEER-RESUMEN.
           PERFORM PROCESAR-RESUMEN UNTIL FS-RESUMEN = 10.
           CLOSE RESUMEN-FILE.

       PROCESAR-RESUMEN.
           MOVE RES-PERIODO TO WS-PERIODO-CALC.
           PERFORM CALCULAR-DISTANCIA.
           IF WS-DISTANCIA = 0
               MOVE RES-PROF-NUMERO TO WS-PROF-BUSCADO
               PERFORM UBICAR-PROFESOR
               MOVE "S" TO VEC-PRO-ACTUAL(IND-PRO)
               ADD RES-HORAS TO VEC-PRO-HS-ACT(IND-PRO)
               MOVE "A" TO WS-CMB-ORIGEN
               PERFORM REGISTRAR-SUC-Y-TIPO
           END-IF.
           IF WS-DISTANCIA > 0 AND WS-DISTANCIA NOT > WS-MESES
               MOVE RES-PROF-NUMERO TO WS-PROF-BUSCADO
               PERFORM UBICAR-PROFESOR
               ADD RES-HORAS TO VEC-PRO-HS-HIS(IND-PRO)
               MOVE "S" TO VEC-PRO-MES-HIS(IND-PRO, WS-DISTANCIA)
               MOVE "H" TO WS-CMB-ORIGEN
               PERFORM REGISTRAR-SUC-Y-TIPO
           END-IF.
           PERFORM LEER-RESUMEN.

      *- Meses entre el periodo evaluado y WS-PERIODO-CALC: 0 es el
      *- mismo mes, 1 el anterior; negativo es posterior.
       CALCULAR-DISTANCIA.
           COMPUTE WS-MES-ABS = WS-PC-AAAA * 12 + WS-PC-MM.
           COMPUTE WS-DISTANCIA = WS-MES-ABS-ACT - WS-MES-ABS.

      *- Una clase de un CUIT que no esta en el maestro queda en el
      *- resumen sin sucursal; no cuenta como sucursal nueva.
       REGISTRAR-SUC-Y-TIPO.
           IF RES-SUCURSAL IS NOT EQUAL TO SPACES
               MOVE "S" TO WS-CMB-CLASE
               MOVE RES-SUCURSAL TO WS-CMB-VALOR
               PERFORM REGISTRAR-COMBINACION
           END-IF.
           MOVE "T" TO WS-CMB-CLASE.
           MOVE RES-TIP-CLASE TO WS-CMB-VALOR.
           PERFORM REGISTRAR-COMBINACION.

       REGISTRAR-COMBINACION.
           MOVE 0 TO IND-CMB-HALLADO.
           PERFORM VARYING INDICE-CMB FROM 1 BY 1
               UNTIL INDICE-CMB > CANT-CMB OR IND-CMB-HALLADO > 0
               IF VEC-CMB-PROF(INDICE-CMB) IS EQUAL TO WS-PROF-BUSCADO
                   AND VEC-CMB-CLASE(INDICE-CMB) IS EQUAL
                       TO WS-CMB-CLASE
                   AND VEC-CMB-VALOR(INDICE-CMB) IS EQUAL
                       TO WS-CMB-VALOR
                   SET IND-CMB-HALLADO TO INDICE-CMB
               END-IF
           END-PERFORM.
           IF IND-CMB-HALLADO = 0
               IF CANT-CMB < CON-CANT-CMB-MAX
                   ADD 1 TO CANT-CMB
                   MOVE CANT-CMB        TO IND-CMB-HALLADO
                   MOVE WS-PROF-BUSCADO TO VEC-CMB-PROF(CANT-CMB)
                   MOVE WS-CMB-CLASE    TO VEC-CMB-CLASE(CANT-CMB)
                   MOVE WS-CMB-VALOR    TO VEC-CMB-VALOR(CANT-CMB)
                   MOVE "N" TO VEC-CMB-ACT(CANT-CMB)
                   MOVE "N" TO VEC-CMB-HIS(CANT-CMB)
               ELSE
                   DISPLAY "TABLA DE SUCURSALES Y TIPOS LLENA ("
                       CANT-CMB "), SE ABORTA LA CORRIDA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-CMB-ORIGEN IS EQUAL TO "A"
               MOVE "S" TO VEC-CMB-ACT(IND-CMB-HALLADO)
           ELSE
               MOVE "S" TO VEC-CMB-HIS(IND-CMB-HALLADO)
           END-IF.

      *- Deja en IND-PRO el renglon de WS-PROF-BUSCADO, dandolo de
      *- alta si no estaba. Times viene ordenado por profesor, asi
      *- que primero se mira el ultimo usado.
       UBICAR-PROFESOR.
           MOVE "N" TO WS-PRO-EN-USO.
           IF IND-PRO > 0 AND IND-PRO NOT > CANT-PRO
               IF VEC-PRO-NUMERO(IND-PRO) IS EQUAL TO WS-PROF-BUSCADO
                   MOVE "S" TO WS-PRO-EN-USO
               END-IF
           END-IF.
           IF NOT PRO-EN-USO
               PERFORM BUSCAR-O-AGREGAR-PROFESOR
           END-IF.

       BUSCAR-O-AGREGAR-PROFESOR.
           MOVE 0 TO IND-PRO.
           PERFORM VARYING INDICE-PRO FROM 1 BY 1
               UNTIL INDICE-PRO > CANT-PRO OR IND-PRO > 0
               IF VEC-PRO-NUMERO(INDICE-PRO) IS EQUAL
                       TO WS-PROF-BUSCADO
                   SET IND-PRO TO INDICE-PRO
               END-IF
           END-PERFORM.
           IF IND-PRO = 0
               IF CANT-PRO < CON-CANT-PRO-MAX
                   ADD 1 TO CANT-PRO
                   MOVE CANT-PRO TO IND-PRO
                   INITIALIZE VEC-PRO-ELM(IND-PRO)
                   MOVE WS-PROF-BUSCADO TO VEC-PRO-NUMERO(IND-PRO)
                   MOVE "N" TO VEC-PRO-ACTUAL(IND-PRO)
                   MOVE "N" TO VEC-PRO-DISTINTOS(IND-PRO)
                   MOVE "N" TO VEC-PRO-LISTADO(IND-PRO)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA (" CANT-PRO
                       "), SE ABORTA LA CORRIDA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *- Novedades del mes y de la historia que siga en Times.dat;
      *- lo anterior a la ventana o posterior al mes no se mira.
       RECORRER-TIMES.
           OPEN INPUT TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-TIME UNTIL FS-TIMES = 10.
           CLOSE TIMES-FILE.

       LEER-TIMES.
           READ TIMES-FILE.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       PROCESAR-TIME.
           ADD 1 TO WS-CTL-LEIDOS.
           MOVE TIM-FECHA(1:6) TO WS-PERIODO-CALC.
           PERFORM CALCULAR-DISTANCIA.
           IF WS-DISTANCIA NOT < 0 AND WS-DISTANCIA NOT > WS-MESES
               MOVE TIM-NUMERO TO WS-PROF-BUSCADO
               PERFORM UBICAR-PROFESOR
               MOVE TIM-HORAS TO WS-HORAS-NOV
               IF TIM-ES-CORRECCION
                   MULTIPLY -1 BY WS-HORAS-NOV
               END-IF
               PERFORM DETERMINAR-FINDE
               IF WS-DISTANCIA = 0
                   PERFORM ACUMULAR-MES-ACTUAL
               ELSE
                   PERFORM ACUMULAR-HISTORIA
               END-IF
           END-IF.
           PERFORM LEER-TIMES.

       ACUMULAR-MES-ACTUAL.
           MOVE "S" TO VEC-PRO-ACTUAL(IND-PRO).
           ADD 1 TO VEC-PRO-NOV-ACT(IND-PRO).
           IF TIM-ES-CORRECCION
               ADD 1 TO VEC-PRO-COR-ACT(IND-PRO)
           END-IF.
           ADD WS-HORAS-NOV TO VEC-PRO-TOT-ACT(IND-PRO).
           IF ES-FINDE-O-FERIADO
               ADD WS-HORAS-NOV TO VEC-PRO-FIN-ACT(IND-PRO)
           END-IF.
           IF VEC-PRO-ULT-FECHA(IND-PRO) IS NOT EQUAL TO TIM-FECHA
               IF VEC-PRO-ULT-FECHA(IND-PRO) IS NOT EQUAL TO 0
                   PERFORM CERRAR-DIA
               END-IF
               MOVE TIM-FECHA TO VEC-PRO-ULT-FECHA(IND-PRO)
               MOVE 0 TO VEC-PRO-HS-DIA(IND-PRO)
           END-IF.
           ADD WS-HORAS-NOV TO VEC-PRO-HS-DIA(IND-PRO).

       ACUMULAR-HISTORIA.
           ADD 1 TO VEC-PRO-NOV-HIS(IND-PRO).
           IF TIM-ES-CORRECCION
               ADD 1 TO VEC-PRO-COR-HIS(IND-PRO)
           END-IF.
           ADD WS-HORAS-NOV TO VEC-PRO-TOT-HIS(IND-PRO).
           IF ES-FINDE-O-FERIADO
               ADD WS-HORAS-NOV TO VEC-PRO-FIN-HIS(IND-PRO)
           END-IF.

      *- Un dia que las correcciones dejaron en cero no cuenta como
      *- trabajado.
       CERRAR-DIA.
           IF VEC-PRO-HS-DIA(IND-PRO) IS NOT EQUAL TO 0
               IF VEC-PRO-DIAS(IND-PRO) = 0
                   MOVE VEC-PRO-HS-DIA(IND-PRO)
                       TO VEC-PRO-HS-PRIMER(IND-PRO)
               ELSE
                   IF VEC-PRO-HS-DIA(IND-PRO) IS NOT EQUAL
                           TO VEC-PRO-HS-PRIMER(IND-PRO)
                       MOVE "S" TO VEC-PRO-DISTINTOS(IND-PRO)
                   END-IF
               END-IF
               ADD 1 TO VEC-PRO-DIAS(IND-PRO)
           END-IF.

       CERRAR-ULTIMO-DIA.
           IF VEC-PRO-ULT-FECHA(IND-PRO) IS NOT EQUAL TO 0
               PERFORM CERRAR-DIA
               MOVE 0 TO VEC-PRO-ULT-FECHA(IND-PRO)
           END-IF.

      *- Sabado, domingo o feriado de la zona de la sucursal (un
      *- feriado sin zona o con zona "00" es nacional).
       DETERMINAR-FINDE.
           MOVE "N" TO WS-FINDE.
           PERFORM CALCULAR-DIA-SEMANA.
           IF WS-DIA-SEMANA > 5
               MOVE "S" TO WS-FINDE
           ELSE
               PERFORM RESOLVER-ZONA-CLASE
               PERFORM BUSCAR-FERIADO
           END-IF.

       RESOLVER-ZONA-CLASE.
           MOVE SPACES TO WS-ZONA-CLASE.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC
               IF VEC-SUC-CUIT(INDICE-SUC) IS EQUAL TO TIM-CUIT
                   MOVE VEC-SUC-ZONA(INDICE-SUC) TO WS-ZONA-CLASE
               END-IF
           END-PERFORM.

       BUSCAR-FERIADO.
           PERFORM VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > CANT-FER
               IF VEC-FER-FECHA(INDICE-FER) IS EQUAL TO TIM-FECHA
                   AND (VEC-FER-ZONA(INDICE-FER) IS EQUAL TO SPACES
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL TO "00"
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL
                           TO WS-ZONA-CLASE)
                   MOVE "S" TO WS-FINDE
               END-IF
           END-PERFORM.

      *- Congruencia de Zeller: enero y febrero cuentan como meses 13
      *- y 14 del anio anterior; el resultado H da 0 = sabado, y se
      *- remapea a 1 = lunes .. 7 = domingo.
       CALCULAR-DIA-SEMANA.
           MOVE TIM-FECHA TO WS-FECHA-ZELLER.
           IF WS-Z-MM < 3
               ADD 12 TO WS-Z-MM
               SUBTRACT 1 FROM WS-Z-AAAA
           END-IF.
           DIVIDE WS-Z-AAAA BY 100 GIVING WS-Z-SIGLO
               REMAINDER WS-Z-ANIO.
           COMPUTE WS-Z-TERM-MES = 13 * (WS-Z-MM + 1).
           DIVIDE WS-Z-TERM-MES BY 5 GIVING WS-Z-TERM-MES.
           DIVIDE WS-Z-ANIO BY 4 GIVING WS-Z-TERM-ANIO.
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-TERM-SIGLO.
           COMPUTE WS-Z-H =
               WS-Z-DD + WS-Z-TERM-MES + WS-Z-ANIO
               + WS-Z-TERM-ANIO + WS-Z-TERM-SIGLO
               + 5 * WS-Z-SIGLO.
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-COCIENTE
               REMAINDER WS-Z-H.
           COMPUTE WS-Z-H = WS-Z-H + 5.
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-COCIENTE
               REMAINDER WS-Z-H.
           COMPUTE WS-DIA-SEMANA = WS-Z-H + 1.

      *- Puntaje de cada profesor con actividad en el mes; el
      *- listado lo vuelve a evaluar para escribir los motivos.
       PUNTUAR-PROFESOR.
           MOVE 0 TO VEC-PRO-PUNTAJE(IND-PRO).
           IF VEC-PRO-ACTUAL(IND-PRO) IS EQUAL TO "S"
               ADD 1 TO CANT-EVALUADOS
               PERFORM EVALUAR-PROFESOR
               MOVE WS-PUNTAJE TO VEC-PRO-PUNTAJE(IND-PRO)
           END-IF.

      *- Arma en VEC-MARCAS las seniales del profesor IND-PRO y deja
      *- la suma de sus puntos en WS-PUNTAJE.
       EVALUAR-PROFESOR.
           MOVE 0 TO CANT-MAR.
           MOVE 0 TO WS-PUNTAJE.
           MOVE 0 TO WS-PROMEDIO.
           MOVE 0 TO WS-MESES-CON-HIS.
           PERFORM CONTAR-MES-HISTORIA
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES > WS-MESES.
           IF WS-MESES-CON-HIS > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   VEC-PRO-HS-HIS(IND-PRO) / WS-MESES-CON-HIS
               PERFORM EVALUAR-PICO
               MOVE "S" TO WS-CMB-CLASE
               PERFORM CONTAR-NUEVAS
               IF WS-CANT-NUEVAS > 0
                   PERFORM MARCAR-SUCURSAL-NUEVA
               END-IF
               MOVE "T" TO WS-CMB-CLASE
               PERFORM CONTAR-NUEVAS
               IF WS-CANT-NUEVAS > 0
                   PERFORM MARCAR-TIPO-NUEVO
               END-IF
           END-IF.
           PERFORM EVALUAR-CORRECCIONES.
           PERFORM EVALUAR-UNIFORMIDAD.
           PERFORM EVALUAR-FINDE.

       CONTAR-MES-HISTORIA.
           IF VEC-PRO-MES-HIS(IND-PRO, IND-MES) IS EQUAL TO "S"
               ADD 1 TO WS-MESES-CON-HIS
           END-IF.

       EVALUAR-PICO.
           COMPUTE WS-TOPE-PICO ROUNDED =
               WS-PROMEDIO * CON-FACTOR-PICO.
           IF WS-PROMEDIO > 0
               AND VEC-PRO-HS-ACT(IND-PRO) > WS-TOPE-PICO
               MOVE VEC-PRO-HS-ACT(IND-PRO) TO WS-ED-HORAS1
               MOVE WS-PROMEDIO TO WS-ED-HORAS2
               MOVE SPACES TO WS-MAR-DETALLE
               STRING "HORAS " WS-ED-HORAS1 " VS PROMEDIO "
                   WS-ED-HORAS2 DELIMITED BY SIZE
                   INTO WS-MAR-DETALLE
               MOVE "PIC" TO WS-MAR-CODIGO
               MOVE CON-PTS-PICO TO WS-MAR-PUNTOS
               PERFORM AGREGAR-MARCA
           END-IF.

      *- Sucursales (o tipos) del profesor que aparecen en el mes y
      *- no en la historia; guarda la primera para el motivo.
       CONTAR-NUEVAS.
           MOVE 0 TO WS-CANT-NUEVAS.
           MOVE SPACES TO WS-PRIMERA-NUEVA.
           PERFORM VARYING INDICE-CMB FROM 1 BY 1
               UNTIL INDICE-CMB > CANT-CMB
               IF VEC-CMB-PROF(INDICE-CMB) IS EQUAL
                       TO VEC-PRO-NUMERO(IND-PRO)
                   AND VEC-CMB-CLASE(INDICE-CMB) IS EQUAL
                       TO WS-CMB-CLASE
                   AND VEC-CMB-ACT(INDICE-CMB) IS EQUAL TO "S"
                   AND VEC-CMB-HIS(INDICE-CMB) IS NOT EQUAL TO "S"
                   ADD 1 TO WS-CANT-NUEVAS
                   IF WS-PRIMERA-NUEVA IS EQUAL TO SPACES
                       MOVE VEC-CMB-VALOR(INDICE-CMB)
                           TO WS-PRIMERA-NUEVA
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-SUCURSAL-NUEVA.
           MOVE WS-CANT-NUEVAS TO WS-ED-CANT.
           MOVE SPACES TO WS-MAR-DETALLE.
           STRING WS-ED-CANT " SUCURSAL(ES) NUEVA(S), EJ. "
               WS-PRIMERA-NUEVA DELIMITED BY SIZE
               INTO WS-MAR-DETALLE.
           MOVE "SUC" TO WS-MAR-CODIGO.
           MOVE CON-PTS-SUCURSAL TO WS-MAR-PUNTOS.
           PERFORM AGREGAR-MARCA.

       MARCAR-TIPO-NUEVO.
           MOVE WS-CANT-NUEVAS TO WS-ED-CANT.
           MOVE SPACES TO WS-MAR-DETALLE.
           STRING WS-ED-CANT " TIPO(S) DE CLASE NUEVO(S), EJ. "
               WS-PRIMERA-NUEVA DELIMITED BY SIZE
               INTO WS-MAR-DETALLE.
           MOVE "TIP" TO WS-MAR-CODIGO.
           MOVE CON-PTS-TIPO TO WS-MAR-PUNTOS.
           PERFORM AGREGAR-MARCA.

      *- Porcentaje de correcciones sobre las novedades del mes,
      *- contra el mismo porcentaje en la historia.
       EVALUAR-CORRECCIONES.
           IF VEC-PRO-NOV-ACT(IND-PRO) NOT < CON-MIN-NOVEDADES
               COMPUTE WS-PORC-ACT ROUNDED =
                   VEC-PRO-COR-ACT(IND-PRO) * 100
                   / VEC-PRO-NOV-ACT(IND-PRO)
               MOVE 0 TO WS-PORC-HIS
               IF VEC-PRO-NOV-HIS(IND-PRO) > 0
                   COMPUTE WS-PORC-HIS ROUNDED =
                       VEC-PRO-COR-HIS(IND-PRO) * 100
                       / VEC-PRO-NOV-HIS(IND-PRO)
               END-IF
               IF WS-PORC-ACT NOT < CON-PORC-CORRECCION
                   AND WS-PORC-ACT NOT < WS-PORC-HIS + CON-DIF-PORC
                   MOVE WS-PORC-ACT TO WS-ED-PORC1
                   MOVE WS-PORC-HIS TO WS-ED-PORC2
                   MOVE VEC-PRO-NOV-ACT(IND-PRO) TO WS-ED-NOVEDADES
                   MOVE SPACES TO WS-MAR-DETALLE
                   STRING "CORRECC. " WS-ED-PORC1 "% DE "
                       WS-ED-NOVEDADES " NOV. (HIST. " WS-ED-PORC2
                       "%)" DELIMITED BY SIZE
                       INTO WS-MAR-DETALLE
                   MOVE "COR" TO WS-MAR-CODIGO
                   MOVE CON-PTS-CORRECCION TO WS-MAR-PUNTOS
                   PERFORM AGREGAR-MARCA
               END-IF
           END-IF.

       EVALUAR-UNIFORMIDAD.
           IF VEC-PRO-DIAS(IND-PRO) NOT < CON-MIN-DIAS-UNIFORME
               AND VEC-PRO-DISTINTOS(IND-PRO) IS NOT EQUAL TO "S"
               MOVE VEC-PRO-HS-PRIMER(IND-PRO) TO WS-ED-HORAS1
               MOVE VEC-PRO-DIAS(IND-PRO) TO WS-ED-CANT
               MOVE SPACES TO WS-MAR-DETALLE
               STRING "MISMAS HORAS (" WS-ED-HORAS1 ") LOS "
                   WS-ED-CANT " DIAS" DELIMITED BY SIZE
                   INTO WS-MAR-DETALLE
               MOVE "UNI" TO WS-MAR-CODIGO
               MOVE CON-PTS-UNIFORME TO WS-MAR-PUNTOS
               PERFORM AGREGAR-MARCA
           END-IF.

      *- Porcentaje de horas en fin de semana o feriado, contra el
      *- mismo porcentaje en la historia.
       EVALUAR-FINDE.
           IF VEC-PRO-TOT-ACT(IND-PRO) > 0
               COMPUTE WS-PORC-ACT ROUNDED =
                   VEC-PRO-FIN-ACT(IND-PRO) * 100
                   / VEC-PRO-TOT-ACT(IND-PRO)
               MOVE 0 TO WS-PORC-HIS
               IF VEC-PRO-TOT-HIS(IND-PRO) > 0
                   COMPUTE WS-PORC-HIS ROUNDED =
                       VEC-PRO-FIN-HIS(IND-PRO) * 100
                       / VEC-PRO-TOT-HIS(IND-PRO)
               END-IF
               IF WS-PORC-ACT NOT < CON-PORC-FINDE
                   AND WS-PORC-ACT NOT < WS-PORC-HIS + CON-DIF-PORC
                   MOVE WS-PORC-ACT TO WS-ED-PORC1
                   MOVE WS-PORC-HIS TO WS-ED-PORC2
                   MOVE SPACES TO WS-MAR-DETALLE
                   STRING "FINDE/FERIADO " WS-ED-PORC1
                       "% DE HORAS (HIST. " WS-ED-PORC2 "%)"
                       DELIMITED BY SIZE INTO WS-MAR-DETALLE
                   MOVE "FIN" TO WS-MAR-CODIGO
                   MOVE CON-PTS-FINDE TO WS-MAR-PUNTOS
                   PERFORM AGREGAR-MARCA
               END-IF
           END-IF.

       AGREGAR-MARCA.
           ADD 1 TO CANT-MAR.
           MOVE WS-MAR-CODIGO  TO VEC-MAR-CODIGO(CANT-MAR).
           MOVE WS-MAR-PUNTOS  TO VEC-MAR-PUNTOS(CANT-MAR).
           MOVE WS-MAR-DETALLE TO VEC-MAR-DETALLE(CANT-MAR).
           ADD WS-MAR-PUNTOS TO WS-PUNTAJE.

      *- Listado de mayor a menor puntaje: en cada vuelta se toma el
      *- mayor que todavia no salio (a igual puntaje, el primero del
      *- resumen).
       EMITIR-LISTADO.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           OPEN OUTPUT ANOMALIAS-FILE.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ANOMALIAS FS: " FS-ANOMALIAS
               STOP RUN
           END-IF.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.
           PERFORM PRINT-ENCABEZADO.
           MOVE 0 TO WS-POSICION.
           MOVE "N" TO WS-FIN-RANKING.
           PERFORM EMITIR-SIGUIENTE UNTIL FIN-RANKING.
           IF WS-POSICION = 0
               WRITE REG-LISTADO FROM LINEA-SIN-ANOMALIAS
           END-IF.
           PERFORM PRINT-TOTAL.
           CLOSE PROFESORES-FILE.
           CLOSE ANOMALIAS-FILE.
           CLOSE LISTADO.

       EMITIR-SIGUIENTE.
           MOVE 0 TO IND-PRO-MAYOR.
           PERFORM ELEGIR-MAYOR
               VARYING IND-PRO FROM 1 BY 1
               UNTIL IND-PRO > CANT-PRO.
           IF IND-PRO-MAYOR = 0
               MOVE "S" TO WS-FIN-RANKING
           ELSE
               MOVE IND-PRO-MAYOR TO IND-PRO
               MOVE "S" TO VEC-PRO-LISTADO(IND-PRO)
               ADD 1 TO WS-POSICION
               PERFORM EVALUAR-PROFESOR
               PERFORM EMITIR-PROFESOR
           END-IF.

       ELEGIR-MAYOR.
           IF VEC-PRO-LISTADO(IND-PRO) IS NOT EQUAL TO "S"
               AND VEC-PRO-PUNTAJE(IND-PRO) > 0
               AND VEC-PRO-PUNTAJE(IND-PRO) NOT < WS-UMBRAL
               IF IND-PRO-MAYOR = 0
                   MOVE IND-PRO TO IND-PRO-MAYOR
               ELSE
                   IF VEC-PRO-PUNTAJE(IND-PRO) >
                           VEC-PRO-PUNTAJE(IND-PRO-MAYOR)
                       MOVE IND-PRO TO IND-PRO-MAYOR
                   END-IF
               END-IF
           END-IF.

       EMITIR-PROFESOR.
           MOVE VEC-PRO-NUMERO(IND-PRO) TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               MOVE "(NO ESTA EN EL MAESTRO)" TO PROF-NOMBRE
           END-IF.
           MOVE WS-POSICION             TO DP-POSICION.
           MOVE VEC-PRO-NUMERO(IND-PRO) TO DP-PROF.
           MOVE PROF-NOMBRE             TO DP-NOMBRE.
           MOVE WS-PUNTAJE              TO DP-PUNTAJE.
           MOVE VEC-PRO-HS-ACT(IND-PRO) TO DP-HS-ACT.
           IF WS-MESES-CON-HIS = 0
               MOVE "  SIN HIST." TO DP-PROMEDIO-X
           ELSE
               MOVE WS-PROMEDIO TO DP-PROMEDIO
           END-IF.
           WRITE REG-LISTADO FROM DATOS-PROFESOR.
           ADD 1 TO LINEA.
           PERFORM EMITIR-SENIAL
               VARYING INDICE-MAR FROM 1 BY 1
               UNTIL INDICE-MAR > CANT-MAR.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           ADD 1 TO LINEA.
           PERFORM CHECK-NUEVA-PAGINA.

       EMITIR-SENIAL.
           MOVE VEC-MAR-CODIGO(INDICE-MAR)  TO DS-CODIGO.
           MOVE VEC-MAR-PUNTOS(INDICE-MAR)  TO DS-PUNTOS.
           MOVE VEC-MAR-DETALLE(INDICE-MAR) TO DS-DETALLE.
           PERFORM BUSCAR-REVISADA.
           IF SENIAL-REVISADA
               MOVE "REVISADA" TO DS-ESTADO
           ELSE
               MOVE "PENDIENTE" TO DS-ESTADO
           END-IF.
           WRITE REG-LISTADO FROM DATOS-SENIAL.
           ADD 1 TO LINEA.
           MOVE WS-PERIODO                  TO ANO-PERIODO.
           MOVE VEC-PRO-NUMERO(IND-PRO)     TO ANO-PROF.
           MOVE VEC-MAR-CODIGO(INDICE-MAR)  TO ANO-CODIGO.
           MOVE VEC-MAR-PUNTOS(INDICE-MAR)  TO ANO-PUNTOS.
           MOVE WS-PUNTAJE                  TO ANO-PUNTAJE.
           MOVE WS-POSICION                 TO ANO-POSICION.
           MOVE VEC-MAR-DETALLE(INDICE-MAR) TO ANO-DETALLE.
           WRITE REG-ANOMALIA.
           ADD 1 TO WS-CTL-GRABADOS.
           ADD 1 TO CANT-SENIALES.

       BUSCAR-REVISADA.
           MOVE "N" TO WS-REVISADA.
           PERFORM VARYING INDICE-REV FROM 1 BY 1
               UNTIL INDICE-REV > CANT-REV
               IF VEC-REV-PROF(INDICE-REV) IS EQUAL
                       TO VEC-PRO-NUMERO(IND-PRO)
                   AND VEC-REV-CODIGO(INDICE-REV) IS EQUAL
                       TO VEC-MAR-CODIGO(INDICE-MAR)
                   MOVE "S" TO WS-REVISADA
               END-IF
           END-PERFORM.

       PRINT-TOTAL.
           MOVE CANT-EVALUADOS TO LT-EVALUADOS.
           MOVE WS-POSICION    TO LT-LISTADOS.
           MOVE CANT-SENIALES  TO LT-SENIALES.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           WRITE REG-LISTADO FROM LINEA-TOTALES.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-NOTA-CODIGOS1.
           WRITE REG-LISTADO FROM LINEA-NOTA-CODIGOS2.

       PRINT-ENCABEZADO.
           ADD 1 TO HOJA.
           MOVE HOJA TO E1-HOJA.
           MOVE WS-PERIODO TO WS-PERIODO-CALC.
           MOVE WS-PC-MM   TO E3-MM.
           MOVE WS-PC-AAAA TO E3-AAAA.
           MOVE WS-MESES   TO E3-MESES.
           MOVE WS-UMBRAL  TO E3-UMBRAL.
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
           DISPLAY "PROFESORES EVALUADOS:   " CANT-EVALUADOS.
           DISPLAY "EN EL LISTADO:          " WS-POSICION.
           DISPLAY "SENIALES GRABADAS:      " CANT-SENIALES.

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
               MOVE "ANOMALIAS-PROFESORES" TO CTL-PROGRAMA
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

       END PROGRAM ANOMALIAS-PROFESORES.
