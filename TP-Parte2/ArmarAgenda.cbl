       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMAR-AGENDA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Armado automatico de la agenda de un mes: la agenda se
      *- cargaba clase por clase en MANTENIMIENTO-AGENDA, cruzando a
      *- mano licencias, feriados, habilitaciones y el tope diario, y
      *- las horas terminaban siempre en los mismos profesores. Este
      *- paso cruza la demanda semanal de cada sucursal
      *- (DemandaSucursales.dat, ver MANTENIMIENTO-DEMANDA) con la
      *- disponibilidad semanal de cada profesor
      *- (DisponibilidadProfesores.dat, ver
      *- MANTENIMIENTO-DISPONIBILIDAD) y propone la agenda dia por
      *- dia:
      *-   - la demanda se reparte en partes iguales entre los dias
      *-     preferidos de la semana, en clases de la duracion pedida;
      *-   - el feriado de la zona de la sucursal no lleva clases;
      *-   - un profesor es candidato si esta activo, no esta de
      *-     licencia ese dia, esta habilitado para el tipo
      *-     (VALIDAR-HABILITACION), tiene una franja ese dia en esa
      *-     sucursal (o en cualquiera) donde la clase entra despues
      *-     de su ultima clase del dia, y no pasa el maximo de
      *-     MaximoHorasDia.txt (el mismo que controla TP_PARTE_1A);
      *-   - entre los candidatos gana el que menos horas lleva en el
      *-     mes, para repartir parejo.
      *- La propuesta queda en AgendaPropuesta.dat (registro de
      *- AgendaClases.dat) con su listado de revision
      *- AgendaPropuesta.txt, y lo que no se pudo cubrir en
      *- DemandaNoCubierta.txt. Nada se toca de la agenda vigente:
      *- la propuesta reemplaza el mes recien cuando se acepta desde
      *- MANTENIMIENTO-AGENDA. El mes sale de AgendaPropuestaMes.txt
      *- (AAAAMM); sin archivo se arma el mes siguiente. No se
      *- considera el tiempo de traslado entre sucursales.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MES-FILE
           ASSIGN TO "../files/in/AgendaPropuestaMes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MES.

       SELECT SUCURSALES-FILE
           ASSIGN TO "../files/in/Sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT DISPONIBILIDAD-FILE
           ASSIGN TO "../files/in/DisponibilidadProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPONIBILIDAD.

       SELECT DEMANDA-FILE
           ASSIGN TO "../files/in/DemandaSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEMANDA.

       SELECT LICENCIAS-FILE
           ASSIGN TO "../files/in/LicenciasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT FERIADOS-FILE
           ASSIGN TO "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

       SELECT CONFIG-MAXHORAS-FILE
           ASSIGN TO "../files/in/MaximoHorasDia.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG-MAXHORAS.

       SELECT PROPUESTA-FILE
           ASSIGN TO DISK "../files/out/AgendaPropuesta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPUESTA.

       SELECT LISTADO
           ASSIGN TO "../files/out/AgendaPropuesta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       SELECT NOCUBIERTA
           ASSIGN TO "../files/out/DemandaNoCubierta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOCUBIERTA.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD MES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-MES               PIC X(06).

       FD SUCURSALES-FILE LABEL RECORD STANDARD.
       01 REG-SUCURSALES.
           03 SUC-SUCURSAL      PIC X(03).
           03 SUC-RAZON         PIC X(25).
           03 SUC-DIRE          PIC X(20).
           03 SUC-TEL           PIC X(20).
           03 SUC-CUIT          PIC 9(11).
           03 SUC-ZONA          PIC X(02).
           03 SUC-EMPRESA       PIC X(02).

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
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD DISPONIBILIDAD-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DISPONIBILIDAD.
           03 DIS-PROF-NUMERO   PIC X(05).
           03 DIS-DIA-SEMANA    PIC 9(01).
           03 DIS-HORA-DESDE.
               05 DIS-DESDE-HH  PIC 9(02).
               05 DIS-DESDE-MM  PIC 9(02).
           03 DIS-HORA-HASTA.
               05 DIS-HASTA-HH  PIC 9(02).
               05 DIS-HASTA-MM  PIC 9(02).
           03 DIS-SUCURSAL      PIC X(03).

       FD DEMANDA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DEMANDA.
           03 DMD-SUCURSAL      PIC X(03).
           03 DMD-TIP-CLASE     PIC X(04).
           03 DMD-HORAS-SEMANA  PIC 9(03)V99.
           03 DMD-HORAS-CLASE   PIC 9(02)V99.
           03 DMD-DIAS.
               05 DMD-DIA       PIC X(01) OCCURS 7 TIMES.

       FD LICENCIAS-FILE LABEL RECORD STANDARD.
       01 REG-LICENCIAS.
           03 LIC-PROF-NUMERO   PIC X(05).
           03 LIC-DESDE         PIC 9(08).
           03 LIC-HASTA         PIC 9(08).
           03 LIC-MOTIVO        PIC X(20).

       FD FERIADOS-FILE LABEL RECORD STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA         PIC 9(08).
           03 FER-RECARGO       PIC 9(01)V99.
           03 FER-ZONA          PIC X(02).

       FD CONFIG-MAXHORAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CONFIG-MAXHORAS   PIC X(02).

      *- Mismo registro que AgendaClases.dat.
       FD PROPUESTA-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTA.
           03  AGE-SUCURSAL    PIC X(03).
           03  AGE-FECHA       PIC 9(08).
           03  AGE-TIP-CLASE   PIC X(04).
           03  AGE-PROF-NUMERO PIC X(05).
           03  AGE-HORAS       PIC 9(02)V99.
           03  AGE-HORA-INI    PIC X(04).

       FD LISTADO LABEL RECORD OMITTED.
       01 REG-LISTADO           PIC X(80).

       FD NOCUBIERTA LABEL RECORD OMITTED.
       01 REG-NOCUBIERTA        PIC X(80).

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

       77 FS-MES          PIC XX.
       77 FS-SUCURSALES   PIC XX.
       77 FS-PROFESORES   PIC XX.
       77 FS-DISPONIBILIDAD PIC XX.
       77 FS-DEMANDA      PIC XX.
       77 FS-LICENCIAS    PIC XX.
       77 FS-FERIADOS     PIC XX.
       77 FS-CONFIG-MAXHORAS PIC XX.
       77 FS-PROPUESTA    PIC XX.
       77 FS-LISTADO      PIC XX.
       77 FS-NOCUBIERTA   PIC XX.
       77 FS-CONTROLCORRIDAS PIC XX.

      *- Tope diario por profesor, mismo defecto que TP_PARTE_1A.
       78 CON-MAX-HORAS-DEFECTO VALUE 12.
       77 WS-MAX-HORAS-DIA   PIC 9(02)      VALUE 0.

      *- Mes a armar y su ultimo dia.
       01 WS-MES-PROPUESTA.
           03 WS-MP-AAAA        PIC 9(4).
           03 WS-MP-MM          PIC 9(2).
       01 WS-MES-PROPUESTA-N REDEFINES WS-MES-PROPUESTA PIC 9(6).
       77 WS-PERIODO-DESDE   PIC 9(08)      VALUE 0.
       77 WS-PERIODO-HASTA   PIC 9(08)      VALUE 0.
       01 WS-PERIODO-TOPE.
           03 WS-PT-AAAA        PIC 9(4).
           03 WS-PT-MM          PIC 9(2).
           03 WS-PT-DD          PIC 9(2).
       01 WS-PERIODO-TOPE-N REDEFINES WS-PERIODO-TOPE PIC 9(8).

       78 CON-CANT-SUC-MAX   VALUE 100.
       01 VEC-SUCURSALES.
           03 VEC-SUC-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05 VEC-SUC-COD          PIC X(03).
               05 VEC-SUC-ZONA         PIC X(02).
       77 CANT-SUC           PIC 999        VALUE 0.
       77 IND-SUC-HALLADO    PIC 999        VALUE 0.

      *- Profesores activos con su carga: horas del mes (para el
      *- reparto), horas del dia y minuto del dia desde el que estan
      *- libres (despues de su ultima clase propuesta).
       78 CON-CANT-PROF-MAX  VALUE 500.
       01 VEC-PROFESORES.
           03 VEC-PROF-ELM
               OCCURS CON-CANT-PROF-MAX TIMES
               INDEXED BY INDICE-PROF.
               05 VEC-PROF-NUMERO      PIC X(05).
               05 VEC-PROF-NOMBRE      PIC X(25).
               05 VEC-PROF-FECHA-ALTA  PIC 9(08).
               05 VEC-PROF-HORAS-MES   PIC 9(03)V99.
               05 VEC-PROF-HORAS-DIA   PIC 9(02)V99.
               05 VEC-PROF-LIBRE       PIC 9(04).
               05 VEC-PROF-CLASES      PIC 9(03).
       77 CANT-PROF          PIC 9(03)      VALUE 0.
       77 IND-PROF-HALLADO   PIC 9(03)      VALUE 0.

      *- Franjas de disponibilidad, en minutos del dia.
       78 CON-CANT-DIS-MAX   VALUE 2000.
       01 VEC-DISPONIBILIDAD.
           03 VEC-DIS-ELM
               OCCURS CON-CANT-DIS-MAX TIMES
               INDEXED BY INDICE-DIS.
               05 VEC-DIS-PROF         PIC 9(03).
               05 VEC-DIS-DIA          PIC 9(01).
               05 VEC-DIS-DESDE        PIC 9(04).
               05 VEC-DIS-HASTA        PIC 9(04).
               05 VEC-DIS-SUCURSAL     PIC X(03).
       77 CANT-DIS           PIC 9(04)      VALUE 0.

      *- Demanda con las clases por dia preferido ya calculadas.
       78 CON-CANT-DMD-MAX   VALUE 500.
       01 VEC-DEMANDA.
           03 VEC-DMD-ELM
               OCCURS CON-CANT-DMD-MAX TIMES
               INDEXED BY INDICE-DMD.
               05 VEC-DMD-SUC-IND      PIC 9(03).
               05 VEC-DMD-TIPO         PIC X(04).
               05 VEC-DMD-DURACION     PIC 9(02)V99.
               05 VEC-DMD-DUR-MIN      PIC 9(04).
               05 VEC-DMD-CLASES-DIA   PIC 9(02).
               05 VEC-DMD-DIAS.
                   07 VEC-DMD-DIA      PIC X(01) OCCURS 7 TIMES.
       77 CANT-DMD           PIC 9(03)      VALUE 0.
       77 CANT-DIAS-PREF     PIC 9(01)      VALUE 0.
       77 IND-DIA            PIC 9(01)      VALUE 0.
       77 WS-CLASES-POR-DIA   PIC 9(03)V99   VALUE 0.

       78 CON-CANT-LIC-MAX   VALUE 500.
       01 VEC-LICENCIAS.
           03 VEC-LIC-ELM
               OCCURS CON-CANT-LIC-MAX TIMES
               INDEXED BY INDICE-LIC.
               05 VEC-LIC-PROF         PIC X(05).
               05 VEC-LIC-DESDE        PIC 9(08).
               05 VEC-LIC-HASTA        PIC 9(08).
       77 CANT-LIC           PIC 9(03)      VALUE 0.
       77 WS-EN-LICENCIA     PIC X(01)      VALUE "N".
          88 EN-LICENCIA                    VALUE "S".

       78 CON-CANT-FER-MAX  VALUE 50.
       01 VEC-FERIADOS.
           03 VEC-FERIADOS-ELM
               OCCURS CON-CANT-FER-MAX TIMES
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA       PIC 9(08).
               05  VEC-FER-ZONA        PIC X(02).
       77 CANT-FER           PIC 999        VALUE 0.
       77 WS-ES-FERIADO      PIC X(01)      VALUE "N".
          88 DIA-FERIADO                    VALUE "S".

      *- Recorrido dia por dia del mes.
       01 WS-FECHA-ACTUAL.
           03 WS-FA-AAAA        PIC 9(4).
           03 WS-FA-MM          PIC 9(2).
           03 WS-FA-DD          PIC 9(2).
       01 WS-FECHA-ACTUAL-N REDEFINES WS-FECHA-ACTUAL PIC 9(8).
       77 WS-CTL-FUTURO      PIC X(01)      VALUE "N".
       77 WS-FECHA-VALIDA    PIC X(01)      VALUE "N".
          88 FECHA-VALIDA                   VALUE "S".

      *- Calculo del dia de semana (congruencia de Zeller), igual que
      *- CONTROL-COBERTURA: 1 = lunes .. 7 = domingo.
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

      *- Busqueda del profesor para una clase.
       77 IND-CLASE          PIC 9(02)      VALUE 0.
       77 CANT-FALTANTES     PIC 9(02)      VALUE 0.
       77 IND-MEJOR-PROF     PIC 9(03)      VALUE 0.
       77 WS-MEJOR-INICIO    PIC 9(04)      VALUE 0.
       77 WS-INICIO-CAND     PIC 9(04)      VALUE 0.
       77 WS-FIN-CAND        PIC 9(04)      VALUE 0.
       77 WS-HORAS-DIA-CAND  PIC 9(03)V99   VALUE 0.
       77 WS-HORA-HH         PIC 9(02)      VALUE 0.
       77 WS-HORA-MM         PIC 9(02)      VALUE 0.
       77 WS-PROF-CAND       PIC X(05).
       77 WS-TIPO-CAND       PIC X(04).
       77 WS-RES-HABILITACION PIC X(1)      VALUE "S".
          88 PROF-HABILITADO                VALUE "S".

       77 CANT-CLASES        PIC 9(05)      VALUE 0.
       77 WS-TOTAL-HORAS     PIC 9(05)V99   VALUE 0.
       77 CANT-NO-CUBIERTAS  PIC 9(05)      VALUE 0.
       77 WS-HORAS-NO-CUBIERTAS PIC 9(05)V99 VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 HOY-NUMERICO REDEFINES FECHA-DE-HOY PIC 9(8).

       01 ENCABEZADO1.
           03 FILLER PIC X(36) VALUE
              "Agenda propuesta (a revisar) del mes".
           03 FILLER PIC X     VALUE SPACE.
           03 E1-MES           PIC 9(6).
           03 FILLER PIC X(37) VALUE SPACES.

       01 ENCABEZADO2.
           03 FILLER PIC X(26) VALUE "Fecha      Suc Tipo Prof  ".
           03 FILLER PIC X(26) VALUE "Nombre".
           03 FILLER PIC X(28) VALUE "Inicio Horas".

       01 ENCABEZADO-NC.
           03 FILLER PIC X(36) VALUE
              "Demanda no cubierta por la propuesta".
           03 FILLER PIC X(5)  VALUE " mes ".
           03 ENC-MES          PIC 9(6).
           03 FILLER PIC X(33) VALUE SPACES.

       01 ENCABEZADO-NC2.
           03 FILLER PIC X(80) VALUE
              "Fecha      Suc Tipo  Clases faltantes  Horas faltantes".

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-CLASE.
           03 LC-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LC-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LC-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X       VALUE SPACE.
           03 LC-SUCURSAL      PIC X(3).
           03 FILLER           PIC X       VALUE SPACE.
           03 LC-TIPO          PIC X(4).
           03 FILLER           PIC X       VALUE SPACE.
           03 LC-PROF          PIC X(5).
           03 FILLER           PIC X       VALUE SPACE.
           03 LC-NOMBRE        PIC X(25).
           03 FILLER           PIC X       VALUE SPACE.
           03 LC-INICIO        PIC X(4).
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 LC-HORAS         PIC Z9,99.
           03 FILLER           PIC X(11)   VALUE SPACES.

       01 LINEA-CARGA.
           03 FILLER           PIC X(9)    VALUE "Profesor ".
           03 LCG-PROF         PIC X(5).
           03 FILLER           PIC X       VALUE SPACE.
           03 LCG-NOMBRE       PIC X(25).
           03 FILLER           PIC X(8)    VALUE " clases ".
           03 LCG-CLASES       PIC ZZ9.
           03 FILLER           PIC X(7)    VALUE " horas ".
           03 LCG-HORAS        PIC ZZ9,99.
           03 FILLER           PIC X(16)   VALUE SPACES.

       01 LINEA-TOTAL.
           03 FILLER           PIC X(19)   VALUE
              "Clases propuestas: ".
           03 LT-CLASES        PIC ZZZZ9.
           03 FILLER           PIC X(9)    VALUE "  Horas: ".
           03 LT-HORAS         PIC ZZZZ9,99.
           03 FILLER           PIC X(39)   VALUE SPACES.

       01 LINEA-NO-CUBIERTA.
           03 LN-FECHA-DD      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LN-FECHA-MM      PIC 9(2).
           03 FILLER           PIC X       VALUE "/".
           03 LN-FECHA-AAAA    PIC 9(4).
           03 FILLER           PIC X       VALUE SPACE.
           03 LN-SUCURSAL      PIC X(3).
           03 FILLER           PIC X       VALUE SPACE.
           03 LN-TIPO          PIC X(4).
           03 FILLER           PIC X(9)    VALUE SPACES.
           03 LN-CLASES        PIC Z9.
           03 FILLER           PIC X(11)   VALUE SPACES.
           03 LN-HORAS         PIC ZZ9,99.
           03 FILLER           PIC X(33)   VALUE SPACES.

       01 LINEA-TOTAL-NC.
           03 FILLER           PIC X(18)   VALUE
              "Clases faltantes: ".
           03 LTN-CLASES       PIC ZZZZ9.
           03 FILLER           PIC X(9)    VALUE "  Horas: ".
           03 LTN-HORAS        PIC ZZZZ9,99.
           03 FILLER           PIC X(40)   VALUE SPACES.

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
           PERFORM CARGAR-MES.
           PERFORM CARGAR-MAX-HORAS.
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-PROFESORES.
           PERFORM CARGAR-DISPONIBILIDAD.
           PERFORM CARGAR-DEMANDA.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-FERIADOS.
           PERFORM ABRIR-SALIDAS.
           PERFORM RECORRER-DIAS.
           PERFORM CERRAR-SALIDAS.
           DISPLAY "CLASES PROPUESTAS: " CANT-CLASES
               " HORAS: " WS-TOTAL-HORAS.
           IF CANT-NO-CUBIERTAS > 0
               MOVE "A" TO WS-ESTADO-CORRIDA
               DISPLAY "CLASES SIN CUBRIR: " CANT-NO-CUBIERTAS
                   " (VER DEMANDANOCUBIERTA.TXT)"
           END-IF.
           DISPLAY "REVISAR AGENDAPROPUESTA.TXT Y ACEPTAR DESDE "
               "MANTENIMIENTO-AGENDA".
           PERFORM REGISTRAR-CONTROL-FIN.
           GOBACK.

      *- AgendaPropuestaMes.txt es opcional; sin archivo (o con un
      *- mes invalido) se arma el mes siguiente al de hoy.
       CARGAR-MES.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE HOY-AAAA TO WS-MP-AAAA.
           MOVE HOY-MM   TO WS-MP-MM.
           ADD 1 TO WS-MP-MM.
           IF WS-MP-MM > 12
               MOVE 1 TO WS-MP-MM
               ADD 1 TO WS-MP-AAAA
           END-IF.
           OPEN INPUT MES-FILE.
           IF FS-MES IS EQUAL TO 00
               READ MES-FILE
               IF FS-MES IS EQUAL TO 00
                   AND REG-MES IS NUMERIC
                   AND REG-MES(5:2) > "00"
                   AND REG-MES(5:2) < "13"
                   MOVE REG-MES TO WS-MES-PROPUESTA
               END-IF
               CLOSE MES-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO AGENDAPROPUESTAMES.TXT, SE "
                   "ARMA EL MES SIGUIENTE"
           END-IF.
           COMPUTE WS-PERIODO-DESDE = WS-MES-PROPUESTA-N * 100 + 1.
           MOVE WS-PERIODO-DESDE TO WS-PERIODO-TOPE-N.
           MOVE 31 TO WS-PT-DD.
           MOVE "N" TO WS-FECHA-VALIDA.
           PERFORM UNTIL FECHA-VALIDA OR WS-PT-DD < 28
               CALL "VALIDAR-FECHA" USING WS-PERIODO-TOPE-N,
                   WS-CTL-FUTURO, WS-FECHA-VALIDA
               IF NOT FECHA-VALIDA
                   SUBTRACT 1 FROM WS-PT-DD
               END-IF
           END-PERFORM.
           MOVE WS-PERIODO-TOPE-N TO WS-PERIODO-HASTA.
           DISPLAY "AGENDA PROPUESTA DEL " WS-PERIODO-DESDE " AL "
               WS-PERIODO-HASTA.

      *- MaximoHorasDia.txt es opcional, mismo criterio que
      *- TP_PARTE_1A.
       CARGAR-MAX-HORAS.
           MOVE CON-MAX-HORAS-DEFECTO TO WS-MAX-HORAS-DIA.
           OPEN INPUT CONFIG-MAXHORAS-FILE.
           IF FS-CONFIG-MAXHORAS IS EQUAL TO 00
               READ CONFIG-MAXHORAS-FILE
               IF FS-CONFIG-MAXHORAS IS EQUAL TO 00
                   AND REG-CONFIG-MAXHORAS IS NUMERIC
                   AND REG-CONFIG-MAXHORAS IS NOT EQUAL TO "00"
                   MOVE REG-CONFIG-MAXHORAS TO WS-MAX-HORAS-DIA
               END-IF
               CLOSE CONFIG-MAXHORAS-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO MAXIMOHORASDIA.TXT, SE USA EL "
                   "MAXIMO DE 12 HORAS POR DEFECTO"
           END-IF.

       LEER-SUCURSALES.
           READ SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUCURSALES FS: " FS-SUCURSALES
           END-IF.

       CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.
           PERFORM LEER-SUCURSALES.
           PERFORM GUARDAR-SUCURSAL
               VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CON-CANT-SUC-MAX
               OR FS-SUCURSALES = 10.
           CLOSE SUCURSALES-FILE.

       GUARDAR-SUCURSAL.
           MOVE SUC-SUCURSAL TO VEC-SUC-COD(INDICE-SUC).
           MOVE SUC-ZONA     TO VEC-SUC-ZONA(INDICE-SUC).
           SET CANT-SUC TO INDICE-SUC.
           PERFORM LEER-SUCURSALES.

       BUSCAR-SUCURSAL.
           MOVE 0 TO IND-SUC-HALLADO.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUC
               IF VEC-SUC-COD(INDICE-SUC) IS EQUAL TO DMD-SUCURSAL
                   SET IND-SUC-HALLADO TO INDICE-SUC
               END-IF
           END-PERFORM.

       LEER-PROFESORES.
           READ PROFESORES-FILE NEXT RECORD.
           IF FS-PROFESORES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PROFESORES FS: " FS-PROFESORES
           END-IF.

      *- Solo los activos: al dado de baja o de licencia larga no se
      *- le propone agenda.
       CARGAR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.
           PERFORM LEER-PROFESORES.
           PERFORM GUARDAR-PROFESOR UNTIL FS-PROFESORES = 10.
           CLOSE PROFESORES-FILE.

       GUARDAR-PROFESOR.
           IF NOT PROF-DADO-DE-BAJA
               IF CANT-PROF < CON-CANT-PROF-MAX
                   ADD 1 TO CANT-PROF
                   MOVE PROF-NUMERO TO VEC-PROF-NUMERO(CANT-PROF)
                   MOVE PROF-NOMBRE TO VEC-PROF-NOMBRE(CANT-PROF)
                   MOVE PROF-FECHA-ALTA
                       TO VEC-PROF-FECHA-ALTA(CANT-PROF)
                   MOVE 0 TO VEC-PROF-HORAS-MES(CANT-PROF)
                   MOVE 0 TO VEC-PROF-CLASES(CANT-PROF)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE IGNORA "
                       PROF-NUMERO
               END-IF
           END-IF.
           PERFORM LEER-PROFESORES.

       BUSCAR-PROFESOR.
           MOVE 0 TO IND-PROF-HALLADO.
           PERFORM VARYING INDICE-PROF FROM 1 BY 1
               UNTIL INDICE-PROF > CANT-PROF
               IF VEC-PROF-NUMERO(INDICE-PROF) IS EQUAL
                   TO DIS-PROF-NUMERO
                   SET IND-PROF-HALLADO TO INDICE-PROF
               END-IF
           END-PERFORM.

       LEER-DISPONIBILIDAD.
           READ DISPONIBILIDAD-FILE.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DISPONIBILIDAD FS: "
                   FS-DISPONIBILIDAD
           END-IF.

      *- Las franjas de profesores que no estan activos se descartan;
      *- las horas quedan en minutos del dia para comparar directo.
       CARGAR-DISPONIBILIDAD.
           OPEN INPUT DISPONIBILIDAD-FILE.
           IF FS-DISPONIBILIDAD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DISPONIBILIDAD FS: "
                   FS-DISPONIBILIDAD
               STOP RUN
           END-IF.
           PERFORM LEER-DISPONIBILIDAD.
           PERFORM GUARDAR-FRANJA UNTIL FS-DISPONIBILIDAD = 10.
           CLOSE DISPONIBILIDAD-FILE.

       GUARDAR-FRANJA.
           ADD 1 TO WS-CTL-LEIDOS.
           PERFORM BUSCAR-PROFESOR.
           IF IND-PROF-HALLADO > 0
               IF CANT-DIS < CON-CANT-DIS-MAX
                   ADD 1 TO CANT-DIS
                   MOVE IND-PROF-HALLADO TO VEC-DIS-PROF(CANT-DIS)
                   MOVE DIS-DIA-SEMANA   TO VEC-DIS-DIA(CANT-DIS)
                   COMPUTE VEC-DIS-DESDE(CANT-DIS) =
                       DIS-DESDE-HH * 60 + DIS-DESDE-MM
                   COMPUTE VEC-DIS-HASTA(CANT-DIS) =
                       DIS-HASTA-HH * 60 + DIS-HASTA-MM
                   MOVE DIS-SUCURSAL TO VEC-DIS-SUCURSAL(CANT-DIS)
               ELSE
                   DISPLAY "TABLA DE DISPONIBILIDAD LLENA, SE IGNORA "
                       "FRANJA DE " DIS-PROF-NUMERO
               END-IF
           END-IF.
           PERFORM LEER-DISPONIBILIDAD.

       LEER-DEMANDA.
           READ DEMANDA-FILE.
           IF FS-DEMANDA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEMANDA FS: " FS-DEMANDA
           END-IF.

       CARGAR-DEMANDA.
           OPEN INPUT DEMANDA-FILE.
           IF FS-DEMANDA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEMANDA FS: " FS-DEMANDA
               STOP RUN
           END-IF.
           PERFORM LEER-DEMANDA.
           PERFORM GUARDAR-DEMANDA UNTIL FS-DEMANDA = 10.
           CLOSE DEMANDA-FILE.

      *- Clases por dia preferido = horas semanales / (dias
      *- preferidos * duracion), redondeado y al menos una; dias en
      *- blanco = lunes a sabado.
       GUARDAR-DEMANDA.
           ADD 1 TO WS-CTL-LEIDOS.
           PERFORM BUSCAR-SUCURSAL.
           EVALUATE TRUE
               WHEN IND-SUC-HALLADO = 0
                   DISPLAY "DEMANDA DE SUCURSAL INEXISTENTE, SE "
                       "IGNORA: " DMD-SUCURSAL
               WHEN CANT-DMD NOT < CON-CANT-DMD-MAX
                   DISPLAY "TABLA DE DEMANDA LLENA, SE IGNORA "
                       DMD-SUCURSAL " " DMD-TIP-CLASE
               WHEN OTHER
                   ADD 1 TO CANT-DMD
                   MOVE IND-SUC-HALLADO TO VEC-DMD-SUC-IND(CANT-DMD)
                   MOVE DMD-TIP-CLASE TO VEC-DMD-TIPO(CANT-DMD)
                   IF DMD-HORAS-CLASE = 0
                       MOVE 1 TO VEC-DMD-DURACION(CANT-DMD)
                   ELSE
                       MOVE DMD-HORAS-CLASE
                           TO VEC-DMD-DURACION(CANT-DMD)
                   END-IF
                   COMPUTE VEC-DMD-DUR-MIN(CANT-DMD) ROUNDED =
                       VEC-DMD-DURACION(CANT-DMD) * 60
                   IF DMD-DIAS IS EQUAL TO SPACES
                       MOVE "SSSSSSN" TO VEC-DMD-DIAS(CANT-DMD)
                   ELSE
                       MOVE DMD-DIAS TO VEC-DMD-DIAS(CANT-DMD)
                   END-IF
                   MOVE 0 TO CANT-DIAS-PREF
                   PERFORM CONTAR-DIA-PREFERIDO
                       VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
                   IF CANT-DIAS-PREF = 0
                       MOVE 0 TO VEC-DMD-CLASES-DIA(CANT-DMD)
                   ELSE
                       COMPUTE WS-CLASES-POR-DIA ROUNDED =
                           DMD-HORAS-SEMANA / (CANT-DIAS-PREF *
                           VEC-DMD-DURACION(CANT-DMD))
                       COMPUTE VEC-DMD-CLASES-DIA(CANT-DMD) ROUNDED =
                           WS-CLASES-POR-DIA
                       IF VEC-DMD-CLASES-DIA(CANT-DMD) = 0
                           MOVE 1 TO VEC-DMD-CLASES-DIA(CANT-DMD)
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM LEER-DEMANDA.

       CONTAR-DIA-PREFERIDO.
           IF VEC-DMD-DIA(CANT-DMD, IND-DIA) IS EQUAL TO "S"
               ADD 1 TO CANT-DIAS-PREF
           END-IF.

       LEER-LICENCIAS.
           READ LICENCIAS-FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LICENCIAS FS: " FS-LICENCIAS
           END-IF.

      *- Solo interesan las licencias que se cruzan con el mes.
       CARGAR-LICENCIAS.
           OPEN INPUT LICENCIAS-FILE.
           IF FS-LICENCIAS IS EQUAL TO 00
               PERFORM LEER-LICENCIAS
               PERFORM GUARDAR-LICENCIA UNTIL FS-LICENCIAS = 10
               CLOSE LICENCIAS-FILE
           END-IF.

       GUARDAR-LICENCIA.
           IF LIC-DESDE IS NOT GREATER THAN WS-PERIODO-HASTA
               AND LIC-HASTA IS NOT LESS THAN WS-PERIODO-DESDE
               IF CANT-LIC < CON-CANT-LIC-MAX
                   ADD 1 TO CANT-LIC
                   MOVE LIC-PROF-NUMERO TO VEC-LIC-PROF(CANT-LIC)
                   MOVE LIC-DESDE       TO VEC-LIC-DESDE(CANT-LIC)
                   MOVE LIC-HASTA       TO VEC-LIC-HASTA(CANT-LIC)
               ELSE
                   DISPLAY "TABLA DE LICENCIAS LLENA, SE IGNORA "
                       LIC-PROF-NUMERO
               END-IF
           END-IF.
           PERFORM LEER-LICENCIAS.

       LEER-FERIADOS.
           READ FERIADOS-FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FERIADOS FS: " FS-FERIADOS
           END-IF.

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

       GUARDAR-FERIADO.
           MOVE FER-FECHA TO VEC-FER-FECHA(INDICE-FER).
           MOVE FER-ZONA  TO VEC-FER-ZONA(INDICE-FER).
           SET CANT-FER TO INDICE-FER.
           PERFORM LEER-FERIADOS.

       ABRIR-SALIDAS.
           OPEN OUTPUT PROPUESTA-FILE.
           IF FS-PROPUESTA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AGENDAPROPUESTA FS: "
                   FS-PROPUESTA
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF FS-LISTADO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LISTADO FS: " FS-LISTADO
               STOP RUN
           END-IF.
           OPEN OUTPUT NOCUBIERTA.
           IF FS-NOCUBIERTA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DEMANDANOCUBIERTA FS: "
                   FS-NOCUBIERTA
               STOP RUN
           END-IF.
           MOVE WS-MES-PROPUESTA-N TO E1-MES.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM ENCABEZADO2.
           MOVE WS-MES-PROPUESTA-N TO ENC-MES.
           WRITE REG-NOCUBIERTA FROM ENCABEZADO-NC.
           WRITE REG-NOCUBIERTA FROM LINEA-EN-BLANCO.
           WRITE REG-NOCUBIERTA FROM ENCABEZADO-NC2.

       RECORRER-DIAS.
           MOVE WS-PERIODO-DESDE TO WS-FECHA-ACTUAL-N.
           PERFORM ARMAR-UN-DIA
               UNTIL WS-FECHA-ACTUAL-N > WS-PERIODO-HASTA.

      *- Cada dia arranca con todos los profesores libres; la
      *- demanda se atiende en el orden del archivo.
       ARMAR-UN-DIA.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM LIBERAR-PROFESOR
               VARYING INDICE-PROF FROM 1 BY 1
               UNTIL INDICE-PROF > CANT-PROF.
           PERFORM ARMAR-UNA-DEMANDA
               VARYING INDICE-DMD FROM 1 BY 1
               UNTIL INDICE-DMD > CANT-DMD.
           PERFORM AVANZAR-FECHA.

       LIBERAR-PROFESOR.
           MOVE 0 TO VEC-PROF-HORAS-DIA(INDICE-PROF).
           MOVE 0 TO VEC-PROF-LIBRE(INDICE-PROF).

       ARMAR-UNA-DEMANDA.
           IF VEC-DMD-DIA(INDICE-DMD, WS-DIA-SEMANA) IS EQUAL TO "S"
               SET INDICE-SUC TO VEC-DMD-SUC-IND(INDICE-DMD)
               PERFORM EVALUAR-FERIADO-SUCURSAL
               IF NOT DIA-FERIADO
                   MOVE 0 TO CANT-FALTANTES
                   PERFORM ASIGNAR-UNA-CLASE
                       VARYING IND-CLASE FROM 1 BY 1
                       UNTIL IND-CLASE > VEC-DMD-CLASES-DIA(INDICE-DMD)
                   IF CANT-FALTANTES > 0
                       PERFORM REGISTRAR-NO-CUBIERTA
                   END-IF
               END-IF
           END-IF.

      *- Feriado nacional (zona en blanco o "00") o de la zona de la
      *- sucursal, igual que CONTROL-COBERTURA.
       EVALUAR-FERIADO-SUCURSAL.
           MOVE "N" TO WS-ES-FERIADO.
           PERFORM VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > CANT-FER
               IF VEC-FER-FECHA(INDICE-FER) IS EQUAL
                       TO WS-FECHA-ACTUAL-N
                   AND (VEC-FER-ZONA(INDICE-FER) IS EQUAL TO SPACES
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL TO "00"
                       OR VEC-FER-ZONA(INDICE-FER) IS EQUAL
                           TO VEC-SUC-ZONA(INDICE-SUC))
                   MOVE "S" TO WS-ES-FERIADO
               END-IF
           END-PERFORM.

       ASIGNAR-UNA-CLASE.
           MOVE 0 TO IND-MEJOR-PROF.
           PERFORM EVALUAR-FRANJA
               VARYING INDICE-DIS FROM 1 BY 1
               UNTIL INDICE-DIS > CANT-DIS.
           IF IND-MEJOR-PROF = 0
               ADD 1 TO CANT-FALTANTES
           ELSE
               PERFORM GRABAR-CLASE-PROPUESTA
           END-IF.

      *- Una franja sirve si es del dia, de la sucursal (o de
      *- cualquiera), la clase entra entera despues de la ultima
      *- clase del profesor, no pasa el tope diario, y el profesor
      *- ya estaba dado de alta, no esta de licencia y esta
      *- habilitado. Se queda con el de menos horas en el mes.
       EVALUAR-FRANJA.
           IF VEC-DIS-DIA(INDICE-DIS) IS EQUAL TO WS-DIA-SEMANA
               AND (VEC-DIS-SUCURSAL(INDICE-DIS) IS EQUAL TO SPACES
                   OR VEC-DIS-SUCURSAL(INDICE-DIS) IS EQUAL
                       TO VEC-SUC-COD(INDICE-SUC))
               SET INDICE-PROF TO VEC-DIS-PROF(INDICE-DIS)
               IF VEC-DIS-DESDE(INDICE-DIS) >
                   VEC-PROF-LIBRE(INDICE-PROF)
                   MOVE VEC-DIS-DESDE(INDICE-DIS) TO WS-INICIO-CAND
               ELSE
                   MOVE VEC-PROF-LIBRE(INDICE-PROF) TO WS-INICIO-CAND
               END-IF
               COMPUTE WS-FIN-CAND = WS-INICIO-CAND
                   + VEC-DMD-DUR-MIN(INDICE-DMD)
               COMPUTE WS-HORAS-DIA-CAND =
                   VEC-PROF-HORAS-DIA(INDICE-PROF)
                   + VEC-DMD-DURACION(INDICE-DMD)
               IF WS-FIN-CAND IS NOT GREATER THAN
                       VEC-DIS-HASTA(INDICE-DIS)
                   AND WS-HORAS-DIA-CAND IS NOT GREATER THAN
                       WS-MAX-HORAS-DIA
                   AND VEC-PROF-FECHA-ALTA(INDICE-PROF) IS NOT
                       GREATER THAN WS-FECHA-ACTUAL-N
                   PERFORM EVALUAR-CANDIDATO
               END-IF
           END-IF.

       EVALUAR-CANDIDATO.
           IF IND-MEJOR-PROF = 0
               OR VEC-PROF-HORAS-MES(INDICE-PROF) <
                   VEC-PROF-HORAS-MES(IND-MEJOR-PROF)
               PERFORM EVALUAR-LICENCIA
               IF NOT EN-LICENCIA
                   MOVE VEC-PROF-NUMERO(INDICE-PROF) TO WS-PROF-CAND
                   MOVE VEC-DMD-TIPO(INDICE-DMD) TO WS-TIPO-CAND
                   CALL "VALIDAR-HABILITACION" USING WS-PROF-CAND,
                       WS-TIPO-CAND, WS-FECHA-ACTUAL-N,
                       WS-RES-HABILITACION
                   IF PROF-HABILITADO
                       SET IND-MEJOR-PROF TO INDICE-PROF
                       MOVE WS-INICIO-CAND TO WS-MEJOR-INICIO
                   END-IF
               END-IF
           END-IF.

       EVALUAR-LICENCIA.
           MOVE "N" TO WS-EN-LICENCIA.
           PERFORM VARYING INDICE-LIC FROM 1 BY 1
               UNTIL INDICE-LIC > CANT-LIC
               IF VEC-LIC-PROF(INDICE-LIC) IS EQUAL
                       TO VEC-PROF-NUMERO(INDICE-PROF)
                   AND VEC-LIC-DESDE(INDICE-LIC) IS NOT GREATER
                       THAN WS-FECHA-ACTUAL-N
                   AND VEC-LIC-HASTA(INDICE-LIC) IS NOT LESS
                       THAN WS-FECHA-ACTUAL-N
                   MOVE "S" TO WS-EN-LICENCIA
               END-IF
           END-PERFORM.

       GRABAR-CLASE-PROPUESTA.
           MOVE VEC-SUC-COD(INDICE-SUC)       TO AGE-SUCURSAL.
           MOVE WS-FECHA-ACTUAL-N             TO AGE-FECHA.
           MOVE VEC-DMD-TIPO(INDICE-DMD)      TO AGE-TIP-CLASE.
           MOVE VEC-PROF-NUMERO(IND-MEJOR-PROF) TO AGE-PROF-NUMERO.
           MOVE VEC-DMD-DURACION(INDICE-DMD)  TO AGE-HORAS.
           DIVIDE WS-MEJOR-INICIO BY 60 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM.
           MOVE WS-HORA-HH TO AGE-HORA-INI(1:2).
           MOVE WS-HORA-MM TO AGE-HORA-INI(3:2).
           WRITE REG-PROPUESTA.
           ADD 1 TO WS-CTL-GRABADOS.
           ADD 1 TO CANT-CLASES.
           ADD AGE-HORAS TO WS-TOTAL-HORAS.
           ADD AGE-HORAS TO VEC-PROF-HORAS-MES(IND-MEJOR-PROF).
           ADD AGE-HORAS TO VEC-PROF-HORAS-DIA(IND-MEJOR-PROF).
           ADD 1 TO VEC-PROF-CLASES(IND-MEJOR-PROF).
           COMPUTE VEC-PROF-LIBRE(IND-MEJOR-PROF) =
               WS-MEJOR-INICIO + VEC-DMD-DUR-MIN(INDICE-DMD).
           MOVE WS-FA-DD   TO LC-FECHA-DD.
           MOVE WS-FA-MM   TO LC-FECHA-MM.
           MOVE WS-FA-AAAA TO LC-FECHA-AAAA.
           MOVE AGE-SUCURSAL    TO LC-SUCURSAL.
           MOVE AGE-TIP-CLASE   TO LC-TIPO.
           MOVE AGE-PROF-NUMERO TO LC-PROF.
           MOVE VEC-PROF-NOMBRE(IND-MEJOR-PROF) TO LC-NOMBRE.
           MOVE AGE-HORA-INI    TO LC-INICIO.
           MOVE AGE-HORAS       TO LC-HORAS.
           WRITE REG-LISTADO FROM LINEA-CLASE.

       REGISTRAR-NO-CUBIERTA.
           ADD CANT-FALTANTES TO CANT-NO-CUBIERTAS.
           ADD CANT-FALTANTES TO WS-CTL-RECHAZADOS.
           COMPUTE WS-HORAS-NO-CUBIERTAS = WS-HORAS-NO-CUBIERTAS
               + CANT-FALTANTES * VEC-DMD-DURACION(INDICE-DMD).
           MOVE WS-FA-DD   TO LN-FECHA-DD.
           MOVE WS-FA-MM   TO LN-FECHA-MM.
           MOVE WS-FA-AAAA TO LN-FECHA-AAAA.
           MOVE VEC-SUC-COD(INDICE-SUC)  TO LN-SUCURSAL.
           MOVE VEC-DMD-TIPO(INDICE-DMD) TO LN-TIPO.
           MOVE CANT-FALTANTES TO LN-CLASES.
           COMPUTE LN-HORAS =
               CANT-FALTANTES * VEC-DMD-DURACION(INDICE-DMD).
           WRITE REG-NOCUBIERTA FROM LINEA-NO-CUBIERTA.

      *- Avanza un dia de calendario: si el dia siguiente no es una
      *- fecha valida se pasa al 1 del mes (o anio) siguiente.
       AVANZAR-FECHA.
           ADD 1 TO WS-FA-DD.
           CALL "VALIDAR-FECHA" USING WS-FECHA-ACTUAL-N,
               WS-CTL-FUTURO, WS-FECHA-VALIDA.
           IF NOT FECHA-VALIDA
               MOVE 1 TO WS-FA-DD
               ADD 1 TO WS-FA-MM
               IF WS-FA-MM > 12
                   MOVE 1 TO WS-FA-MM
                   ADD 1 TO WS-FA-AAAA
               END-IF
           END-IF.

       CALCULAR-DIA-SEMANA.
           MOVE WS-FECHA-ACTUAL-N TO WS-FECHA-ZELLER.
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

      *- Cierre: carga de cada profesor en el mes (para ver el
      *- reparto al revisar) y totales de los dos listados.
       CERRAR-SALIDAS.
           MOVE CANT-CLASES TO LT-CLASES.
           MOVE WS-TOTAL-HORAS TO LT-HORAS.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           WRITE REG-LISTADO FROM LINEA-TOTAL.
           WRITE REG-LISTADO FROM LINEA-EN-BLANCO.
           PERFORM LISTAR-CARGA-PROFESOR
               VARYING INDICE-PROF FROM 1 BY 1
               UNTIL INDICE-PROF > CANT-PROF.
           MOVE CANT-NO-CUBIERTAS TO LTN-CLASES.
           MOVE WS-HORAS-NO-CUBIERTAS TO LTN-HORAS.
           WRITE REG-NOCUBIERTA FROM LINEA-EN-BLANCO.
           WRITE REG-NOCUBIERTA FROM LINEA-TOTAL-NC.
           CLOSE PROPUESTA-FILE.
           CLOSE LISTADO.
           CLOSE NOCUBIERTA.

       LISTAR-CARGA-PROFESOR.
           IF VEC-PROF-CLASES(INDICE-PROF) > 0
               MOVE VEC-PROF-NUMERO(INDICE-PROF)    TO LCG-PROF
               MOVE VEC-PROF-NOMBRE(INDICE-PROF)    TO LCG-NOMBRE
               MOVE VEC-PROF-CLASES(INDICE-PROF)    TO LCG-CLASES
               MOVE VEC-PROF-HORAS-MES(INDICE-PROF) TO LCG-HORAS
               WRITE REG-LISTADO FROM LINEA-CARGA
           END-IF.

       REGISTRAR-CONTROL-INICIO.
           MOVE "I" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       REGISTRAR-CONTROL-FIN.
           MOVE "F" TO WS-CTL-TIPO.
           PERFORM GRABAR-CONTROL-CORRIDA.

       GRABAR-CONTROL-CORRIDA.
           OPEN EXTEND CONTROLCORRIDAS-FILE.
           IF FS-CONTROLCORRIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CONTROLCORRIDAS FS: "
                   FS-CONTROLCORRIDAS
           ELSE
               MOVE "ARMAR-AGENDA" TO CTL-PROGRAMA
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

       END PROGRAM ARMAR-AGENDA.
