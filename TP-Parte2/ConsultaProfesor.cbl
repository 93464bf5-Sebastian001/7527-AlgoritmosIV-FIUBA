       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-PROFESOR.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Ficha completa de un profesor en una sola pantalla, de solo
      *- lectura, para atender un llamado sin abrir uno tras otro
      *- MANTENIMIENTO-PROFESORES, CONSULTA-TIMES,
      *- CUENTA-CORRIENTE-PROFESORES, MANTENIMIENTO-LICENCIAS,
      *- MANTENIMIENTO-ADELANTOS y MANTENIMIENTO-CONTRATOS. Dado el
      *- profesor (por numero, o por DNI resuelto contra la clave
      *- alternativa del maestro) muestra:
      *-   - datos del maestro y situacion laboral;
      *-   - contrato vigente con su minimo garantizado;
      *-   - licencias en curso o ya programadas;
      *-   - adelantos con saldo pendiente de recupero;
      *-   - las tres ultimas liquidaciones (bruto, deducciones y
      *-     neto por fecha de corrida, mismo criterio que
      *-     CERTIFICADO-ANUAL);
      *-   - saldo de cuenta corriente (mismo calculo que
      *-     CUENTA-CORRIENTE-PROFESORES);
      *-   - ultima transferencia emitida al CBU del profesor y lo
      *-     que informo el banco en la rendicion;
      *-   - excepciones pendientes a su nombre.
      *- Un archivo que todavia no existe no corta la consulta: la
      *- seccion sale con el aviso. El acceso se controla con
      *- VALIDAR-OPERADOR como en las demas pantallas, y DNI y CBU se
      *- muestran enmascarados salvo para el operador habilitado para
      *- datos personales (ver ENMASCARAR-DATO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-NUMERO OF REG-PROFESORES
           ALTERNATE RECORD KEY IS PROF-DNI OF REG-PROFESORES
           FILE STATUS IS FS-PROFESORES.

       SELECT CONTRATOS-FILE
           ASSIGN TO DISK "../files/in/ContratosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTRATOS.

       SELECT LICENCIAS-FILE
           ASSIGN TO DISK "../files/in/LicenciasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT ADELANTOS-FILE
           ASSIGN TO DISK "../files/in/AdelantosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADELANTOS.

       SELECT DEVENGADO-FILE
           ASSIGN TO DISK "../files/out/DevengadoHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVENGADO.

       SELECT DEDUCCIONES-FILE
           ASSIGN TO DISK "../files/out/DeduccionesHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEDUCCIONES.

       SELECT PAGOS-FILE
           ASSIGN TO DISK "../files/in/Pagos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

       SELECT TRANSFERENCIAS-FILE
           ASSIGN TO DISK "../files/out/TransferenciasBancarias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSFERENCIAS.

       SELECT RENDICION-FILE
           ASSIGN TO DISK "../files/in/RendicionBancaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RENDICION.

       SELECT EXCEPCIONES
           ASSIGN TO DISK "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.

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
              88 PROF-LIQUIDADO            VALUE "L".
           03  PROF-COND-FISCAL PIC X(01).
              88 PROF-MONOTRIBUTO          VALUE "M".

       FD CONTRATOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CONTRATOS.
           03  CON-PROF-NUMERO PIC X(05).
           03  CON-HORAS-MIN   PIC 9(03)V99.
           03  CON-TIP-CLASE   PIC X(04).
           03  CON-VIG-DESDE   PIC 9(08).
           03  CON-VIG-HASTA   PIC 9(08).
           03  CON-HORAS-SEMANA PIC 9(03)V99.

       FD LICENCIAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-LICENCIAS.
           03  LIC-PROF-NUMERO PIC X(05).
           03  LIC-DESDE       PIC 9(08).
           03  LIC-HASTA       PIC 9(08).
           03  LIC-MOTIVO      PIC X(20).

       FD ADELANTOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-ADELANTOS.
           03  ADE-PROF-NUMERO PIC X(05).
           03  ADE-FECHA       PIC 9(08).
           03  ADE-IMPORTE     PIC 9(08)V99.
           03  ADE-SALDO       PIC 9(08)V99.
           03  ADE-ESTADO      PIC X(01).
              88 ADE-PENDIENTE         VALUE "P".

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

       FD DEDUCCIONES-FILE
           LABEL RECORD IS STANDARD.
       01 REG-DEDUCCIONESHIST.
           03 DHI-FECHA-CORRIDA PIC 9(08).
           03 DHI-PROF-NUMERO   PIC X(05).
           03 DHI-CONCEPTO      PIC X(20).
           03 DHI-PORC          PIC 9(02)V99.
           03 DHI-IMPORTE       PIC 9(08)V99.
           03 DHI-EMPRESA       PIC X(02).

       FD PAGOS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS.
           03  PAG-PROF-NUMERO PIC X(05).
           03  PAG-FECHA       PIC 9(08).
           03  PAG-IMPORTE     PIC 9(09)V99.
           03  PAG-REFERENCIA  PIC X(20).

       FD TRANSFERENCIAS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRANSFERENCIA.
           03  TRF-CBU             PIC X(22).
           03  TRF-BENEFICIARIO    PIC X(25).
           03  TRF-IMPORTE         PIC 9(10)V99.
           03  TRF-REFERENCIA      PIC X(20).

       FD RENDICION-FILE
           LABEL RECORD IS STANDARD.
       01 REG-RENDICION.
           03 REN-CBU           PIC X(22).
           03 REN-IMPORTE       PIC 9(10)V99.
           03 REN-ESTADO        PIC X(01).
           03 REN-COD-RECHAZO   PIC X(04).

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

       WORKING-STORAGE SECTION.

       77 FS-PROFESORES   PIC XX.
       77 FS-CONTRATOS    PIC XX.
       77 FS-LICENCIAS    PIC XX.
       77 FS-ADELANTOS    PIC XX.
       77 FS-DEVENGADO    PIC XX.
       77 FS-DEDUCCIONES  PIC XX.
       77 FS-PAGOS        PIC XX.
       77 FS-TRANSFERENCIAS PIC XX.
       77 FS-RENDICION    PIC XX.
       77 FS-EXCEPCIONES  PIC XX.

       01 WS-OPCION             PIC X.
       01 WS-CONTINUAR          PIC X       VALUE "S".
           88 CONTINUAR                     VALUE "S".

       01 WS-PROF-BUSCADO       PIC X(05)   VALUE SPACES.
       01 WS-DNI-BUSCADO        PIC 9(08)   VALUE 0.

       01 FECHA-DE-HOY.
           03 HOY-AAAA          PIC 9(4).
           03 HOY-MM            PIC 9(2).
           03 HOY-DD            PIC 9(2).
       01 FECHA-NUMERICA REDEFINES FECHA-DE-HOY PIC 9(8).

       01 WS-OPERADOR           PIC X(10).
      *- Autenticacion del operador (ver TP-Parte2/
      *- VALIDAR-OPERADOR.cbl): sin clave valida y perfil suficiente
      *- el programa no arranca.
       01 WS-CLAVE-OPE          PIC X(10).
       01 PAR-OPE-IN.
           03 VOP-CODIGO        PIC X(10).
           03 VOP-PASSWORD      PIC X(10).
           03 VOP-PROGRAMA      PIC X(20).
       01 PAR-OPE-OUT.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

      *- Enmascarado de DNI y CBU en pantalla (ver TP-Parte2/
      *- ENMASCARAR-DATO.cbl): solo el operador habilitado para datos
      *- personales (o el supervisor) los ve completos; sin maestro de
      *- operadores se muestran como antes.
       01 PAR-MASC-IN.
           03 MSC-OP            PIC X(03).
           03 MSC-DATO          PIC X(22).
       01 PAR-MASC-OUT          PIC X(22).

      *- Las tres ultimas liquidaciones: una por fecha de corrida,
      *- con lo devengado en todas las sucursales y lo deducido en esa
      *- corrida. El adicional por horas extra viaja entre las
      *- deducciones pero es haber: suma al bruto (igual que en
      *- CERTIFICADO-ANUAL).
       78 CON-CANT-LIQ          VALUE 3.
       01 VEC-LIQUIDACIONES.
           03 VEC-LIQ-ELM
               OCCURS CON-CANT-LIQ TIMES
               INDEXED BY INDICE-LIQ.
               05 VEC-LIQ-FECHA     PIC 9(08).
               05 VEC-LIQ-BRUTO     PIC S9(10)V99.
               05 VEC-LIQ-DEDUC     PIC S9(10)V99.
       01 WS-LIQ-AUX.
           03 WS-LIQ-AUX-FECHA  PIC 9(08).
           03 WS-LIQ-AUX-BRUTO  PIC S9(10)V99.
           03 WS-LIQ-AUX-DEDUC  PIC S9(10)V99.
       77 IND-LIQ-HALLADO       PIC 9(01)   VALUE 0.
       77 IND-LIQ-MENOR         PIC 9(01)   VALUE 0.
       77 WS-I                  PIC 9(01)   VALUE 0.
       77 WS-NETO               PIC S9(10)V99 VALUE 0.

      *- Cuenta corriente: devengado menos pagos menos saldo de
      *- adelantos todavia no recuperado (ver
      *- CUENTA-CORRIENTE-PROFESORES).
       77 WS-CC-DEVENGADO       PIC S9(11)V99 VALUE 0.
       77 WS-CC-PAGADO          PIC S9(11)V99 VALUE 0.
       77 WS-CC-ADELANTOS       PIC S9(11)V99 VALUE 0.
       77 WS-SALDO              PIC S9(11)V99 VALUE 0.
       77 WS-ULT-PAGO-FECHA     PIC 9(08)   VALUE 0.
       77 WS-ULT-PAGO-IMPORTE   PIC 9(09)V99 VALUE 0.

      *- Ultima transferencia al CBU del profesor y la ultima linea
      *- de rendicion del banco para ese CBU.
       01 WS-ULT-TRANSFERENCIA.
           03 WS-UT-HALLADA     PIC X(01).
              88 HAY-TRANSFERENCIA          VALUE "S".
           03 WS-UT-IMPORTE     PIC 9(10)V99.
           03 WS-UT-REFERENCIA  PIC X(20).
       01 WS-ULT-RENDICION.
           03 WS-UR-HALLADA     PIC X(01).
              88 HAY-RENDICION              VALUE "S".
           03 WS-UR-IMPORTE     PIC 9(10)V99.
           03 WS-UR-ESTADO      PIC X(01).
              88 UR-ACEPTADA                VALUE "A".
              88 UR-RECHAZADA               VALUE "R".
           03 WS-UR-COD-RECHAZO PIC X(04).

       77 CANT-CONTRATOS        PIC 9(03)   VALUE 0.
       77 CANT-LICENCIAS        PIC 9(03)   VALUE 0.
       77 CANT-ADELANTOS        PIC 9(03)   VALUE 0.
       77 CANT-LIQUIDACIONES    PIC 9(01)   VALUE 0.
       77 CANT-EXCEPCIONES      PIC 9(05)   VALUE 0.

       01 WS-IMPORTE-ED         PIC -ZZZZZZZZZ9,99.
       01 WS-IMPORTE-ED-2       PIC -ZZZZZZZZZ9,99.
       01 WS-IMPORTE-ED-3       PIC -ZZZZZZZZZ9,99.
       01 WS-HORAS-ED           PIC ZZ9,99.
       01 WS-HORAS-ED-2         PIC ZZ9,99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM VALIDAR-ACCESO-OPERADOR.
           PERFORM ABRIR-PROFESORES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR.
           CLOSE PROFESORES-FILE.
           STOP RUN.

       VALIDAR-ACCESO-OPERADOR.
           DISPLAY "OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-OPE.
           MOVE WS-OPERADOR  TO VOP-CODIGO.
           MOVE WS-CLAVE-OPE TO VOP-PASSWORD.
           MOVE "CONSULTA-PROFESOR" TO VOP-PROGRAMA.
           CALL "VALIDAR-OPERADOR" USING PAR-OPE-IN,
               PAR-OPE-OUT.
           EVALUATE VOP-CR
               WHEN "00"
                   DISPLAY "OPERADOR: " VOP-NOMBRE
               WHEN "99"
                   DISPLAY "SIN OPERADORES.DAT, SE TRABAJA "
                       "SIN CONTROL DE ACCESO"
               WHEN OTHER
                   DISPLAY "ACCESO DENEGADO (CR " VOP-CR ")"
                   STOP RUN
           END-EVALUATE.

       ABRIR-PROFESORES.
           OPEN INPUT PROFESORES-FILE.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PROFESORES FS: " FS-PROFESORES
               STOP RUN
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY "----------------------------------------".
           DISPLAY "CONSULTA INTEGRAL DE PROFESOR".
           DISPLAY "1. POR NUMERO DE PROFESOR".
           DISPLAY "2. POR DNI".
           DISPLAY "3. SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1" PERFORM CONSULTAR-POR-NUMERO
               WHEN "2" PERFORM CONSULTAR-POR-DNI
               WHEN "3" MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       CONSULTAR-POR-NUMERO.
           DISPLAY "NUMERO DE PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROF-BUSCADO.
           MOVE WS-PROF-BUSCADO TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "PROFESOR NO ENCONTRADO"
           ELSE
               PERFORM MOSTRAR-FICHA
           END-IF.

       CONSULTAR-POR-DNI.
           DISPLAY "DNI: " WITH NO ADVANCING.
           ACCEPT WS-DNI-BUSCADO.
           MOVE WS-DNI-BUSCADO TO PROF-DNI.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-DNI OF REG-PROFESORES.
           IF FS-PROFESORES IS NOT EQUAL TO 00
               DISPLAY "NO HAY PROFESOR CON ESE DNI"
           ELSE
               MOVE PROF-NUMERO TO WS-PROF-BUSCADO
               PERFORM MOSTRAR-FICHA
           END-IF.

      *- Los adelantos y el devengado se recorren antes de la cuenta
      *- corriente porque ella usa lo que acumularon.
       MOSTRAR-FICHA.
           MOVE 0 TO WS-CC-DEVENGADO.
           MOVE 0 TO WS-CC-PAGADO.
           MOVE 0 TO WS-CC-ADELANTOS.
           PERFORM MOSTRAR-DATOS-MAESTRO.
           PERFORM MOSTRAR-CONTRATOS.
           PERFORM MOSTRAR-LICENCIAS.
           PERFORM MOSTRAR-ADELANTOS.
           PERFORM MOSTRAR-LIQUIDACIONES.
           PERFORM MOSTRAR-CUENTA-CORRIENTE.
           PERFORM MOSTRAR-TRANSFERENCIA.
           PERFORM MOSTRAR-EXCEPCIONES.
           DISPLAY "========================================".

       MOSTRAR-DATOS-MAESTRO.
           DISPLAY "========================================".
           DISPLAY "PROFESOR: " PROF-NUMERO " " PROF-NOMBRE.
           IF VOP-DATOS-PERSONALES IS EQUAL TO "S"
               OR VOP-CR IS EQUAL TO "99"
               DISPLAY "DNI: " PROF-DNI
               DISPLAY "CBU: " PROF-CBU
           ELSE
               MOVE "DNI"    TO MSC-OP
               MOVE PROF-DNI TO MSC-DATO
               CALL "ENMASCARAR-DATO" USING PAR-MASC-IN,
                   PAR-MASC-OUT
               DISPLAY "DNI: " PAR-MASC-OUT(1:8)
               MOVE "CBU"    TO MSC-OP
               MOVE PROF-CBU TO MSC-DATO
               CALL "ENMASCARAR-DATO" USING PAR-MASC-IN,
                   PAR-MASC-OUT
               DISPLAY "CBU: " PAR-MASC-OUT
           END-IF.
           DISPLAY "DIRECCION: " PROF-DIRE "  TELEFONO: " PROF-TEL.
           IF PROF-MONOTRIBUTO
               DISPLAY "CONDICION FISCAL: MONOTRIBUTO"
           ELSE
               DISPLAY "CONDICION FISCAL: DEPENDENCIA"
           END-IF.
           EVALUATE TRUE
               WHEN PROF-LIQUIDADO
                   DISPLAY "ESTADO: DADO DE BAJA EL "
                       PROF-FECHA-BAJA ", CON LIQUIDACION FINAL"
               WHEN PROF-DADO-DE-BAJA
                   DISPLAY "ESTADO: DADO DE BAJA EL "
                       PROF-FECHA-BAJA
               WHEN OTHER
                   DISPLAY "ESTADO: ACTIVO DESDE " PROF-FECHA-ALTA
           END-EVALUATE.

      *----------------------------------------------------------------
      *- Contrato vigente hoy (hasta 0 = abierto).
      *----------------------------------------------------------------
       MOSTRAR-CONTRATOS.
           DISPLAY "--- CONTRATO ---".
           MOVE 0 TO CANT-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF FS-CONTRATOS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO CONTRATOSPROFESORES.DAT"
           ELSE
               PERFORM LEER-CONTRATO
               PERFORM MOSTRAR-UN-CONTRATO UNTIL FS-CONTRATOS = 10
               CLOSE CONTRATOS-FILE
               IF CANT-CONTRATOS = 0
                   DISPLAY "SIN CONTRATO VIGENTE"
               END-IF
           END-IF.

       LEER-CONTRATO.
           READ CONTRATOS-FILE.
           IF FS-CONTRATOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONTRATOS FS: " FS-CONTRATOS
           END-IF.

       MOSTRAR-UN-CONTRATO.
           IF CON-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND CON-VIG-DESDE IS NOT GREATER THAN FECHA-NUMERICA
               AND (CON-VIG-HASTA = 0
                   OR CON-VIG-HASTA IS NOT LESS THAN FECHA-NUMERICA)
               ADD 1 TO CANT-CONTRATOS
               MOVE CON-HORAS-MIN    TO WS-HORAS-ED
               MOVE CON-HORAS-SEMANA TO WS-HORAS-ED-2
               DISPLAY "VIGENTE DESDE " CON-VIG-DESDE " HASTA "
                   CON-VIG-HASTA " - MINIMO GARANTIZADO "
                   WS-HORAS-ED " HS/MES (CLASE " CON-TIP-CLASE ")"
               IF CON-HORAS-SEMANA > 0
                   DISPLAY "TOPE SEMANAL PROPIO: " WS-HORAS-ED-2
                       " HS"
               END-IF
           END-IF.
           PERFORM LEER-CONTRATO.

      *----------------------------------------------------------------
      *- Licencias que todavia no terminaron: en curso o programadas.
      *----------------------------------------------------------------
       MOSTRAR-LICENCIAS.
           DISPLAY "--- LICENCIAS ---".
           MOVE 0 TO CANT-LICENCIAS.
           OPEN INPUT LICENCIAS-FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO LICENCIASPROFESORES.DAT"
           ELSE
               PERFORM LEER-LICENCIA
               PERFORM MOSTRAR-UNA-LICENCIA UNTIL FS-LICENCIAS = 10
               CLOSE LICENCIAS-FILE
               IF CANT-LICENCIAS = 0
                   DISPLAY "SIN LICENCIAS EN CURSO NI PROGRAMADAS"
               END-IF
           END-IF.

       LEER-LICENCIA.
           READ LICENCIAS-FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LICENCIAS FS: " FS-LICENCIAS
           END-IF.

       MOSTRAR-UNA-LICENCIA.
           IF LIC-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND LIC-HASTA IS NOT LESS THAN FECHA-NUMERICA
               ADD 1 TO CANT-LICENCIAS
               IF LIC-DESDE IS GREATER THAN FECHA-NUMERICA
                   DISPLAY LIC-DESDE " AL " LIC-HASTA " "
                       LIC-MOTIVO " PROGRAMADA"
               ELSE
                   DISPLAY LIC-DESDE " AL " LIC-HASTA " "
                       LIC-MOTIVO " EN CURSO"
               END-IF
           END-IF.
           PERFORM LEER-LICENCIA.

      *----------------------------------------------------------------
      *- Adelantos con saldo pendiente de recupero.
      *----------------------------------------------------------------
       MOSTRAR-ADELANTOS.
           DISPLAY "--- ADELANTOS ABIERTOS ---".
           MOVE 0 TO CANT-ADELANTOS.
           OPEN INPUT ADELANTOS-FILE.
           IF FS-ADELANTOS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO ADELANTOSPROFESORES.DAT"
           ELSE
               PERFORM LEER-ADELANTO
               PERFORM MOSTRAR-UN-ADELANTO UNTIL FS-ADELANTOS = 10
               CLOSE ADELANTOS-FILE
               IF CANT-ADELANTOS = 0
                   DISPLAY "SIN ADELANTOS PENDIENTES"
               ELSE
                   MOVE WS-CC-ADELANTOS TO WS-IMPORTE-ED
                   DISPLAY "SALDO TOTAL A RECUPERAR: " WS-IMPORTE-ED
               END-IF
           END-IF.

       LEER-ADELANTO.
           READ ADELANTOS-FILE.
           IF FS-ADELANTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ADELANTOS FS: " FS-ADELANTOS
           END-IF.

       MOSTRAR-UN-ADELANTO.
           IF ADE-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND ADE-PENDIENTE
               AND ADE-SALDO > 0
               ADD 1 TO CANT-ADELANTOS
               ADD ADE-SALDO TO WS-CC-ADELANTOS
               MOVE ADE-IMPORTE TO WS-IMPORTE-ED
               MOVE ADE-SALDO   TO WS-IMPORTE-ED-2
               DISPLAY ADE-FECHA " OTORGADO " WS-IMPORTE-ED
                   " SALDO " WS-IMPORTE-ED-2
           END-IF.
           PERFORM LEER-ADELANTO.

      *----------------------------------------------------------------
      *- Tres ultimas liquidaciones. El devengado se recorre entero
      *- (de paso suma el total para la cuenta corriente) guardando
      *- solo las tres fechas de corrida mas recientes; despues se
      *- suman las deducciones de esas tres corridas.
      *----------------------------------------------------------------
       MOSTRAR-LIQUIDACIONES.
           DISPLAY "--- ULTIMAS LIQUIDACIONES ---".
           INITIALIZE VEC-LIQUIDACIONES.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO DEVENGADOHISTORICO.DAT"
           ELSE
               PERFORM LEER-DEVENGADO
               PERFORM TOMAR-DEVENGADO UNTIL FS-DEVENGADO = 10
               CLOSE DEVENGADO-FILE
               PERFORM SUMAR-DEDUCCIONES
               PERFORM ORDENAR-LIQUIDACIONES
               MOVE 0 TO CANT-LIQUIDACIONES
               PERFORM MOSTRAR-UNA-LIQUIDACION
                   VARYING INDICE-LIQ FROM 1 BY 1
                   UNTIL INDICE-LIQ > CON-CANT-LIQ
               IF CANT-LIQUIDACIONES = 0
                   DISPLAY "SIN LIQUIDACIONES REGISTRADAS"
               END-IF
           END-IF.

       LEER-DEVENGADO.
           READ DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

      *- Si la corrida ya esta entre las guardadas se acumula; si no,
      *- reemplaza a la mas vieja de las tres cuando es posterior a
      *- ella (un lugar libre tiene fecha cero).
       TOMAR-DEVENGADO.
           IF DEV-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               ADD DEV-TOT-IMPORTE TO WS-CC-DEVENGADO
               MOVE 0 TO IND-LIQ-HALLADO
               MOVE 1 TO IND-LIQ-MENOR
               PERFORM VARYING INDICE-LIQ FROM 1 BY 1
                   UNTIL INDICE-LIQ > CON-CANT-LIQ
                   IF VEC-LIQ-FECHA(INDICE-LIQ) IS EQUAL
                       TO DEV-FECHA-CORRIDA
                       SET IND-LIQ-HALLADO TO INDICE-LIQ
                   END-IF
                   IF VEC-LIQ-FECHA(INDICE-LIQ) IS LESS
                       THAN VEC-LIQ-FECHA(IND-LIQ-MENOR)
                       SET IND-LIQ-MENOR TO INDICE-LIQ
                   END-IF
               END-PERFORM
               IF IND-LIQ-HALLADO = 0
                   AND DEV-FECHA-CORRIDA IS GREATER
                       THAN VEC-LIQ-FECHA(IND-LIQ-MENOR)
                   MOVE IND-LIQ-MENOR TO IND-LIQ-HALLADO
                   MOVE DEV-FECHA-CORRIDA
                       TO VEC-LIQ-FECHA(IND-LIQ-HALLADO)
                   MOVE 0 TO VEC-LIQ-BRUTO(IND-LIQ-HALLADO)
                   MOVE 0 TO VEC-LIQ-DEDUC(IND-LIQ-HALLADO)
               END-IF
               IF IND-LIQ-HALLADO > 0
                   ADD DEV-TOT-IMPORTE TO VEC-LIQ-BRUTO(IND-LIQ-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-DEVENGADO.

      *- DeduccionesHistorico.dat puede no existir todavia (ninguna
      *- corrida completa con retenciones): las liquidaciones salen
      *- con deducciones en cero.
       SUMAR-DEDUCCIONES.
           OPEN INPUT DEDUCCIONES-FILE.
           IF FS-DEDUCCIONES IS EQUAL TO 00
               PERFORM LEER-DEDUCCION
               PERFORM TOMAR-DEDUCCION UNTIL FS-DEDUCCIONES = 10
               CLOSE DEDUCCIONES-FILE
           END-IF.

       LEER-DEDUCCION.
           READ DEDUCCIONES-FILE.
           IF FS-DEDUCCIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER DEDUCCIONES FS: " FS-DEDUCCIONES
           END-IF.

       TOMAR-DEDUCCION.
           IF DHI-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               MOVE 0 TO IND-LIQ-HALLADO
               PERFORM VARYING INDICE-LIQ FROM 1 BY 1
                   UNTIL INDICE-LIQ > CON-CANT-LIQ
                   IF VEC-LIQ-FECHA(INDICE-LIQ) IS EQUAL
                       TO DHI-FECHA-CORRIDA
                       AND DHI-FECHA-CORRIDA > 0
                       SET IND-LIQ-HALLADO TO INDICE-LIQ
                   END-IF
               END-PERFORM
               IF IND-LIQ-HALLADO > 0
                   IF DHI-CONCEPTO IS EQUAL TO "ADICIONAL HS EXTRA"
                       ADD DHI-IMPORTE
                           TO VEC-LIQ-BRUTO(IND-LIQ-HALLADO)
                   ELSE
                       ADD DHI-IMPORTE
                           TO VEC-LIQ-DEDUC(IND-LIQ-HALLADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-DEDUCCION.

      *- De la mas reciente a la mas vieja: con tres lugares alcanza
      *- con comparar 1-2, 2-3 y otra vez 1-2.
       ORDENAR-LIQUIDACIONES.
           MOVE 1 TO WS-I.
           PERFORM ORDENAR-PAR-LIQUIDACIONES.
           MOVE 2 TO WS-I.
           PERFORM ORDENAR-PAR-LIQUIDACIONES.
           MOVE 1 TO WS-I.
           PERFORM ORDENAR-PAR-LIQUIDACIONES.

       ORDENAR-PAR-LIQUIDACIONES.
           IF VEC-LIQ-FECHA(WS-I) IS LESS THAN VEC-LIQ-FECHA(WS-I + 1)
               MOVE VEC-LIQ-ELM(WS-I)     TO WS-LIQ-AUX
               MOVE VEC-LIQ-ELM(WS-I + 1) TO VEC-LIQ-ELM(WS-I)
               MOVE WS-LIQ-AUX            TO VEC-LIQ-ELM(WS-I + 1)
           END-IF.

       MOSTRAR-UNA-LIQUIDACION.
           IF VEC-LIQ-FECHA(INDICE-LIQ) > 0
               ADD 1 TO CANT-LIQUIDACIONES
               COMPUTE WS-NETO = VEC-LIQ-BRUTO(INDICE-LIQ)
                   - VEC-LIQ-DEDUC(INDICE-LIQ)
               MOVE VEC-LIQ-BRUTO(INDICE-LIQ) TO WS-IMPORTE-ED
               MOVE VEC-LIQ-DEDUC(INDICE-LIQ) TO WS-IMPORTE-ED-2
               MOVE WS-NETO                   TO WS-IMPORTE-ED-3
               DISPLAY "CORRIDA " VEC-LIQ-FECHA(INDICE-LIQ)
                   " BRUTO " WS-IMPORTE-ED
                   " DEDUC " WS-IMPORTE-ED-2
                   " NETO " WS-IMPORTE-ED-3
           END-IF.

      *----------------------------------------------------------------
      *- Saldo de cuenta corriente. Pagos.dat puede no existir
      *- todavia: todo lo devengado queda como pendiente.
      *----------------------------------------------------------------
       MOSTRAR-CUENTA-CORRIENTE.
           DISPLAY "--- CUENTA CORRIENTE ---".
           MOVE 0 TO WS-ULT-PAGO-FECHA.
           MOVE 0 TO WS-ULT-PAGO-IMPORTE.
           OPEN INPUT PAGOS-FILE.
           IF FS-PAGOS IS EQUAL TO 00
               PERFORM LEER-PAGO
               PERFORM TOMAR-PAGO UNTIL FS-PAGOS = 10
               CLOSE PAGOS-FILE
           END-IF.
           COMPUTE WS-SALDO = WS-CC-DEVENGADO - WS-CC-PAGADO
               - WS-CC-ADELANTOS.
           MOVE WS-CC-DEVENGADO TO WS-IMPORTE-ED.
           DISPLAY "DEVENGADO           " WS-IMPORTE-ED.
           MOVE WS-CC-PAGADO TO WS-IMPORTE-ED.
           DISPLAY "PAGADO              " WS-IMPORTE-ED.
           MOVE WS-CC-ADELANTOS TO WS-IMPORTE-ED.
           DISPLAY "ADELANTOS PENDIENTES" WS-IMPORTE-ED.
           MOVE WS-SALDO TO WS-IMPORTE-ED.
           IF WS-SALDO < 0
               DISPLAY "SALDO               " WS-IMPORTE-ED
                   " SOBREPAGO"
           ELSE
               DISPLAY "SALDO               " WS-IMPORTE-ED
           END-IF.
           IF WS-ULT-PAGO-FECHA > 0
               MOVE WS-ULT-PAGO-IMPORTE TO WS-IMPORTE-ED
               DISPLAY "ULTIMO PAGO " WS-ULT-PAGO-FECHA " "
                   WS-IMPORTE-ED
           END-IF.

       LEER-PAGO.
           READ PAGOS-FILE.
           IF FS-PAGOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PAGOS FS: " FS-PAGOS
           END-IF.

       TOMAR-PAGO.
           IF PAG-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               ADD PAG-IMPORTE TO WS-CC-PAGADO
               IF PAG-FECHA IS NOT LESS THAN WS-ULT-PAGO-FECHA
                   MOVE PAG-FECHA   TO WS-ULT-PAGO-FECHA
                   MOVE PAG-IMPORTE TO WS-ULT-PAGO-IMPORTE
               END-IF
           END-IF.
           PERFORM LEER-PAGO.

      *----------------------------------------------------------------
      *- Ultima transferencia emitida al CBU actual del profesor y la
      *- ultima linea de la rendicion del banco para ese CBU.
      *----------------------------------------------------------------
       MOSTRAR-TRANSFERENCIA.
           DISPLAY "--- ULTIMA TRANSFERENCIA ---".
           MOVE "N" TO WS-UT-HALLADA.
           MOVE "N" TO WS-UR-HALLADA.
           IF PROF-CBU IS EQUAL TO SPACES
               DISPLAY "EL PROFESOR NO TIENE CBU CARGADO"
           ELSE
               OPEN INPUT TRANSFERENCIAS-FILE
               IF FS-TRANSFERENCIAS IS EQUAL TO 00
                   PERFORM LEER-TRANSFERENCIA
                   PERFORM TOMAR-TRANSFERENCIA
                       UNTIL FS-TRANSFERENCIAS = 10
                   CLOSE TRANSFERENCIAS-FILE
               END-IF
               IF NOT HAY-TRANSFERENCIA
                   DISPLAY "SIN TRANSFERENCIA EMITIDA EN EL ULTIMO "
                       "ENVIO"
               ELSE
                   MOVE WS-UT-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY WS-UT-REFERENCIA " IMPORTE " WS-IMPORTE-ED
                   PERFORM MOSTRAR-RENDICION
               END-IF
           END-IF.

       LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS-FILE.
           IF FS-TRANSFERENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRANSFERENCIAS FS: "
                   FS-TRANSFERENCIAS
           END-IF.

       TOMAR-TRANSFERENCIA.
           IF TRF-CBU IS EQUAL TO PROF-CBU
               MOVE "S"            TO WS-UT-HALLADA
               MOVE TRF-IMPORTE    TO WS-UT-IMPORTE
               MOVE TRF-REFERENCIA TO WS-UT-REFERENCIA
           END-IF.
           PERFORM LEER-TRANSFERENCIA.

       MOSTRAR-RENDICION.
           OPEN INPUT RENDICION-FILE.
           IF FS-RENDICION IS EQUAL TO 00
               PERFORM LEER-RENDICION
               PERFORM TOMAR-RENDICION UNTIL FS-RENDICION = 10
               CLOSE RENDICION-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT HAY-RENDICION
                   DISPLAY "BANCO: SIN RENDICION TODAVIA"
               WHEN UR-ACEPTADA
                   MOVE WS-UR-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "BANCO: ACREDITADA " WS-IMPORTE-ED
               WHEN UR-RECHAZADA
                   DISPLAY "BANCO: RECHAZADA, CODIGO "
                       WS-UR-COD-RECHAZO
               WHEN OTHER
                   DISPLAY "BANCO: ESTADO " WS-UR-ESTADO
           END-EVALUATE.

       LEER-RENDICION.
           READ RENDICION-FILE.
           IF FS-RENDICION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RENDICION FS: " FS-RENDICION
           END-IF.

       TOMAR-RENDICION.
           IF REN-CBU IS EQUAL TO PROF-CBU
               MOVE "S"             TO WS-UR-HALLADA
               MOVE REN-IMPORTE     TO WS-UR-IMPORTE
               MOVE REN-ESTADO      TO WS-UR-ESTADO
               MOVE REN-COD-RECHAZO TO WS-UR-COD-RECHAZO
           END-IF.
           PERFORM LEER-RENDICION.

      *----------------------------------------------------------------
      *- Excepciones pendientes (no resueltas) cuya clave empieza con
      *- el numero del profesor, que es como la graban los programas
      *- que controlan novedades, liquidacion y transferencias.
      *----------------------------------------------------------------
       MOSTRAR-EXCEPCIONES.
           DISPLAY "--- EXCEPCIONES PENDIENTES ---".
           MOVE 0 TO CANT-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES.
           IF FS-EXCEPCIONES IS EQUAL TO 00
               PERFORM LEER-EXCEPCION
               PERFORM MOSTRAR-UNA-EXCEPCION
                   UNTIL FS-EXCEPCIONES = 10
               CLOSE EXCEPCIONES
           END-IF.
           IF CANT-EXCEPCIONES = 0
               DISPLAY "SIN EXCEPCIONES PENDIENTES"
           END-IF.

       LEER-EXCEPCION.
           READ EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EXCEPCIONES FS: "
                   FS-EXCEPCIONES
           END-IF.

       MOSTRAR-UNA-EXCEPCION.
           IF EXC-CLAVE(1:5) IS EQUAL TO PROF-NUMERO
               AND EXC-ESTADO IS NOT EQUAL TO "R"
               ADD 1 TO CANT-EXCEPCIONES
               DISPLAY EXC-FECHA " " EXC-SEVERIDAD " " EXC-PROGRAMA
                   " " EXC-MOTIVO
           END-IF.
           PERFORM LEER-EXCEPCION.

       END PROGRAM CONSULTA-PROFESOR.
