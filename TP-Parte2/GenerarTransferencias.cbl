      *- (CBU/beneficiario/importe/referencia), "2" importe primero
      *- con fecha (importe/fecha/CBU/beneficiario), "3" delimitado
      *- por ";" (CBU;importe;fecha;beneficiario;referencia).
      *-
      *- Si LIQUIDACION-RETROACTIVA dejo diferencias por una tarifa
      *- con vigencia hacia atras (RetroactivoAP.txt, mismo layout
      *- que el extracto), se suman al total de cada profesor y salen
      *- en la misma transferencia. Una vez emitidos los archivos el
      *- RetroactivoAP.txt queda vacio, para que la diferencia no se
      *- vuelva a pagar el mes siguiente (el detalle sigue en
      *- LiquidacionRetroactiva.txt y en DevengadoHistorico.dat).
      *-
      *- Los reintegros de gastos que pago TP_PARTE_1A
      *- (ReintegrosAP.txt, mismo layout, con la empresa informada)
      *- se suman de la misma manera y el archivo tambien queda vacio
      *- despues de emitir. No forman parte de la liquidacion final:
      *- un profesor ya liquidado los cobra igual.
      *-
      *- El adicional por horas extra que TP_PARTE_1A liquido en el
      *- recibo (HorasExtraAP.txt, mismo layout, un renglon por
      *- profesor y empresa) tambien se suma y el archivo queda vacio
      *- despues de emitir. La liquidacion final no calcula el
      *- adicional, asi que un profesor ya liquidado lo cobra igual,
      *- como los reintegros.
      *-
      *- Lo mismo con el neto de la liquidacion final por egreso
      *- (LiquidacionFinalAP.txt, de LIQUIDACION-FINAL), que tambien
      *- queda vacio despues de emitir. Un profesor ya liquidado
      *- (estado "L") cobra solo eso: cualquier otro renglon que le
      *- quede en el extracto ya esta incluido en su liquidacion
      *- final, asi que se descarta y se avisa por Excepciones.dat.
      *-
      *- Un profesor monotributista (PROF-COND-FISCAL "M") cobra
      *- contra su factura C: si las facturas pendientes registradas
      *- en FacturasProfesores.dat (ver MANTENIMIENTO-FACT-
      *- PROFESORES) no alcanzan el importe, el pago se retiene. Lo
      *- retenido se lista al pie de ResumenTransferencias.txt y se
      *- guarda en PagosRetenidosAP.txt (layout del extracto), que la
      *- corrida siguiente vuelve a sumar igual que el retroactivo.
      *- Las facturas que cubren un pago quedan aplicadas.
      *-
      *- Un profesor al que le cambiaron el CBU en MANTENIMIENTO-
      *- PROFESORES no cobra hasta que otro operador verifica el
      *- cambio (VERIFICACION-CBU): mientras CambiosCBU.dat tenga un
      *- cambio pendiente suyo, el pago se retiene en
      *- PagosRetenidosAP.txt igual que el de un monotributista sin
      *- factura, pero se lista aparte en el resumen.
      *-
      *- Cada empresa del grupo le paga a sus profesores: el renglon
      *- del extracto va a la empresa de su sucursal (ver
      *- BUSCAR-EMPRESA; sin sucursal conocida, la empresa por
      *- defecto), el consolidado es por profesor y empresa, y cada
      *- empresa emite sus propios archivos de banco
      *- (TransferenciasBanco<COD>E<EMP>.txt) con su seccion en el
      *- resumen de despacho. La referencia de la transferencia
      *- lleva la empresa; el registro interno sigue siendo uno solo.
      *- Un renglon retenido se guarda con su empresa (AP-EMPRESA),
      *- que manda sobre la sucursal cuando viene informada.
      *-
      *- Una liquidacion se paga una sola vez: el extracto trae el
      *- identificador de la corrida que lo genero y, si este programa
      *- ya lo consumio, la corrida se rechaza con codigo 8 antes de
      *- emitir nada, salvo que un supervisor haya autorizado el
      *- reproceso con su motivo (ver CONTROLAR-CONSUMO).
      *-
      *- Las tablas fijas (profesor/empresa, facturas y cambios de CBU
      *- pendientes) dejan su ocupacion en REGISTRAR-OCUPACION para el
      *- informe de CAPACIDAD-TABLAS. Un renglon que no entra en la
      *- tabla de profesores no se paga y queda en Excepciones.dat
      *- para pagarlo a mano. Con la tabla de facturas llena no se
      *- aplica ninguna (los monotributistas quedan retenidos y el
      *- archivo no se regraba, para no perder las que no entraron);
      *- con la de cambios de CBU llena se retienen todos los pagos,
      *- porque no se puede asegurar que el CBU este verificado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AP-EXTRACT.

      *- Diferencias de la liquidacion retroactiva; opcional.
       SELECT RETRO-AP-FILE
           ASSIGN TO DISK "../files/out/RetroactivoAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO-AP.

      *- Reintegros de gastos pagados por TP_PARTE_1A; opcional.
       SELECT REINTEGROS-AP-FILE
           ASSIGN TO DISK "../files/out/ReintegrosAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROS-AP.

      *- Adicional por horas extra de TP_PARTE_1A; opcional.
       SELECT HS-EXTRA-AP-FILE
           ASSIGN TO DISK "../files/out/HorasExtraAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HS-EXTRA-AP.

      *- Netos de la liquidacion final por egreso; opcional.
       SELECT FINAL-AP-FILE
           ASSIGN TO DISK "../files/out/LiquidacionFinalAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FINAL-AP.

      *- Pagos retenidos a monotributistas sin factura; opcional.
       SELECT RETENIDOS-AP-FILE
           ASSIGN TO DISK "../files/out/PagosRetenidosAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDOS-AP.

      *- Cambios de CBU pendientes de verificacion; opcional.
       SELECT CAMBIOS-CBU-FILE
           ASSIGN TO DISK "../files/in/CambiosCBU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS-CBU.

      *- Facturas C entregadas por los monotributistas; opcional.
       SELECT FACTURAS-FILE
           ASSIGN TO DISK "../files/in/FacturasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS.

       SELECT PROFESORES-FILE
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Profesores.dat"
           ORGANIZATION IS INDEXED
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03  AP-PERIODO-DESDE    PIC 9(08).
           03  AP-PERIODO-HASTA    PIC 9(08).
      *- Empresa que paga; en blanco sale de la sucursal.
           03  AP-EMPRESA          PIC X(02).
      *- Identificador de la liquidacion de TP-PARTE2 (los renglones
      *- retroactivos, finales y retenidos no lo traen).
           03  AP-ID-CORRIDA       PIC X(16).

       FD RETRO-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETRO-AP            PIC X(104).

       FD REINTEGROS-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REINTEGROS-AP       PIC X(104).

       FD HS-EXTRA-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-HS-EXTRA-AP         PIC X(104).

       FD FINAL-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FINAL-AP            PIC X(104).

       FD RETENIDOS-AP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETENIDOS-AP        PIC X(104).

      *- Solo interesan el profesor y el estado del cambio; el
      *- layout completo esta en MANTENIMIENTO-PROFESORES.
       FD CAMBIOS-CBU-FILE
           LABEL RECORD IS STANDARD.
       01 REG-CAMBIOS-CBU.
           03  CCB-PROF-NUMERO PIC X(05).
           03  FILLER          PIC X(68).
           03  CCB-ESTADO      PIC X(01).
              88 CCB-PENDIENTE             VALUE "P".
           03  FILLER          PIC X(18).

       FD FACTURAS-FILE
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS.
           03  FPR-PROF-NUMERO PIC X(05).
           03  FPR-PTO-VENTA   PIC 9(04).
           03  FPR-NUMERO      PIC 9(08).
           03  FPR-FECHA       PIC 9(08).
           03  FPR-IMPORTE     PIC 9(09)V99.
           03  FPR-ESTADO      PIC X(01).
           03  FPR-FECHA-APLICADA PIC 9(08).

       FD PROFESORES-FILE
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-LIQUIDADO            VALUE "L".
           03  PROF-COND-FISCAL PIC X(01).
              88 PROF-MONOTRIBUTO          VALUE "M".

       FD FORMATOS-FILE
           LABEL RECORD IS STANDARD.

       77 FS-AP-EXTRACT      PIC XX.
       77 FS-PROFESORES      PIC XX.
       77 FS-RETRO-AP        PIC XX.
       77 FS-FINAL-AP        PIC XX.
       77 FS-REINTEGROS-AP   PIC XX.
       77 FS-HS-EXTRA-AP     PIC XX.
       77 FS-RETENIDOS-AP    PIC XX.
       77 FS-FACTURAS        PIC XX.
       77 FS-CAMBIOS-CBU     PIC XX.
       77 FS-FORMATOS        PIC XX.
       77 FS-TRANSFERENCIAS  PIC XX.
       77 FS-BANCO           PIC XX.
       77 FS-RESUMEN         PIC XX.
       77 FS-EXCEPCIONES     PIC XX.

      *- Consolidado por profesor y empresa, sumando sus renglones de
      *- las sucursales de la empresa, mas el CBU ya resuelto y el
      *- estado
      *- de la validacion ("V" valida / "R" rechazada / "F"
      *- retenida por falta de factura / "C" retenida por CBU sin
      *- verificar).
       78 CON-CANT-PROF-MAX  VALUE 500.

       01 VEC-PROFESORES.
               OCCURS CON-CANT-PROF-MAX TIMES
               INDEXED BY INDICE-PROF.
               05  VEC-PROF-NUMERO     PIC X(05).
               05  VEC-PROF-EMPRESA    PIC X(02).
               05  VEC-PROF-NOMBRE     PIC X(25).
      *- Con signo: las correcciones del extracto restan; si el neto
      *- final del profesor no es positivo, no hay transferencia.
                                        SIGN LEADING SEPARATE.
               05  VEC-PROF-CBU        PIC X(22).
               05  VEC-PROF-VALIDA     PIC X(01).
      *- Parte del importe que viene de la liquidacion final.
               05  VEC-PROF-IMPORTE-FINAL PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
      *- Parte que son reintegros de gastos.
               05  VEC-PROF-IMPORTE-REINT PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
      *- Parte que es adicional por horas extra.
               05  VEC-PROF-IMPORTE-HE PIC S9(10)V99
                                        SIGN LEADING SEPARATE.

       77 CANT-PROF          PIC 999        VALUE 0.
       77 PERD-PROF          PIC 9(07)      VALUE 0.
       77 IND-PROF-HALLADO   PIC 999        VALUE 0.

      *- Empresas que pagan en esta corrida (ver BUSCAR-EMPRESA).
       78 CON-EMPRESA-DEFECTO VALUE "01".
       78 CON-CANT-EMP-MAX   VALUE 20.
       01 VEC-EMPRESAS.
           03 VEC-EMP-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-EMP.
               05 VEC-EMP-CODIGO    PIC X(02).
               05 VEC-EMP-RAZON     PIC X(25).
               05 VEC-EMP-CUIT      PIC 9(11).
       77 CANT-EMP           PIC 99         VALUE 0.
       77 IND-EMP-HALLADO    PIC 99         VALUE 0.
       77 WS-EMPRESA-RENGLON PIC X(02)      VALUE SPACES.
       01 PAR-EMP-IN.
           03 EMI-OP            PIC X(06).
           03 EMI-EMPRESA       PIC X(02).
           03 EMI-SUCURSAL      PIC X(03).
           03 EMI-CUIT          PIC 9(11).
       01 PAR-EMP-OUT.
           03 EMO-CR            PIC X(02).
           03 EMO-CODIGO        PIC X(02).
           03 EMO-RAZON         PIC X(25).
           03 EMO-CUIT          PIC 9(11).
           03 EMO-DIRE          PIC X(20).
           03 EMO-PTO-VENTA     PIC 9(04).

      *- Tabla de formatos bancarios, mas el despacho acumulado de
      *- cada banco para la empresa en proceso.
       78 CON-CANT-BCO-MAX   VALUE 20.
       01 VEC-BANCOS.
           03 VEC-BCO-ELM
       77 CANT-SIN-FORMATO    PIC 9(05)     VALUE 0.
       77 TOT-TRANSFERIDO     PIC 9(12)V99  VALUE 0.
       77 TOT-SIN-FORMATO     PIC 9(12)V99  VALUE 0.
       77 CANT-RETROACTIVOS   PIC 9(05)     VALUE 0.
       77 TOT-RETROACTIVO     PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-HAY-RETROACTIVO  PIC X(01)     VALUE "N".
          88 HAY-RETROACTIVO                VALUE "S".
       77 CANT-REINTEGROS     PIC 9(05)     VALUE 0.
       77 TOT-REINTEGROS      PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-HAY-REINTEGROS   PIC X(01)     VALUE "N".
          88 HAY-REINTEGROS                 VALUE "S".
       77 WS-RENGLON-REINTEGRO PIC X(01)    VALUE "N".
          88 RENGLON-REINTEGRO              VALUE "S".
       77 CANT-HS-EXTRA       PIC 9(05)     VALUE 0.
       77 TOT-HS-EXTRA        PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-HAY-HS-EXTRA     PIC X(01)     VALUE "N".
          88 HAY-HS-EXTRA                   VALUE "S".
       77 WS-RENGLON-HS-EXTRA PIC X(01)     VALUE "N".
          88 RENGLON-HS-EXTRA               VALUE "S".
       77 WS-IMPORTE-PROTEGIDO PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 CANT-FINALES        PIC 9(05)     VALUE 0.
       77 TOT-FINAL           PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-HAY-FINAL        PIC X(01)     VALUE "N".
          88 HAY-FINAL                      VALUE "S".
       77 WS-RENGLON-FINAL    PIC X(01)     VALUE "N".
          88 RENGLON-FINAL                  VALUE "S".
       77 CANT-RETENIDOS      PIC 9(05)     VALUE 0.
       77 TOT-RETENIDO        PIC S9(12)V99 VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-HAY-RETENIDOS    PIC X(01)     VALUE "N".
          88 HAY-RETENIDOS                  VALUE "S".

      *- Facturas de los monotributistas, en memoria para aplicarlas
      *- y regrabar el archivo al final.
       78 CON-CANT-FACT-MAX  VALUE 500.
       01 VEC-FACTURAS.
           03 VEC-FPR-ELM
               OCCURS CON-CANT-FACT-MAX TIMES
               INDEXED BY INDICE-FPR.
               05 VEC-FPR-REGISTRO      PIC X(45).
               05 VEC-FPR-PROF          PIC X(05).
               05 VEC-FPR-IMPORTE       PIC 9(09)V99.
               05 VEC-FPR-ESTADO        PIC X(01).
       77 CANT-FACTURAS      PIC 999        VALUE 0.
       77 PERD-FACTURAS      PIC 9(07)      VALUE 0.
       77 WS-HAY-FACTURAS    PIC X(01)      VALUE "N".
          88 ARCH-FACTURAS                  VALUE "S".
       77 WS-FACTURAS-TOCADAS PIC X(01)     VALUE "N".
          88 FACTURAS-TOCADAS               VALUE "S".
       77 WS-FACTURADO-PROF  PIC 9(10)V99   VALUE 0.

      *- Profesores con un cambio de CBU pendiente de verificacion.
       01 VEC-CBU-PENDIENTES.
           03 VEC-CCB-PROF
               OCCURS CON-CANT-PROF-MAX TIMES
               INDEXED BY INDICE-CCB   PIC X(05).
       77 CANT-CBU-PENDIENTES PIC 999       VALUE 0.
       77 PERD-CBU-PENDIENTES PIC 9(07)     VALUE 0.
       77 WS-CBU-PENDIENTE   PIC X(01)      VALUE "N".
          88 CBU-PENDIENTE                  VALUE "S".
       77 CANT-RETENIDOS-CBU PIC 9(05)      VALUE 0.
       77 TOT-RETENIDO-CBU   PIC S9(12)V99  VALUE 0
                               SIGN LEADING SEPARATE.
       77 WS-CUBIERTO-PROF   PIC 9(10)V99   VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03 FILLER           PIC X(11)   VALUE "HONORARIOS ".
           03 WS-REF-AAAA      PIC 9(4).
           03 WS-REF-MM        PIC 9(2).
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 WS-REF-EMPRESA   PIC X(2).

      *- Lineas de las variantes de formato.
       01 LINEA-VARIANTE-2.
       01 WS-CANT-TEXTO      PIC 9(05)      VALUE 0.
       01 WS-TOTAL-TEXTO     PIC 9(12)V99   VALUE 0.

       01 LINEA-RESUMEN-EMPRESA.
           03 FILLER            PIC X(08)   VALUE "EMPRESA ".
           03 REM-CODIGO        PIC X(02).
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 REM-RAZON         PIC X(25).
           03 FILLER            PIC X(07)   VALUE "  CUIT ".
           03 REM-CUIT          PIC 9(11).
           03 FILLER            PIC X(26)   VALUE SPACES.

       01 LINEA-RESUMEN.
           03 RES-BANCO         PIC X(03).
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 RES-TOTAL         PIC ZZZZZZZZZZ9,99.
           03 FILLER            PIC X(20)   VALUE SPACES.

      *- Pie del resumen: pagos retenidos por falta de factura.
       01 LINEA-TITULO-RETENIDOS.
           03 FILLER            PIC X(80)   VALUE
              "PAGOS RETENIDOS A MONOTRIBUTISTAS SIN FACTURA C".

       01 LINEA-RETENIDO.
           03 RTN-PROF          PIC X(05).
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 RTN-NOMBRE        PIC X(23).
           03 RTN-EMPRESA       PIC X(02).
           03 FILLER            PIC X(10)   VALUE "  IMPORTE ".
           03 RTN-IMPORTE       PIC ZZZZZZZZZ9,99.
           03 FILLER            PIC X(11)   VALUE "  FACTURADO".
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 RTN-FACTURADO     PIC ZZZZZZZZZ9,99.
           03 FILLER            PIC X(01)   VALUE SPACES.

      *- Pie del resumen: pagos retenidos por CBU sin verificar.
       01 LINEA-TITULO-RETENIDOS-CBU.
           03 FILLER            PIC X(80)   VALUE
              "PAGOS RETENIDOS POR CAMBIO DE CBU SIN VERIFICAR".

       01 LINEA-RETENIDO-CBU.
           03 RTC-PROF          PIC X(05).
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 RTC-NOMBRE        PIC X(23).
           03 RTC-EMPRESA       PIC X(02).
           03 FILLER            PIC X(10)   VALUE "  IMPORTE ".
           03 RTC-IMPORTE       PIC ZZZZZZZZZ9,99.
           03 FILLER            PIC X(05)   VALUE "  CBU".
           03 FILLER            PIC X(01)   VALUE SPACE.
           03 RTC-CBU           PIC X(22).

      *- Identificador de la liquidacion que se consume (primer
      *- registro de la entrada; en blanco si es anterior a la marca).
       77 WS-ID-CORRIDA      PIC X(16)    VALUE SPACES.
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

           PERFORM CONTROLAR-REPROCESO.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-FORMATOS.
           PERFORM CARGAR-FACTURAS.
           PERFORM CARGAR-CAMBIOS-CBU.
           PERFORM ARMAR-REFERENCIA.
           PERFORM LEER-AP-EXTRACT.
           PERFORM CONSOLIDAR-RENGLON UNTIL FS-AP-EXTRACT = 10.
           PERFORM CONSOLIDAR-RETROACTIVO.
           PERFORM CONSOLIDAR-REINTEGROS.
           PERFORM CONSOLIDAR-HS-EXTRA.
           PERFORM CONSOLIDAR-FINAL.
           PERFORM CONSOLIDAR-RETENIDOS.
           PERFORM VALIDAR-PROFESOR
               VARYING INDICE-PROF FROM 1 BY 1
               UNTIL INDICE-PROF > CANT-PROF.
           PERFORM EMITIR-REGISTRO-INTERNO.
           PERFORM EMITIR-RESUMEN-DESPACHO.
           PERFORM VACIAR-RETROACTIVO.
           PERFORM VACIAR-REINTEGROS.
           PERFORM VACIAR-HS-EXTRA.
           PERFORM VACIAR-FINAL.
           PERFORM GRABAR-RETENIDOS.
           PERFORM REGRABAR-FACTURAS.
           PERFORM REGISTRAR-CONSUMO.
           PERFORM REGISTRAR-OCUPACION-TABLAS.
           PERFORM MOSTRAR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
               DISPLAY "ERROR AL LEER AP-EXTRACT FS: " FS-AP-EXTRACT
           END-IF.

      *- Suma el renglon a la fila del profesor en la empresa (o
      *- abre una fila nueva): el extracto trae un renglon por
      *- sucursal y el banco quiere una sola transferencia por
      *- profesor de cada empresa.
       CONSOLIDAR-RENGLON.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-AP-EXTRACT.

      *- Empresa del renglon: la informada, o la de la sucursal.
       RESOLVER-EMPRESA-RENGLON.
           IF AP-EMPRESA IS NOT EQUAL TO SPACES
               MOVE "BUSCAR"   TO EMI-OP
               MOVE AP-EMPRESA TO EMI-EMPRESA
           ELSE
               MOVE "BUSCC"    TO EMI-OP
               MOVE 0          TO EMI-CUIT
               IF AP-CUIT IS NUMERIC
                   MOVE AP-CUIT TO EMI-CUIT
               END-IF
           END-IF.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE EMO-CODIGO TO WS-EMPRESA-RENGLON.
           MOVE 0 TO IND-EMP-HALLADO.
           PERFORM VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMP
               IF VEC-EMP-CODIGO(INDICE-EMP) IS EQUAL
                   TO WS-EMPRESA-RENGLON
                   SET IND-EMP-HALLADO TO INDICE-EMP
               END-IF
           END-PERFORM.
           IF IND-EMP-HALLADO = 0
               IF CANT-EMP < CON-CANT-EMP-MAX
                   ADD 1 TO CANT-EMP
                   MOVE EMO-CODIGO TO VEC-EMP-CODIGO(CANT-EMP)
                   MOVE EMO-RAZON  TO VEC-EMP-RAZON(CANT-EMP)
                   MOVE EMO-CUIT   TO VEC-EMP-CUIT(CANT-EMP)
               ELSE
                   DISPLAY "TABLA DE EMPRESAS LLENA, "
                       WS-EMPRESA-RENGLON " PAGA COMO "
                       CON-EMPRESA-DEFECTO
                   MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-RENGLON
               END-IF
           END-IF.

       SUMAR-RENGLON-PROFESOR.
           PERFORM RESOLVER-EMPRESA-RENGLON.
           MOVE 0 TO IND-PROF-HALLADO.
           PERFORM VARYING INDICE-PROF FROM 1 BY 1
               UNTIL INDICE-PROF > CANT-PROF
               IF VEC-PROF-NUMERO(INDICE-PROF) IS EQUAL
                   TO AP-PROF-NUMERO
                   AND VEC-PROF-EMPRESA(INDICE-PROF) IS EQUAL
                   TO WS-EMPRESA-RENGLON
                   SET IND-PROF-HALLADO TO INDICE-PROF
               END-IF
           END-PERFORM.
                   SET IND-PROF-HALLADO TO CANT-PROF
                   MOVE AP-PROF-NUMERO
                       TO VEC-PROF-NUMERO(IND-PROF-HALLADO)
                   MOVE WS-EMPRESA-RENGLON
                       TO VEC-PROF-EMPRESA(IND-PROF-HALLADO)
                   MOVE AP-PROF-NOMBRE
                       TO VEC-PROF-NOMBRE(IND-PROF-HALLADO)
                   MOVE 0 TO VEC-PROF-IMPORTE(IND-PROF-HALLADO)
                   MOVE SPACES TO VEC-PROF-CBU(IND-PROF-HALLADO)
                   MOVE "R" TO VEC-PROF-VALIDA(IND-PROF-HALLADO)
                   MOVE 0 TO VEC-PROF-IMPORTE-FINAL(IND-PROF-HALLADO)
                   MOVE 0 TO VEC-PROF-IMPORTE-REINT(IND-PROF-HALLADO)
                   MOVE 0 TO VEC-PROF-IMPORTE-HE(IND-PROF-HALLADO)
               ELSE
                   DISPLAY "TABLA DE PROFESORES LLENA, SE PIERDE "
                       AP-PROF-NUMERO
                   ADD 1 TO PERD-PROF
                   PERFORM REGISTRAR-EXCEPCION-TABLA-PROF
               END-IF
           END-IF.
           IF IND-PROF-HALLADO > 0
               ADD AP-TOT-IMPORTE
                   TO VEC-PROF-IMPORTE(IND-PROF-HALLADO)
               IF RENGLON-FINAL
                   ADD AP-TOT-IMPORTE
                       TO VEC-PROF-IMPORTE-FINAL(IND-PROF-HALLADO)
               END-IF
               IF RENGLON-REINTEGRO
                   ADD AP-TOT-IMPORTE
                       TO VEC-PROF-IMPORTE-REINT(IND-PROF-HALLADO)
               END-IF
               IF RENGLON-HS-EXTRA
                   ADD AP-TOT-IMPORTE
                       TO VEC-PROF-IMPORTE-HE(IND-PROF-HALLADO)
               END-IF
           END-IF.

      *- RetroactivoAP.txt es opcional; cada renglon se lee sobre el
      *- registro del extracto (mismo layout) y se suma igual que un
      *- renglon de la liquidacion.
       CONSOLIDAR-RETROACTIVO.
           OPEN INPUT RETRO-AP-FILE.
           IF FS-RETRO-AP IS EQUAL TO 00
               MOVE "S" TO WS-HAY-RETROACTIVO
               PERFORM LEER-RETROACTIVO
               PERFORM SUMAR-RETROACTIVO UNTIL FS-RETRO-AP = 10
               CLOSE RETRO-AP-FILE
           ELSE
               DISPLAY "NO HAY RETROACTIVOAP.TXT, SE TRANSFIERE SOLO "
                   "LA LIQUIDACION"
           END-IF.

       LEER-RETROACTIVO.
           READ RETRO-AP-FILE INTO REG-AP-EXTRACT.
           IF FS-RETRO-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RETROACTIVOAP FS: " FS-RETRO-AP
           END-IF.

       SUMAR-RETROACTIVO.
           ADD 1 TO CANT-RETROACTIVOS.
           ADD AP-TOT-IMPORTE TO TOT-RETROACTIVO.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-RETROACTIVO.

      *- Ya consolidado y emitido: se vacia para que la proxima
      *- corrida no lo vuelva a pagar.
       VACIAR-RETROACTIVO.
           IF HAY-RETROACTIVO
               OPEN OUTPUT RETRO-AP-FILE
               IF FS-RETRO-AP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL VACIAR RETROACTIVOAP FS: "
                       FS-RETRO-AP
               ELSE
                   CLOSE RETRO-AP-FILE
               END-IF
           END-IF.

      *- ReintegrosAP.txt es opcional; igual que el retroactivo,
      *- pero llevando aparte lo que es reintegro para que un
      *- profesor liquidado no lo pierda.
       CONSOLIDAR-REINTEGROS.
           OPEN INPUT REINTEGROS-AP-FILE.
           IF FS-REINTEGROS-AP IS EQUAL TO 00
               MOVE "S" TO WS-HAY-REINTEGROS
               MOVE "S" TO WS-RENGLON-REINTEGRO
               PERFORM LEER-REINTEGRO
               PERFORM SUMAR-REINTEGRO UNTIL FS-REINTEGROS-AP = 10
               MOVE "N" TO WS-RENGLON-REINTEGRO
               CLOSE REINTEGROS-AP-FILE
           END-IF.

       LEER-REINTEGRO.
           READ REINTEGROS-AP-FILE INTO REG-AP-EXTRACT.
           IF FS-REINTEGROS-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REINTEGROSAP FS: "
                   FS-REINTEGROS-AP
           END-IF.

       SUMAR-REINTEGRO.
           ADD 1 TO CANT-REINTEGROS.
           ADD AP-TOT-IMPORTE TO TOT-REINTEGROS.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-REINTEGRO.

       VACIAR-REINTEGROS.
           IF HAY-REINTEGROS
               OPEN OUTPUT REINTEGROS-AP-FILE
               IF FS-REINTEGROS-AP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL VACIAR REINTEGROSAP FS: "
                       FS-REINTEGROS-AP
               ELSE
                   CLOSE REINTEGROS-AP-FILE
               END-IF
           END-IF.

      *- HorasExtraAP.txt es opcional; igual que los reintegros,
      *- llevando aparte el adicional para que un profesor liquidado
      *- no lo pierda.
       CONSOLIDAR-HS-EXTRA.
           OPEN INPUT HS-EXTRA-AP-FILE.
           IF FS-HS-EXTRA-AP IS EQUAL TO 00
               MOVE "S" TO WS-HAY-HS-EXTRA
               MOVE "S" TO WS-RENGLON-HS-EXTRA
               PERFORM LEER-HS-EXTRA
               PERFORM SUMAR-HS-EXTRA UNTIL FS-HS-EXTRA-AP = 10
               MOVE "N" TO WS-RENGLON-HS-EXTRA
               CLOSE HS-EXTRA-AP-FILE
           END-IF.

       LEER-HS-EXTRA.
           READ HS-EXTRA-AP-FILE INTO REG-AP-EXTRACT.
           IF FS-HS-EXTRA-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HSEXTRAAP FS: " FS-HS-EXTRA-AP
           END-IF.

       SUMAR-HS-EXTRA.
           ADD 1 TO CANT-HS-EXTRA.
           ADD AP-TOT-IMPORTE TO TOT-HS-EXTRA.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-HS-EXTRA.

       VACIAR-HS-EXTRA.
           IF HAY-HS-EXTRA
               OPEN OUTPUT HS-EXTRA-AP-FILE
               IF FS-HS-EXTRA-AP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL VACIAR HSEXTRAAP FS: "
                       FS-HS-EXTRA-AP
               ELSE
                   CLOSE HS-EXTRA-AP-FILE
               END-IF
           END-IF.

      *- LiquidacionFinalAP.txt es opcional; igual que el
      *- retroactivo, pero llevando aparte lo que es liquidacion
      *- final para poder separarlo del resto.
       CONSOLIDAR-FINAL.
           OPEN INPUT FINAL-AP-FILE.
           IF FS-FINAL-AP IS EQUAL TO 00
               MOVE "S" TO WS-HAY-FINAL
               MOVE "S" TO WS-RENGLON-FINAL
               PERFORM LEER-FINAL
               PERFORM SUMAR-FINAL UNTIL FS-FINAL-AP = 10
               MOVE "N" TO WS-RENGLON-FINAL
               CLOSE FINAL-AP-FILE
           END-IF.

       LEER-FINAL.
           READ FINAL-AP-FILE INTO REG-AP-EXTRACT.
           IF FS-FINAL-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACIONFINALAP FS: "
                   FS-FINAL-AP
           END-IF.

       SUMAR-FINAL.
           ADD 1 TO CANT-FINALES.
           ADD AP-TOT-IMPORTE TO TOT-FINAL.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-FINAL.

       VACIAR-FINAL.
           IF HAY-FINAL
               OPEN OUTPUT FINAL-AP-FILE
               IF FS-FINAL-AP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL VACIAR LIQUIDACIONFINALAP FS: "
                       FS-FINAL-AP
               ELSE
                   CLOSE FINAL-AP-FILE
               END-IF
           END-IF.

      *- PagosRetenidosAP.txt es opcional: lo retenido la corrida
      *- anterior se suma igual que el retroactivo. Un renglon de
      *- liquidacion final retenido sigue contando como tal.
       CONSOLIDAR-RETENIDOS.
           OPEN INPUT RETENIDOS-AP-FILE.
           IF FS-RETENIDOS-AP IS EQUAL TO 00
               MOVE "S" TO WS-HAY-RETENIDOS
               PERFORM LEER-RETENIDO
               PERFORM SUMAR-RETENIDO UNTIL FS-RETENIDOS-AP = 10
               MOVE "N" TO WS-RENGLON-FINAL
               CLOSE RETENIDOS-AP-FILE
           END-IF.

       LEER-RETENIDO.
           READ RETENIDOS-AP-FILE INTO REG-AP-EXTRACT.
           IF FS-RETENIDOS-AP IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PAGOSRETENIDOSAP FS: "
                   FS-RETENIDOS-AP
           END-IF.

       SUMAR-RETENIDO.
           IF AP-RAZON IS EQUAL TO "LIQUIDACION FINAL"
               MOVE "S" TO WS-RENGLON-FINAL
           ELSE
               MOVE "N" TO WS-RENGLON-FINAL
           END-IF.
           PERFORM SUMAR-RENGLON-PROFESOR.
           PERFORM LEER-RETENIDO.

      *- Lo retenido en esta corrida reemplaza al archivo anterior
      *- (que ya se sumo): un renglon por profesor retenido, y uno
      *- aparte para la parte que es liquidacion final.
       GRABAR-RETENIDOS.
           IF HAY-RETENIDOS OR CANT-RETENIDOS > 0
               OR CANT-RETENIDOS-CBU > 0
               OPEN OUTPUT RETENIDOS-AP-FILE
               IF FS-RETENIDOS-AP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL GRABAR PAGOSRETENIDOSAP FS: "
                       FS-RETENIDOS-AP
               ELSE
                   PERFORM GRABAR-UN-RETENIDO
                       VARYING INDICE-PROF FROM 1 BY 1
                       UNTIL INDICE-PROF > CANT-PROF
                   CLOSE RETENIDOS-AP-FILE
               END-IF
           END-IF.

       GRABAR-UN-RETENIDO.
           IF VEC-PROF-VALIDA(INDICE-PROF) IS EQUAL TO "F" OR "C"
               MOVE 0 TO AP-CUIT
               MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO AP-EMPRESA
               MOVE VEC-PROF-NUMERO(INDICE-PROF) TO AP-PROF-NUMERO
               MOVE VEC-PROF-NOMBRE(INDICE-PROF) TO AP-PROF-NOMBRE
               MOVE 0 TO AP-TOT-HORAS
               MOVE FECHA-NUMERICA TO AP-PERIODO-DESDE
               MOVE FECHA-NUMERICA TO AP-PERIODO-HASTA
               IF VEC-PROF-IMPORTE-FINAL(INDICE-PROF) IS NOT EQUAL
                   TO 0
                   MOVE "LIQUIDACION FINAL" TO AP-RAZON
                   MOVE VEC-PROF-IMPORTE-FINAL(INDICE-PROF)
                       TO AP-TOT-IMPORTE
                   WRITE REG-RETENIDOS-AP FROM REG-AP-EXTRACT
               END-IF
               IF VEC-PROF-IMPORTE(INDICE-PROF) IS NOT EQUAL
                   TO VEC-PROF-IMPORTE-FINAL(INDICE-PROF)
                   MOVE "PAGO RETENIDO" TO AP-RAZON
                   COMPUTE AP-TOT-IMPORTE =
                       VEC-PROF-IMPORTE(INDICE-PROF)
                       - VEC-PROF-IMPORTE-FINAL(INDICE-PROF)
                   WRITE REG-RETENIDOS-AP FROM REG-AP-EXTRACT
               END-IF
           END-IF.

      *- FacturasProfesores.dat es opcional: sin archivo ningun
      *- monotributista tiene factura y todos sus pagos se retienen.
       CARGAR-FACTURAS.
           MOVE 0 TO CANT-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FS-FACTURAS IS EQUAL TO 00
               MOVE "S" TO WS-HAY-FACTURAS
               PERFORM LEER-FACTURA
               PERFORM GUARDAR-FACTURA
                   VARYING INDICE-FPR FROM 1 BY 1
                   UNTIL INDICE-FPR > CON-CANT-FACT-MAX
                   OR FS-FACTURAS IS EQUAL TO 10
               PERFORM CONTAR-FACTURA-PERDIDA
                   UNTIL FS-FACTURAS IS NOT EQUAL TO 00
               CLOSE FACTURAS-FILE
               IF PERD-FACTURAS > 0
                   DISPLAY "TABLA DE FACTURAS LLENA, QUEDAN AFUERA "
                       PERD-FACTURAS ": NO SE APLICA NINGUNA"
                   MOVE 0 TO CANT-FACTURAS
                   MOVE "N" TO WS-HAY-FACTURAS
               END-IF
           ELSE
               DISPLAY "NO SE ENCONTRO FACTURASPROFESORES.DAT, SE "
                   "RETIENEN LOS PAGOS A MONOTRIBUTISTAS"
           END-IF.

       LEER-FACTURA.
           READ FACTURAS-FILE.
           IF FS-FACTURAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FACTURAS FS: " FS-FACTURAS
           END-IF.

       GUARDAR-FACTURA.
           MOVE REG-FACTURAS    TO VEC-FPR-REGISTRO(INDICE-FPR).
           MOVE FPR-PROF-NUMERO TO VEC-FPR-PROF(INDICE-FPR).
           MOVE FPR-IMPORTE     TO VEC-FPR-IMPORTE(INDICE-FPR).
           MOVE FPR-ESTADO      TO VEC-FPR-ESTADO(INDICE-FPR).
           SET CANT-FACTURAS TO INDICE-FPR.
           PERFORM LEER-FACTURA.

       CONTAR-FACTURA-PERDIDA.
           ADD 1 TO PERD-FACTURAS.
           PERFORM LEER-FACTURA.

      *- Las facturas que cubrieron un pago se regraban aplicadas,
      *- con la fecha de la corrida.
       REGRABAR-FACTURAS.
           IF ARCH-FACTURAS AND FACTURAS-TOCADAS
               OPEN OUTPUT FACTURAS-FILE
               IF FS-FACTURAS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL REGRABAR FACTURAS FS: "
                       FS-FACTURAS
               ELSE
                   PERFORM REGRABAR-UNA-FACTURA
                       VARYING INDICE-FPR FROM 1 BY 1
                       UNTIL INDICE-FPR > CANT-FACTURAS
                   CLOSE FACTURAS-FILE
               END-IF
           END-IF.

       REGRABAR-UNA-FACTURA.
           MOVE VEC-FPR-REGISTRO(INDICE-FPR) TO REG-FACTURAS.
           IF VEC-FPR-ESTADO(INDICE-FPR) IS EQUAL TO "A"
               AND FPR-ESTADO IS EQUAL TO "P"
               MOVE "A" TO FPR-ESTADO
               MOVE FECHA-NUMERICA TO FPR-FECHA-APLICADA
           END-IF.
           WRITE REG-FACTURAS.

      *- CambiosCBU.dat es opcional: sin archivo no hay cambios de
      *- CBU pendientes.
       CARGAR-CAMBIOS-CBU.
           MOVE 0 TO CANT-CBU-PENDIENTES.
           OPEN INPUT CAMBIOS-CBU-FILE.
           IF FS-CAMBIOS-CBU IS EQUAL TO 00
               PERFORM LEER-CAMBIO-CBU
               PERFORM GUARDAR-CAMBIO-CBU
                   UNTIL FS-CAMBIOS-CBU IS EQUAL TO 10
                   OR CANT-CBU-PENDIENTES = CON-CANT-PROF-MAX
               PERFORM CONTAR-CAMBIO-CBU-PERDIDO
                   UNTIL FS-CAMBIOS-CBU IS NOT EQUAL TO 00
               CLOSE CAMBIOS-CBU-FILE
               IF PERD-CBU-PENDIENTES > 0
                   DISPLAY "TABLA DE CAMBIOS DE CBU LLENA, QUEDAN "
                       "AFUERA " PERD-CBU-PENDIENTES
                       ": SE RETIENEN TODOS LOS PAGOS"
               END-IF
           END-IF.

       LEER-CAMBIO-CBU.
           READ CAMBIOS-CBU-FILE.
           IF FS-CAMBIOS-CBU IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CAMBIOSCBU FS: " FS-CAMBIOS-CBU
           END-IF.

       GUARDAR-CAMBIO-CBU.
           IF CCB-PENDIENTE
               ADD 1 TO CANT-CBU-PENDIENTES
               MOVE CCB-PROF-NUMERO
                   TO VEC-CCB-PROF(CANT-CBU-PENDIENTES)
           END-IF.
           PERFORM LEER-CAMBIO-CBU.

       CONTAR-CAMBIO-CBU-PERDIDO.
           IF CCB-PENDIENTE
               ADD 1 TO PERD-CBU-PENDIENTES
           END-IF.
           PERFORM LEER-CAMBIO-CBU.

       BUSCAR-CBU-PENDIENTE.
           MOVE "N" TO WS-CBU-PENDIENTE.
           IF PERD-CBU-PENDIENTES > 0
               MOVE "S" TO WS-CBU-PENDIENTE
           END-IF.
           PERFORM VARYING INDICE-CCB FROM 1 BY 1
               UNTIL INDICE-CCB > CANT-CBU-PENDIENTES
               IF VEC-CCB-PROF(INDICE-CCB) IS EQUAL
                   TO VEC-PROF-NUMERO(INDICE-PROF)
                   MOVE "S" TO WS-CBU-PENDIENTE
               END-IF
           END-PERFORM.

      *- Pago a un monotributista: las facturas pendientes del
      *- profesor, en el orden en que se registraron, tienen que
      *- alcanzar el importe. Si alcanzan se aplican las necesarias
      *- para cubrirlo; si no, el pago se retiene entero.
       CONTROLAR-FACTURA.
           MOVE 0 TO WS-FACTURADO-PROF.
           PERFORM SUMAR-FACTURA-PENDIENTE
               VARYING INDICE-FPR FROM 1 BY 1
               UNTIL INDICE-FPR > CANT-FACTURAS.
           IF WS-FACTURADO-PROF < VEC-PROF-IMPORTE(INDICE-PROF)
               MOVE "F" TO VEC-PROF-VALIDA(INDICE-PROF)
               ADD 1 TO CANT-RETENIDOS
               ADD VEC-PROF-IMPORTE(INDICE-PROF) TO TOT-RETENIDO
               PERFORM REGISTRAR-EXCEPCION-FACTURA
           ELSE
               MOVE 0 TO WS-CUBIERTO-PROF
               PERFORM APLICAR-FACTURA
                   VARYING INDICE-FPR FROM 1 BY 1
                   UNTIL INDICE-FPR > CANT-FACTURAS
                   OR WS-CUBIERTO-PROF NOT LESS THAN
                       VEC-PROF-IMPORTE(INDICE-PROF)
           END-IF.

       SUMAR-FACTURA-PENDIENTE.
           IF VEC-FPR-PROF(INDICE-FPR) IS EQUAL
                   TO VEC-PROF-NUMERO(INDICE-PROF)
               AND VEC-FPR-ESTADO(INDICE-FPR) IS EQUAL TO "P"
               ADD VEC-FPR-IMPORTE(INDICE-FPR) TO WS-FACTURADO-PROF
           END-IF.

       APLICAR-FACTURA.
           IF VEC-FPR-PROF(INDICE-FPR) IS EQUAL
                   TO VEC-PROF-NUMERO(INDICE-PROF)
               AND VEC-FPR-ESTADO(INDICE-FPR) IS EQUAL TO "P"
               ADD VEC-FPR-IMPORTE(INDICE-FPR) TO WS-CUBIERTO-PROF
               MOVE "A" TO VEC-FPR-ESTADO(INDICE-FPR)
               MOVE "S" TO WS-FACTURAS-TOCADAS
           END-IF.

      *- Un profesor con liquidacion final emitida cobra solo el neto
      *- de esa liquidacion (y sus reintegros de gastos, que no son
      *- haberes, y el adicional por horas extra, que la liquidacion
      *- final no calcula); lo demas ya esta adentro de ella.
       AJUSTAR-PROFESOR-LIQUIDADO.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO PROF-NUMERO.
           READ PROFESORES-FILE RECORD
               KEY IS PROF-NUMERO OF REG-PROFESORES.
           COMPUTE WS-IMPORTE-PROTEGIDO =
               VEC-PROF-IMPORTE-FINAL(INDICE-PROF)
               + VEC-PROF-IMPORTE-REINT(INDICE-PROF)
               + VEC-PROF-IMPORTE-HE(INDICE-PROF).
           IF FS-PROFESORES IS EQUAL TO 00
               AND PROF-LIQUIDADO
               AND VEC-PROF-IMPORTE(INDICE-PROF) IS NOT EQUAL
                   TO WS-IMPORTE-PROTEGIDO
               PERFORM REGISTRAR-EXCEPCION-LIQUIDADO
               MOVE WS-IMPORTE-PROTEGIDO
                   TO VEC-PROF-IMPORTE(INDICE-PROF)
           END-IF.

      *- Un CBU valido son 22 digitos; en blanco o con basura el
      *- banco lo rebota, asi que se corta aca y se avisa por
      *- correcciones) tampoco se transfiere.
       VALIDAR-PROFESOR.
           MOVE "R" TO VEC-PROF-VALIDA(INDICE-PROF).
           PERFORM AJUSTAR-PROFESOR-LIQUIDADO.
           IF VEC-PROF-IMPORTE(INDICE-PROF) NOT GREATER THAN 0
               PERFORM REGISTRAR-EXCEPCION-IMPORTE
           ELSE
                       MOVE PROF-CBU
                           TO VEC-PROF-CBU(INDICE-PROF)
                       MOVE "V" TO VEC-PROF-VALIDA(INDICE-PROF)
                       PERFORM BUSCAR-CBU-PENDIENTE
                       IF CBU-PENDIENTE
                           PERFORM RETENER-POR-CBU
                       ELSE
                           IF PROF-MONOTRIBUTO
                               PERFORM CONTROLAR-FACTURA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *- CBU cambiado y todavia sin verificar por un segundo
      *- operador: el pago entero queda retenido.
       RETENER-POR-CBU.
           MOVE "C" TO VEC-PROF-VALIDA(INDICE-PROF).
           ADD 1 TO CANT-RETENIDOS-CBU.
           ADD VEC-PROF-IMPORTE(INDICE-PROF) TO TOT-RETENIDO-CBU.
           PERFORM REGISTRAR-EXCEPCION-CBU-PEND.

      *- Registro interno completo en el layout historico: es el
      *- archivo que cruzan CONCILIAR-TRANSFERENCIAS y
      *- CONCILIAR-LIQUIDACION, venga de que banco venga cada CBU.
               MOVE VEC-PROF-CBU(INDICE-PROF)    TO TRF-CBU
               MOVE VEC-PROF-NOMBRE(INDICE-PROF) TO TRF-BENEFICIARIO
               MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO TRF-IMPORTE
               MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO WS-REF-EMPRESA
               MOVE WS-REFERENCIA TO TRF-REFERENCIA
               WRITE REG-TRANSFERENCIA
               IF FS-TRANSFERENCIAS IS NOT EQUAL TO 00
               END-IF
           END-IF.

      *- Por cada empresa, un archivo de carga por banco de la tabla,
      *- con su variante de formato; los CBU de bancos sin fila van
      *- juntos a un archivo con el layout historico
      *- (TransferenciasBanco000E<EMP>). El despacho de la empresa
      *- queda en su seccion del resumen.
       EMITIR-ARCHIVOS-EMPRESA.
           MOVE VEC-EMP-CODIGO(INDICE-EMP) TO REM-CODIGO.
           MOVE VEC-EMP-RAZON(INDICE-EMP)  TO REM-RAZON.
           MOVE VEC-EMP-CUIT(INDICE-EMP)   TO REM-CUIT.
           WRITE REG-RESUMEN FROM LINEA-RESUMEN-EMPRESA.
           PERFORM EMITIR-UN-BANCO
               VARYING INDICE-BCO FROM 1 BY 1
               UNTIL INDICE-BCO > CANT-BCO.
           PERFORM EMITIR-BANCO-POR-DEFECTO.
           PERFORM GRABAR-RESUMEN-BANCO
               VARYING INDICE-BCO FROM 1 BY 1
               UNTIL INDICE-BCO > CANT-BCO.
           IF CANT-SIN-FORMATO > 0
               MOVE "000" TO RES-BANCO
               MOVE "SIN FORMATO PROPIO" TO RES-NOMBRE
               MOVE CANT-SIN-FORMATO TO RES-CANT
               MOVE TOT-SIN-FORMATO  TO RES-TOTAL
               WRITE REG-RESUMEN FROM LINEA-RESUMEN
           END-IF.

       EMITIR-UN-BANCO.
           MOVE 0 TO VEC-BCO-CANT(INDICE-BCO).
           MOVE 0 TO VEC-BCO-TOTAL(INDICE-BCO).
           MOVE SPACES TO WS-RUTA-BANCO.
           STRING "../files/out/TransferenciasBanco"
               DELIMITED BY SIZE
               VEC-BCO-CODIGO(INDICE-BCO) DELIMITED BY SPACE
               "E" DELIMITED BY SIZE
               VEC-EMP-CODIGO(INDICE-EMP) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-BANCO.
           OPEN OUTPUT BANCO-FILE.

       VOLCAR-PROFESOR-AL-BANCO.
           IF VEC-PROF-VALIDA(INDICE-PROF) IS EQUAL TO "V"
               AND VEC-PROF-EMPRESA(INDICE-PROF) IS EQUAL
                   TO VEC-EMP-CODIGO(INDICE-EMP)
               AND VEC-PROF-CBU(INDICE-PROF)(1:3) IS EQUAL
                   TO VEC-BCO-CODIGO(INDICE-BCO)
               PERFORM GRABAR-LINEA-BANCO
       EMITIR-BANCO-POR-DEFECTO.
           MOVE 0 TO CANT-SIN-FORMATO.
           MOVE 0 TO TOT-SIN-FORMATO.
           MOVE SPACES TO WS-RUTA-BANCO.
           STRING "../files/out/TransferenciasBanco000E"
               DELIMITED BY SIZE
               VEC-EMP-CODIGO(INDICE-EMP) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-BANCO.
           OPEN OUTPUT BANCO-FILE.
           IF FS-BANCO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ARCHIVO DE BANCO FS: "

       VOLCAR-PROFESOR-DEFECTO.
           IF VEC-PROF-VALIDA(INDICE-PROF) IS EQUAL TO "V"
               AND VEC-PROF-EMPRESA(INDICE-PROF) IS EQUAL
                   TO VEC-EMP-CODIGO(INDICE-EMP)
               PERFORM BUSCAR-BANCO-DEL-CBU
               IF IND-BCO-HALLADO = 0
                   MOVE VEC-PROF-CBU(INDICE-PROF)    TO TRF-CBU
                   MOVE VEC-PROF-NOMBRE(INDICE-PROF)
                       TO TRF-BENEFICIARIO
                   MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO TRF-IMPORTE
                   MOVE VEC-PROF-EMPRESA(INDICE-PROF)
                       TO WS-REF-EMPRESA
                   MOVE WS-REFERENCIA TO TRF-REFERENCIA
                   WRITE REG-BANCO FROM REG-TRANSFERENCIA
                   ADD 1 TO CANT-SIN-FORMATO
           MOVE VEC-PROF-CBU(INDICE-PROF)     TO TRF-CBU.
           MOVE VEC-PROF-NOMBRE(INDICE-PROF)  TO TRF-BENEFICIARIO.
           MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO TRF-IMPORTE.
           MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO WS-REF-EMPRESA.
           MOVE WS-REFERENCIA TO TRF-REFERENCIA.
           WRITE REG-BANCO FROM REG-TRANSFERENCIA.


       GRABAR-LINEA-VARIANTE-3.
           MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO WS-IMPORTE-TEXTO.
           MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO WS-REF-EMPRESA.
           MOVE SPACES TO REG-BANCO.
           STRING VEC-PROF-CBU(INDICE-PROF) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO REG-BANCO.
           WRITE REG-BANCO.

      *- Resumen de despacho para la carpeta de firmas: por empresa,
      *- un renglon por banco con cantidad e importe (los archivos de
      *- banco se emiten en el mismo recorrido).
       EMITIR-RESUMEN-DESPACHO.
           OPEN OUTPUT RESUMEN-FILE.
           IF FS-RESUMEN IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RESUMEN FS: " FS-RESUMEN
           ELSE
               PERFORM EMITIR-ARCHIVOS-EMPRESA
                   VARYING INDICE-EMP FROM 1 BY 1
                   UNTIL INDICE-EMP > CANT-EMP
               IF CANT-RETENIDOS > 0
                   WRITE REG-RESUMEN FROM LINEA-TITULO-RETENIDOS
                   PERFORM GRABAR-RESUMEN-RETENIDO
                       VARYING INDICE-PROF FROM 1 BY 1
                       UNTIL INDICE-PROF > CANT-PROF
               END-IF
               IF CANT-RETENIDOS-CBU > 0
                   WRITE REG-RESUMEN FROM LINEA-TITULO-RETENIDOS-CBU
                   PERFORM GRABAR-RESUMEN-RETENIDO-CBU
                       VARYING INDICE-PROF FROM 1 BY 1
                       UNTIL INDICE-PROF > CANT-PROF
               END-IF
               CLOSE RESUMEN-FILE
           END-IF.
           MOVE VEC-BCO-TOTAL(INDICE-BCO)  TO RES-TOTAL.
           WRITE REG-RESUMEN FROM LINEA-RESUMEN.

       GRABAR-RESUMEN-RETENIDO.
           IF VEC-PROF-VALIDA(INDICE-PROF) IS EQUAL TO "F"
               MOVE VEC-PROF-NUMERO(INDICE-PROF)  TO RTN-PROF
               MOVE VEC-PROF-NOMBRE(INDICE-PROF)  TO RTN-NOMBRE
               MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO RTN-EMPRESA
               MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO RTN-IMPORTE
               MOVE 0 TO WS-FACTURADO-PROF
               PERFORM SUMAR-FACTURA-PENDIENTE
                   VARYING INDICE-FPR FROM 1 BY 1
                   UNTIL INDICE-FPR > CANT-FACTURAS
               MOVE WS-FACTURADO-PROF TO RTN-FACTURADO
               WRITE REG-RESUMEN FROM LINEA-RETENIDO
           END-IF.

       GRABAR-RESUMEN-RETENIDO-CBU.
           IF VEC-PROF-VALIDA(INDICE-PROF) IS EQUAL TO "C"
               MOVE VEC-PROF-NUMERO(INDICE-PROF)  TO RTC-PROF
               MOVE VEC-PROF-NOMBRE(INDICE-PROF)  TO RTC-NOMBRE
               MOVE VEC-PROF-EMPRESA(INDICE-PROF) TO RTC-EMPRESA
               MOVE VEC-PROF-IMPORTE(INDICE-PROF) TO RTC-IMPORTE
               MOVE VEC-PROF-CBU(INDICE-PROF)     TO RTC-CBU
               WRITE REG-RESUMEN FROM LINEA-RETENIDO-CBU
           END-IF.

       REGISTRAR-EXCEPCION-IMPORTE.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           WRITE REG-EXCEPCIONES.
           ADD 1 TO CANT-RECHAZADOS.

       REGISTRAR-EXCEPCION-LIQUIDADO.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           MOVE "LIQUIDADO, SOLO SE PAGA LA LIQ. FINAL"
               TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-FACTURA.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           MOVE "MONOTRIBUTO SIN FACTURA, PAGO RETENIDO"
               TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-CBU-PEND.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           MOVE "CBU SIN VERIFICAR, PAGO RETENIDO" TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

      *- El renglon no se paga: queda para pagarlo a mano.
       REGISTRAR-EXCEPCION-TABLA-PROF.
           MOVE AP-PROF-NUMERO        TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           MOVE "TABLA DE PROFESORES LLENA, NO SE PAGA"
               TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-PROFESOR.
           MOVE VEC-PROF-NUMERO(INDICE-PROF) TO EXC-CLAVE.
           MOVE "GENERAR-TRANSF"      TO EXC-PROGRAMA.
           DISPLAY "CBU INVALIDO, PROFESOR "
               VEC-PROF-NUMERO(INDICE-PROF) " SIN TRANSFERENCIA".

       REGISTRAR-OCUPACION-TABLAS.
           MOVE "GENERAR-TRANSF"      TO POC-PROGRAMA.
           MOVE "PROFESOR/EMPRESA"    TO POC-TABLA.
           MOVE CANT-PROF             TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX     TO POC-MAXIMO.
           MOVE PERD-PROF             TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "FACTURAS PROFESORES" TO POC-TABLA.
           MOVE CANT-FACTURAS         TO POC-USADOS.
           IF PERD-FACTURAS > 0
               MOVE CON-CANT-FACT-MAX TO POC-USADOS
           END-IF.
           MOVE CON-CANT-FACT-MAX     TO POC-MAXIMO.
           MOVE PERD-FACTURAS         TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.
           MOVE "CAMBIOS CBU PEND."   TO POC-TABLA.
           MOVE CANT-CBU-PENDIENTES   TO POC-USADOS.
           MOVE CON-CANT-PROF-MAX     TO POC-MAXIMO.
           MOVE PERD-CBU-PENDIENTES   TO POC-PERDIDOS.
           CALL "REGISTRAR-OCUPACION" USING PAR-OCU-IN, PAR-OCU-OUT.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "TRANSFERENCIAS EMITIDAS:  " CANT-TRANSFERENCIAS.
           DISPLAY "PROFESORES RECHAZADOS:    " CANT-RECHAZADOS.
           DISPLAY "IMPORTE TOTAL TRANSFERIDO: " TOT-TRANSFERIDO.
           DISPLAY "RENGLONES RETROACTIVOS:   " CANT-RETROACTIVOS
               "  IMPORTE: " TOT-RETROACTIVO.
           DISPLAY "REINTEGROS DE GASTOS:     " CANT-REINTEGROS
               "  IMPORTE: " TOT-REINTEGROS.
           DISPLAY "ADICIONAL HORAS EXTRA:    " CANT-HS-EXTRA
               "  IMPORTE: " TOT-HS-EXTRA.
           DISPLAY "LIQUIDACIONES FINALES:    " CANT-FINALES
               "  IMPORTE: " TOT-FINAL.
           DISPLAY "PAGOS RETENIDOS SIN FACTURA: " CANT-RETENIDOS
               "  IMPORTE: " TOT-RETENIDO.
           DISPLAY "PAGOS RETENIDOS POR CBU:  " CANT-RETENIDOS-CBU
               "  IMPORTE: " TOT-RETENIDO-CBU.

       CERRAR-ARCHIVOS.
           CLOSE AP-EXTRACT-FILE.
           MOVE WS-FHE-HORA  TO EXC-HORA.
           MOVE "P" TO EXC-ESTADO.

      *- Antes de abrir ninguna salida: una liquidacion que este
      *- programa ya proceso no se vuelve a procesar, salvo reproceso
      *- autorizado por un supervisor (ver AUTORIZAR-REPROCESO). El
      *- identificador sale del primer registro de la entrada.
       CONTROLAR-REPROCESO.
           MOVE SPACES TO WS-ID-CORRIDA.
           OPEN INPUT AP-EXTRACT-FILE.
           IF FS-AP-EXTRACT IS EQUAL TO 00
               PERFORM LEER-AP-EXTRACT
               IF FS-AP-EXTRACT IS EQUAL TO 00
                   MOVE AP-ID-CORRIDA TO WS-ID-CORRIDA
               END-IF
               CLOSE AP-EXTRACT-FILE
           END-IF.
           INITIALIZE PAR-CSM-OUT.
           MOVE "VERIFICAR"   TO CSM-OP.
           MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA.
           MOVE "GENERAR-TRANSFER" TO CSM-PROGRAMA.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.
           EVALUATE CSM-CR
               WHEN "98"
                   DISPLAY "LIQUIDACION SIN IDENTIFICADOR DE CORRIDA "
                       "(VACIA O ANTERIOR A LA MARCA), NO SE "
                       "CONTROLA REPROCESO"
               WHEN "90"
                   DISPLAY "LA LIQUIDACION " WS-ID-CORRIDA
                       " YA FUE PROCESADA EL " CSM-ULT-FECHA " "
                       CSM-ULT-HORA
                   DISPLAY "REPROCESARLA REQUIERE LA AUTORIZACION DE "
                       "UN SUPERVISOR (AUTORIZAR-REPROCESO)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "LIQUIDACION A PROCESAR: " WS-ID-CORRIDA
                   IF CSM-AUTORIZADA IS EQUAL TO "S"
                       DISPLAY "REPROCESO AUTORIZADO POR "
                           CSM-AUT-OPERADOR ": " CSM-AUT-MOTIVO
                   END-IF
           END-EVALUATE.

      *- Con las salidas ya emitidas la liquidacion queda consumida;
      *- si paso con autorizacion, la autorizacion queda usada.
       REGISTRAR-CONSUMO.
           MOVE "CONSUMIR"       TO CSM-OP.
           MOVE WS-ID-CORRIDA    TO CSM-ID-CORRIDA.
           MOVE "GENERAR-TRANSFER" TO CSM-PROGRAMA.
           MOVE CSM-AUTORIZADA   TO CSM-FORZADO.
           MOVE CSM-AUT-OPERADOR TO CSM-OPERADOR.
           MOVE CSM-AUT-MOTIVO   TO CSM-MOTIVO.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.

       END PROGRAM GENERAR-TRANSFERENCIAS.
