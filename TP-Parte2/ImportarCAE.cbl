       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-CAE.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Importacion de la respuesta de la AFIP a la solicitud de CAE
      *- que deja FACTURACION-SUCURSALES (SolicitudesCAE.dat). Cada
      *- linea de RespuestasCAE.dat trae tipo y numero de documento,
      *- el resultado ("A" aprobado / "R" rechazado) y, segun el caso,
      *- el CAE con su vencimiento o el motivo del rechazo; se cruza
      *- por clave contra el maestro indexado FacturasSucursales.dat y
      *- el documento pasa a "A" autorizado o "R" rechazado. Recien
      *- autorizado el documento cuenta como emitido para
      *- LIBRO-IVA-VENTAS y AGING-FACTURAS.
      *-
      *- Despues de actualizar el maestro completa el impreso: cada
      *- documento de FacturasSucursales.txt lleva al pie un renglon
      *- "CAE Nro" que sale "PENDIENTE" de la facturacion; aca se
      *- reemplaza por el CAE y su vencimiento, o por "RECHAZADO" mas
      *- un renglon con el motivo. El impreso original queda copiado
      *- en FacturasSucursalesSinCAE.txt. Una respuesta sin documento
      *- en el maestro, o para un documento ya autorizado, queda en
      *- Excepciones.dat igual que una rendicion sin transferencia en
      *- CONCILIAR-TRANSFERENCIAS.
      *-
      *- Cada empresa del grupo numera sus propias series, asi que la
      *- respuesta trae tambien el codigo de empresa del pedido (en
      *- blanco, la empresa por defecto) y el pie del impreso lleva
      *- la empresa junto al tipo y numero del documento.
      *-
      *- El impreso completado se cataloga como una generacion
      *- numerada mas de FacturasSucursales.txt (ver
      *- REGISTRAR-SALIDA): es la que DISTRIBUIR-SALIDAS entrega a
      *- cada sucursal, solo los documentos con CAE otorgado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *- Respuesta de la AFIP: una linea por documento pedido.
       SELECT RESPUESTA-CAE-FILE
           ASSIGN TO DISK "../files/in/RespuestasCAE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTA.

       SELECT FACTURAS-IDX-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAC-CLAVE OF REG-FACTURA-IDX
           FILE STATUS IS FS-FACTURAS-IDX.

       SELECT FACTURAS-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS.

      *- Copia del impreso tal como lo dejo la facturacion; es la
      *- entrada del paso que completa los renglones de CAE.
       SELECT COPIA-FACTURAS-FILE
           ASSIGN TO DISK "../files/out/FacturasSucursalesSinCAE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COPIA.

       SELECT EXCEPCIONES
           ASSIGN TO DISK "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       SELECT CONTROLCORRIDAS-FILE
           ASSIGN TO DISK "../files/out/ControlCorridas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLCORRIDAS.

       DATA DIVISION.
       FILE SECTION.

       FD RESPUESTA-CAE-FILE
           LABEL RECORD IS STANDARD.
       01 REG-RESPUESTA-CAE.
           03 RCA-TIPO          PIC X(02).
           03 RCA-PUNTO-VENTA   PIC 9(04).
           03 RCA-NUMERO        PIC 9(08).
           03 RCA-RESULTADO     PIC X(01).
              88 RCA-APROBADO              VALUE "A".
              88 RCA-RECHAZADO             VALUE "R".
           03 RCA-CAE           PIC 9(14).
           03 RCA-CAE-VTO       PIC 9(08).
           03 RCA-MOTIVO        PIC X(40).
           03 RCA-EMPRESA       PIC X(02).

       FD FACTURAS-IDX-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA-IDX.
           03 FAC-CLAVE.
      *- Empresa emisora; cada empresa numera sus propias series.
               05 FAC-EMPRESA   PIC X(02).
      *- "FC" factura, "NC" nota de credito; cada tipo lleva su
      *- propia serie correlativa.
               05 FAC-TIPO      PIC X(02).
               05 FAC-NUMERO    PIC 9(08).
           03 FAC-FECHA         PIC 9(08).
           03 FAC-CUIT          PIC 9(11).
           03 FAC-RAZON         PIC X(25).
           03 FAC-NETO          PIC 9(09)V99.
           03 FAC-ALICUOTA      PIC 9(02)V99.
           03 FAC-IVA           PIC 9(09)V99.
           03 FAC-TOTAL         PIC 9(10)V99.
      *- Factura a la que aplica una nota de credito (0 en las
      *- facturas).
           03 FAC-NRO-REF       PIC 9(08).
      *- "P" pendiente, "A" autorizado, "R" rechazado.
           03 FAC-ESTADO-AFIP   PIC X(01).
              88 FAC-CAE-PENDIENTE         VALUE "P".
              88 FAC-CAE-AUTORIZADO        VALUE "A".
              88 FAC-CAE-RECHAZADO         VALUE "R".
           03 FAC-CAE           PIC 9(14).
           03 FAC-CAE-VTO       PIC 9(08).
           03 FAC-CAE-MOTIVO    PIC X(40).

       FD FACTURAS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-FACTURA                  PIC X(80).

       FD COPIA-FACTURAS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-COPIA-FACTURA            PIC X(80).

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

       77 FS-RESPUESTA        PIC XX.
       77 FS-FACTURAS-IDX     PIC XX.
       77 FS-FACTURAS         PIC XX.
       77 FS-COPIA            PIC XX.
       77 FS-EXCEPCIONES      PIC XX.
       77 FS-CONTROLCORRIDAS  PIC XX.

      *- Empresa de los documentos anteriores a la numeracion por
      *- empresa (respuesta o pie sin codigo).
       78 CON-EMPRESA-DEFECTO VALUE "01".

       77 CANT-AUTORIZADOS    PIC 9(05)      VALUE 0.
       77 CANT-RECHAZADOS     PIC 9(05)      VALUE 0.
       77 CANT-SIN-DOCUMENTO  PIC 9(05)      VALUE 0.
       77 CANT-YA-AUTORIZADOS PIC 9(05)      VALUE 0.
       77 CANT-INVALIDAS      PIC 9(05)      VALUE 0.
       77 CANT-PIES-COMPLETOS PIC 9(05)      VALUE 0.

      *- Parametros para VALIDAR-FECHA: el vencimiento del CAE es
      *- una fecha futura, no se controla contra hoy.
       77 WS-CTL-FUTURO       PIC X(1)       VALUE "N".
       77 WS-FECHA-VALIDA     PIC X(1)       VALUE "N".
          88 FECHA-VALIDA                    VALUE "S".

      *- Renglon "CAE Nro" del impreso (mismo layout que
      *- FAC-LINEA-CAE de FACTURACION-SUCURSALES).
       01 LINEA-CAE-IMPRESA.
           03 LCI-MARCA        PIC X(09).
              88 ES-RENGLON-CAE            VALUE "CAE Nro: ".
           03 LCI-CAE          PIC X(14).
           03 LCI-LEYENDA-VTO  PIC X(13).
           03 LCI-VTO          PIC X(10).
           03 FILLER           PIC X(22).
           03 LCI-EMPRESA      PIC X(02).
           03 LCI-TIPO         PIC X(02).
           03 LCI-NUMERO       PIC 9(08).

       01 LCI-VTO-FORMATO.
           03 LVF-DD           PIC 9(02).
           03 FILLER           PIC X       VALUE "/".
           03 LVF-MM           PIC 9(02).
           03 FILLER           PIC X       VALUE "/".
           03 LVF-AAAA         PIC 9(04).

      *- Renglon con el motivo de un rechazo, debajo del pie de CAE;
      *- en una reimportacion se descarta el que haya quedado de la
      *- anterior.
       01 LINEA-RECHAZO-AFIP.
           03 LRA-MARCA        PIC X(14)   VALUE "Rechazo AFIP: ".
           03 LRA-MOTIVO       PIC X(40).
           03 FILLER           PIC X(26)   VALUE SPACES.

      *- Contadores y estado para la bitacora de corridas.
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
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-RESPUESTA.
           PERFORM PROCESAR-RESPUESTA UNTIL FS-RESPUESTA = 10.
           CLOSE RESPUESTA-CAE-FILE.
           PERFORM COMPLETAR-IMPRESO.
           PERFORM MOSTRAR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESPUESTA-CAE-FILE.
           IF FS-RESPUESTA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RESPUESTASCAE FS: " FS-RESPUESTA
               STOP RUN
           END-IF.

           OPEN I-O FACTURAS-IDX-FILE.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR FACTURAS INDEXADO FS: "
                   FS-FACTURAS-IDX
               STOP RUN
           END-IF.

           OPEN EXTEND EXCEPCIONES.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EXCEPCIONES FS: "
                   FS-EXCEPCIONES
               STOP RUN
           END-IF.

       LEER-RESPUESTA.
           READ RESPUESTA-CAE-FILE.
           IF FS-RESPUESTA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RESPUESTASCAE FS: " FS-RESPUESTA
           END-IF.

      *- Cruza la respuesta contra el documento del maestro; solo se
      *- actualiza un documento que todavia no tiene CAE (una
      *- respuesta repetida no pisa una autorizacion ya guardada).
       PROCESAR-RESPUESTA.
           ADD 1 TO WS-CTL-LEIDOS.
           MOVE RCA-EMPRESA TO FAC-EMPRESA.
           IF FAC-EMPRESA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO FAC-EMPRESA
           END-IF.
           MOVE RCA-TIPO   TO FAC-TIPO.
           MOVE RCA-NUMERO TO FAC-NUMERO.
           READ FACTURAS-IDX-FILE RECORD.
           EVALUATE TRUE
               WHEN FS-FACTURAS-IDX IS NOT EQUAL TO 00
                   PERFORM REGISTRAR-EXCEPCION-SIN-DOCUMENTO
               WHEN FAC-CAE-AUTORIZADO
                   PERFORM REGISTRAR-EXCEPCION-YA-AUTORIZADO
               WHEN RCA-APROBADO
                   PERFORM REGISTRAR-AUTORIZACION
               WHEN RCA-RECHAZADO
                   PERFORM REGISTRAR-RECHAZO
               WHEN OTHER
                   PERFORM REGISTRAR-EXCEPCION-INVALIDA
           END-EVALUATE.
           PERFORM LEER-RESPUESTA.

      *- Un CAE en cero o un vencimiento que no es fecha no se
      *- guardan: el documento sigue pendiente.
       REGISTRAR-AUTORIZACION.
           CALL "VALIDAR-FECHA" USING RCA-CAE-VTO, WS-CTL-FUTURO,
               WS-FECHA-VALIDA.
           IF RCA-CAE IS NOT NUMERIC
               OR RCA-CAE IS EQUAL TO 0
               OR NOT FECHA-VALIDA
               PERFORM REGISTRAR-EXCEPCION-INVALIDA
           ELSE
               MOVE "A"         TO FAC-ESTADO-AFIP
               MOVE RCA-CAE     TO FAC-CAE
               MOVE RCA-CAE-VTO TO FAC-CAE-VTO
               MOVE SPACES      TO FAC-CAE-MOTIVO
               PERFORM REGRABAR-DOCUMENTO
               IF FS-FACTURAS-IDX IS EQUAL TO 00
                   ADD 1 TO CANT-AUTORIZADOS
                   ADD 1 TO WS-CTL-GRABADOS
               END-IF
           END-IF.

       REGISTRAR-RECHAZO.
           MOVE "R"        TO FAC-ESTADO-AFIP.
           MOVE 0          TO FAC-CAE.
           MOVE 0          TO FAC-CAE-VTO.
           MOVE RCA-MOTIVO TO FAC-CAE-MOTIVO.
           PERFORM REGRABAR-DOCUMENTO.
           IF FS-FACTURAS-IDX IS EQUAL TO 00
               ADD 1 TO CANT-RECHAZADOS
               ADD 1 TO WS-CTL-RECHAZADOS
               PERFORM REGISTRAR-EXCEPCION-RECHAZO
           END-IF.

       REGRABAR-DOCUMENTO.
           REWRITE REG-FACTURA-IDX.
           IF FS-FACTURAS-IDX IS NOT EQUAL TO 00
               DISPLAY "ERROR AL REGRABAR DOCUMENTO " FAC-TIPO " "
                   FAC-NUMERO " FS: " FS-FACTURAS-IDX
               MOVE "A" TO WS-ESTADO-CORRIDA
           END-IF.

      *- Completa el impreso: copia FacturasSucursales.txt tal cual a
      *- FacturasSucursalesSinCAE.txt y lo vuelve a escribir desde la
      *- copia con cada pie de CAE resuelto contra el maestro. Sin
      *- impreso (la facturacion no corrio en este directorio) el
      *- maestro queda actualizado igual.
       COMPLETAR-IMPRESO.
           OPEN INPUT FACTURAS-FILE.
           IF FS-FACTURAS IS NOT EQUAL TO 00
               DISPLAY "NO SE ENCONTRO FACTURASSUCURSALES.TXT, NO SE "
                   "COMPLETA EL IMPRESO"
           ELSE
               PERFORM COPIAR-IMPRESO
               PERFORM REESCRIBIR-IMPRESO
               PERFORM CATALOGAR-IMPRESO
           END-IF.

       CATALOGAR-IMPRESO.
           MOVE "IMPORTAR-CAE"     TO SAL-PROGRAMA.
           MOVE "FAC"              TO SAL-TIPO.
           MOVE SPACES             TO SAL-CLAVE.
           MOVE "FacturasSucursales.txt" TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS NOT EQUAL TO "00"
               DISPLAY "AVISO: IMPRESO NO CATALOGADO CR " SAL-CR
           END-IF.

       COPIAR-IMPRESO.
           OPEN OUTPUT COPIA-FACTURAS-FILE.
           IF FS-COPIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR FACTURASSUCURSALESSINCAE FS: "
                   FS-COPIA
               STOP RUN
           END-IF.
           PERFORM LEER-IMPRESO.
           PERFORM COPIAR-RENGLON UNTIL FS-FACTURAS = 10.
           CLOSE FACTURAS-FILE.
           CLOSE COPIA-FACTURAS-FILE.

       LEER-IMPRESO.
           READ FACTURAS-FILE.
           IF FS-FACTURAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FACTURASSUCURSALES FS: "
                   FS-FACTURAS
           END-IF.

       COPIAR-RENGLON.
           WRITE REG-COPIA-FACTURA FROM REG-FACTURA.
           PERFORM LEER-IMPRESO.

       REESCRIBIR-IMPRESO.
           OPEN INPUT COPIA-FACTURAS-FILE.
           OPEN OUTPUT FACTURAS-FILE.
           IF FS-COPIA IS NOT EQUAL TO 00
               OR FS-FACTURAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL REESCRIBIR FACTURASSUCURSALES FS: "
                   FS-FACTURAS " / " FS-COPIA
               STOP RUN
           END-IF.
           PERFORM LEER-COPIA.
           PERFORM REESCRIBIR-RENGLON UNTIL FS-COPIA = 10.
           CLOSE COPIA-FACTURAS-FILE.
           CLOSE FACTURAS-FILE.

       LEER-COPIA.
           READ COPIA-FACTURAS-FILE.
           IF FS-COPIA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FACTURASSUCURSALESSINCAE FS: "
                   FS-COPIA
           END-IF.

       REESCRIBIR-RENGLON.
           MOVE REG-COPIA-FACTURA TO LINEA-CAE-IMPRESA.
           EVALUATE TRUE
               WHEN ES-RENGLON-CAE
                   PERFORM RESOLVER-PIE-CAE
               WHEN REG-COPIA-FACTURA(1:14) IS EQUAL TO LRA-MARCA
                   CONTINUE
               WHEN OTHER
                   WRITE REG-FACTURA FROM REG-COPIA-FACTURA
           END-EVALUATE.
           PERFORM LEER-COPIA.

      *- El pie queda como esta en el maestro: CAE y vencimiento si
      *- se autorizo, RECHAZADO con su motivo, o PENDIENTE.
       RESOLVER-PIE-CAE.
           MOVE LCI-EMPRESA TO FAC-EMPRESA.
           IF FAC-EMPRESA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO FAC-EMPRESA
           END-IF.
           MOVE LCI-TIPO   TO FAC-TIPO.
           MOVE LCI-NUMERO TO FAC-NUMERO.
           READ FACTURAS-IDX-FILE RECORD.
           IF FS-FACTURAS-IDX IS EQUAL TO 00
               EVALUATE TRUE
                   WHEN FAC-CAE-AUTORIZADO
                       MOVE FAC-CAE         TO LCI-CAE
                       MOVE FAC-CAE-VTO(7:2) TO LVF-DD
                       MOVE FAC-CAE-VTO(5:2) TO LVF-MM
                       MOVE FAC-CAE-VTO(1:4) TO LVF-AAAA
                       MOVE LCI-VTO-FORMATO TO LCI-VTO
                       ADD 1 TO CANT-PIES-COMPLETOS
                   WHEN FAC-CAE-RECHAZADO
                       MOVE "RECHAZADO"     TO LCI-CAE
                       MOVE SPACES          TO LCI-VTO
                   WHEN OTHER
                       MOVE "PENDIENTE"     TO LCI-CAE
                       MOVE SPACES          TO LCI-VTO
               END-EVALUATE
           END-IF.
           WRITE REG-FACTURA FROM LINEA-CAE-IMPRESA.
           IF FS-FACTURAS-IDX IS EQUAL TO 00
               AND FAC-CAE-RECHAZADO
               MOVE FAC-CAE-MOTIVO TO LRA-MOTIVO
               WRITE REG-FACTURA FROM LINEA-RECHAZO-AFIP
           END-IF.

       REGISTRAR-EXCEPCION-SIN-DOCUMENTO.
           ADD 1 TO CANT-SIN-DOCUMENTO.
           ADD 1 TO WS-CTL-RECHAZADOS.
           MOVE "A" TO WS-ESTADO-CORRIDA.
           MOVE SPACES     TO EXC-CLAVE.
           MOVE RCA-TIPO   TO EXC-CLAVE(1:2).
           MOVE RCA-NUMERO TO EXC-CLAVE(3:8).
           MOVE "IMPORTAR-CAE" TO EXC-PROGRAMA.
           MOVE "RESPUESTA AFIP SIN DOCUMENTO EMITIDO" TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.
           DISPLAY "RESPUESTA SIN DOCUMENTO: " FAC-EMPRESA " "
               RCA-TIPO " " RCA-NUMERO.

       REGISTRAR-EXCEPCION-YA-AUTORIZADO.
           ADD 1 TO CANT-YA-AUTORIZADOS.
           MOVE SPACES     TO EXC-CLAVE.
           MOVE RCA-TIPO   TO EXC-CLAVE(1:2).
           MOVE RCA-NUMERO TO EXC-CLAVE(3:8).
           MOVE "IMPORTAR-CAE" TO EXC-PROGRAMA.
           MOVE "YA AUTORIZADO, RESPUESTA AFIP IGNORADA"
               TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-INVALIDA.
           ADD 1 TO CANT-INVALIDAS.
           ADD 1 TO WS-CTL-RECHAZADOS.
           MOVE "A" TO WS-ESTADO-CORRIDA.
           MOVE SPACES     TO EXC-CLAVE.
           MOVE RCA-TIPO   TO EXC-CLAVE(1:2).
           MOVE RCA-NUMERO TO EXC-CLAVE(3:8).
           MOVE "IMPORTAR-CAE" TO EXC-PROGRAMA.
           MOVE "RESPUESTA AFIP INVALIDA, DOC. PENDIENTE"
               TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-RECHAZO.
           MOVE SPACES     TO EXC-CLAVE.
           MOVE RCA-TIPO   TO EXC-CLAVE(1:2).
           MOVE RCA-NUMERO TO EXC-CLAVE(3:8).
           MOVE "IMPORTAR-CAE" TO EXC-PROGRAMA.
           MOVE "DOCUMENTO RECHAZADO POR AFIP" TO EXC-MOTIVO.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       MOSTRAR-TOTALES.
           DISPLAY "--------------------".
           DISPLAY "DOCUMENTOS AUTORIZADOS:      " CANT-AUTORIZADOS.
           DISPLAY "DOCUMENTOS RECHAZADOS:       " CANT-RECHAZADOS.
           DISPLAY "RESPUESTAS SIN DOCUMENTO:    " CANT-SIN-DOCUMENTO.
           DISPLAY "RESPUESTAS YA AUTORIZADAS:   " CANT-YA-AUTORIZADOS.
           DISPLAY "RESPUESTAS INVALIDAS:        " CANT-INVALIDAS.
           DISPLAY "PIES DE CAE COMPLETADOS:     " CANT-PIES-COMPLETOS.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-IDX-FILE.
           CLOSE EXCEPCIONES.

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
               MOVE "IMPORTAR-CAE" TO CTL-PROGRAMA
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

       END PROGRAM IMPORTAR-CAE.
