      *- resumen por profesor (CertificadosResumen.dat) para
      *- contaduria. Reemplaza el armado a mano desde Recibos.txt
      *- viejos que se hacia cada febrero.
      *-
      *- El adicional por horas extra que paga TP_PARTE_1A viaja en
      *- DeduccionesHistorico.dat con el concepto "ADICIONAL HS
      *- EXTRA": no es una retencion sino haber, asi que sale en su
      *- propio renglon y se suma al bruto del anio.
      *-
      *- Cada empresa del grupo certifica lo que pago ella: el
      *- devengado va a la empresa de su sucursal (ver BUSCAR-EMPRESA)
      *- y la deduccion a la empresa con la que se grabo (DHI-EMPRESA;
      *- en blanco, la empresa por defecto). Un profesor que trabajo
      *- para dos empresas recibe un certificado de cada una, con la
      *- razon social y el CUIT del empleador en el encabezado.
      *-
      *- Devengado y deducciones del anio se sueltan a un sort por
      *- profesor y empresa, y cada certificado se emite en el corte
      *- de control: en memoria esta solo el certificado en curso, asi
      *- que no hay tope de profesores. Los certificados salen
      *- ordenados por numero de profesor.
      *-
      *- CertificadosAnuales.txt se cataloga al cerrar como una
      *- generacion numerada (ver REGISTRAR-SALIDA), y de ahi
      *- DISTRIBUIR-SALIDAS arma el paquete de cada profesor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       SELECT ARCH-MOVIMIENTOS
           ASSIGN TO DISK "../files/out/Certificados-Temporal.tmp"
           SORT STATUS IS SS-MOVIMIENTOS.

       DATA DIVISION.
       FILE SECTION.

           03 DHI-CONCEPTO      PIC X(20).
           03 DHI-PORC          PIC 9(02)V99.
           03 DHI-IMPORTE       PIC 9(08)V99.
           03 DHI-EMPRESA       PIC X(02).

       FD ANIO-FILE LABEL RECORD OMITTED.
       01 REG-ANIO              PIC 9(04).
           03 RES-DEDUCCIONES   PIC 9(10)V99.
           03 RES-NETO          PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 RES-EMPRESA       PIC X(02).

      *- Un movimiento por renglon del anio: "D" devengado del mes,
      *- "E" adicional por horas extra, "R" retencion por concepto.
      *- La fecha ordena los de un mismo certificado, asi el nombre
      *- que queda es el de la corrida mas reciente.
       SD ARCH-MOVIMIENTOS
           DATA RECORD IS REG-MOVIMIENTO.
       01 REG-MOVIMIENTO.
           03 MOV-PROF-NUMERO   PIC X(05).
           03 MOV-EMPRESA       PIC X(02).
           03 MOV-FECHA         PIC 9(08).
           03 MOV-TIPO          PIC X(01).
           03 MOV-NOMBRE        PIC X(25).
           03 MOV-CONCEPTO      PIC X(20).
           03 MOV-IMPORTE       PIC S9(09)V99
                                 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       77 FS-ANIO             PIC XX.
       77 FS-LISTADO          PIC XX.
       77 FS-RESUMEN          PIC XX.
       77 SS-MOVIMIENTOS      PIC XX.

       77 WS-ANIO             PIC 9(04)   VALUE 0.
       77 WS-MES              PIC 9(02)   VALUE 0.

      *- Certificado en curso del corte de control: bruto mes a mes
      *- y retenciones totalizadas por concepto de un profesor en una
      *- empresa.
       78 CON-CANT-CONC-MAX   VALUE 10.
       01 WS-CERTIFICADO.
           03 WS-CERT-NUMERO       PIC X(05).
           03 WS-CERT-EMPRESA      PIC X(02).
           03 WS-CERT-NOMBRE       PIC X(25).
           03 WS-CERT-MES
               OCCURS 12 TIMES     PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           03 WS-CERT-CONCEPTO
               OCCURS CON-CANT-CONC-MAX TIMES.
               05 WS-CC-NOMBRE     PIC X(20).
               05 WS-CC-IMPORTE    PIC 9(09)V99.
           03 WS-CERT-CANT-CONC    PIC 99.
           03 WS-CERT-HS-EXTRA     PIC 9(09)V99.

       77 IND-CONC-HALLADO    PIC 99      VALUE 0.
       77 WS-I                PIC 99      VALUE 0.
       77 WS-J                PIC 99      VALUE 0.
       78 CON-EMPRESA-DEFECTO VALUE "01".

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

       77 TOT-BRUTO-PROF      PIC S9(10)V99 VALUE 0
                               SIGN LEADING SEPARATE.
           03 E1-ANIO          PIC 9(4).
           03 FILLER PIC X(26) VALUE SPACES.

       01 ENCABEZADO-EMPLEADOR.
           03  FILLER      PIC X(11)   VALUE "Empleador: ".
           03  EE-RAZON    PIC X(25).
           03  FILLER      PIC X(08)   VALUE "  Cuit: ".
           03  EE-CUIT     PIC 9(11).
           03  FILLER      PIC X(25)   VALUE SPACES.

       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(80) VALUE SPACES.

           03 LM-IMPORTE       PIC -ZZZZZZZZ9,99.
           03 FILLER           PIC X(31)   VALUE SPACES.

       01 LINEA-HS-EXTRA.
           03 FILLER           PIC X(21)   VALUE
              "Adicional horas extra".
           03 FILLER           PIC X(15)   VALUE SPACES.
           03 LH-IMPORTE       PIC ZZZZZZZZ9,99.
           03 FILLER           PIC X(32)   VALUE SPACES.

       01 LINEA-TOT-BRUTO.
           03 FILLER           PIC X(20)   VALUE "Total bruto del anio".
           03 FILLER           PIC X(15)   VALUE SPACES.
       PROCEDURE DIVISION.

           PERFORM CARGAR-ANIO.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           PERFORM ABRIR-SALIDAS.
           SORT ARCH-MOVIMIENTOS
               ASCENDING KEY MOV-PROF-NUMERO
               ASCENDING KEY MOV-EMPRESA
               ASCENDING KEY MOV-FECHA
               INPUT PROCEDURE SOLTAR-MOVIMIENTOS
               OUTPUT PROCEDURE CORTE-POR-CERTIFICADO.
           PERFORM CERRAR-SALIDAS.
           PERFORM CATALOGAR-CERTIFICADOS.
           DISPLAY "CERTIFICADOS EMITIDOS: " CANT-CERTIFICADOS.
           STOP RUN.

       CATALOGAR-CERTIFICADOS.
           MOVE "CERTIFICADO-ANUAL" TO SAL-PROGRAMA.
           MOVE "CER"        TO SAL-TIPO.
           MOVE SPACES       TO SAL-CLAVE.
           MOVE "CertificadosAnuales.txt" TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS EQUAL TO "00"
               DISPLAY "CERTIFICADOS CATALOGADOS GENERACION "
                   SAL-GENERACION
           ELSE
               DISPLAY "AVISO: CERTIFICADOS NO CATALOGADOS CR " SAL-CR
           END-IF.

      *- CertificadoAnual.txt es opcional; sin archivo se certifica
      *- el anio calendario anterior, que es el que piden los
      *- profesores cada febrero.
               DISPLAY "ERROR AL LEER DEVENGADO FS: " FS-DEVENGADO
           END-IF.

       SOLTAR-MOVIMIENTOS.
           PERFORM ACUMULAR-DEVENGADO.
           PERFORM ACUMULAR-DEDUCCIONES.

       ACUMULAR-DEVENGADO.
           OPEN INPUT DEVENGADO-FILE.
           IF FS-DEVENGADO IS NOT EQUAL TO 00

       SUMAR-RENGLON-DEVENGADO.
           IF DEV-FECHA-CORRIDA(1:4) IS EQUAL TO WS-ANIO
               MOVE "BUSCC"  TO EMI-OP
               MOVE DEV-CUIT TO EMI-CUIT
               CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT
               MOVE DEV-PROF-NUMERO   TO MOV-PROF-NUMERO
               MOVE EMO-CODIGO        TO MOV-EMPRESA
               MOVE DEV-FECHA-CORRIDA TO MOV-FECHA
               MOVE "D"               TO MOV-TIPO
               MOVE DEV-PROF-NOMBRE   TO MOV-NOMBRE
               MOVE SPACES            TO MOV-CONCEPTO
               MOVE DEV-TOT-IMPORTE   TO MOV-IMPORTE
               RELEASE REG-MOVIMIENTO
           END-IF.
           PERFORM LEER-DEVENGADO.

      *- DeduccionesHistorico.dat puede no existir todavia (ninguna
      *- corrida desde este cambio): el certificado sale igual, sin
      *- retenciones.

       SUMAR-DEDUCCION.
           IF DHI-FECHA-CORRIDA(1:4) IS EQUAL TO WS-ANIO
               MOVE DHI-PROF-NUMERO   TO MOV-PROF-NUMERO
               MOVE DHI-EMPRESA       TO MOV-EMPRESA
               IF MOV-EMPRESA IS EQUAL TO SPACES
                   MOVE CON-EMPRESA-DEFECTO TO MOV-EMPRESA
               END-IF
               MOVE DHI-FECHA-CORRIDA TO MOV-FECHA
               IF DHI-CONCEPTO IS EQUAL TO "ADICIONAL HS EXTRA"
                   MOVE "E" TO MOV-TIPO
               ELSE
                   MOVE "R" TO MOV-TIPO
               END-IF
               MOVE SPACES            TO MOV-NOMBRE
               MOVE DHI-CONCEPTO      TO MOV-CONCEPTO
               MOVE DHI-IMPORTE       TO MOV-IMPORTE
               RELEASE REG-MOVIMIENTO
           END-IF.
           PERFORM LEER-DEDUCCION.

      *- Corte de control por profesor y empresa: al cambiar
      *- cualquiera de los dos se emite el certificado anterior.
       CORTE-POR-CERTIFICADO.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-CERTIFICADO UNTIL SS-MOVIMIENTOS = 10.

       LEER-MOVIMIENTO.
           RETURN ARCH-MOVIMIENTOS RECORD
           AT END
           IF SS-MOVIMIENTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MOVIMIENTOS SS: " SS-MOVIMIENTOS
           END-IF.

       PROCESAR-CERTIFICADO.
           MOVE MOV-PROF-NUMERO TO WS-CERT-NUMERO.
           MOVE MOV-EMPRESA     TO WS-CERT-EMPRESA.
           MOVE SPACES TO WS-CERT-NOMBRE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE 0 TO WS-CERT-MES(WS-I)
           END-PERFORM.
           MOVE 0 TO WS-CERT-CANT-CONC.
           MOVE 0 TO WS-CERT-HS-EXTRA.
           PERFORM SUMAR-MOVIMIENTO
               UNTIL SS-MOVIMIENTOS = 10
               OR MOV-PROF-NUMERO IS NOT EQUAL TO WS-CERT-NUMERO
               OR MOV-EMPRESA IS NOT EQUAL TO WS-CERT-EMPRESA.
           PERFORM EMITIR-CERTIFICADO.

       SUMAR-MOVIMIENTO.
           EVALUATE MOV-TIPO
               WHEN "D"
                   MOVE MOV-NOMBRE TO WS-CERT-NOMBRE
                   MOVE MOV-FECHA(5:2) TO WS-MES
                   ADD MOV-IMPORTE TO WS-CERT-MES(WS-MES)
               WHEN "E"
                   ADD MOV-IMPORTE TO WS-CERT-HS-EXTRA
               WHEN OTHER
                   PERFORM SUMAR-CONCEPTO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       SUMAR-CONCEPTO.
           MOVE 0 TO IND-CONC-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CERT-CANT-CONC
               IF WS-CC-NOMBRE(WS-J) IS EQUAL TO MOV-CONCEPTO
                   MOVE WS-J TO IND-CONC-HALLADO
               END-IF
           END-PERFORM.
           IF IND-CONC-HALLADO = 0
               IF WS-CERT-CANT-CONC < CON-CANT-CONC-MAX
                   ADD 1 TO WS-CERT-CANT-CONC
                   MOVE WS-CERT-CANT-CONC TO IND-CONC-HALLADO
                   MOVE MOV-CONCEPTO TO WS-CC-NOMBRE(IND-CONC-HALLADO)
                   MOVE 0 TO WS-CC-IMPORTE(IND-CONC-HALLADO)
               END-IF
           END-IF.
           IF IND-CONC-HALLADO > 0
               ADD MOV-IMPORTE TO WS-CC-IMPORTE(IND-CONC-HALLADO)
           END-IF.

       ABRIR-SALIDAS.
               STOP RUN
           END-IF.

      *- Una pagina (60 lineas) por profesor: bruto por mes, el
      *- adicional por horas extra del anio, cada concepto de
      *- retencion totalizado y el neto del anio.
       EMITIR-CERTIFICADO.
           MOVE 0 TO LINEA.
           MOVE WS-ANIO TO E1-ANIO.
           WRITE REG-LISTADO FROM ENCABEZADO1.
           MOVE "BUSCAR" TO EMI-OP.
           MOVE WS-CERT-EMPRESA TO EMI-EMPRESA.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE EMO-RAZON TO EE-RAZON.
           MOVE EMO-CUIT  TO EE-CUIT.
           WRITE REG-LISTADO FROM ENCABEZADO-EMPLEADOR.
           ADD 1 TO LINEA.
           MOVE WS-CERT-NUMERO  TO E2-PROF-NUM.
           MOVE WS-CERT-NOMBRE  TO E2-PROF-NOM.
           WRITE REG-LISTADO FROM ENCABEZADO2-PROF.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           ADD 3 TO LINEA.
           MOVE 0 TO TOT-BRUTO-PROF.
           PERFORM IMPRIMIR-MES
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12.
           IF WS-CERT-HS-EXTRA > 0
               MOVE WS-CERT-HS-EXTRA TO LH-IMPORTE
               ADD WS-CERT-HS-EXTRA TO TOT-BRUTO-PROF
               WRITE REG-LISTADO FROM LINEA-HS-EXTRA
               ADD 1 TO LINEA
           END-IF.
           WRITE REG-LISTADO FROM LINEA-TABLA.
           MOVE TOT-BRUTO-PROF TO TB-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TOT-BRUTO.
           MOVE 0 TO TOT-DED-PROF.
           PERFORM IMPRIMIR-CONCEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CERT-CANT-CONC.
           MOVE TOT-DED-PROF TO TD-IMPORTE.
           WRITE REG-LISTADO FROM LINEA-TOT-DED.
           COMPUTE TOT-NETO-PROF = TOT-BRUTO-PROF - TOT-DED-PROF.

       IMPRIMIR-MES.
           MOVE WS-I TO LM-MES.
           MOVE WS-CERT-MES(WS-I) TO LM-IMPORTE.
           ADD WS-CERT-MES(WS-I) TO TOT-BRUTO-PROF.
           WRITE REG-LISTADO FROM LINEA-MES.
           ADD 1 TO LINEA.

       IMPRIMIR-CONCEPTO.
           MOVE WS-CC-NOMBRE(WS-J)  TO LC-CONCEPTO.
           MOVE WS-CC-IMPORTE(WS-J) TO LC-IMPORTE.
           ADD WS-CC-IMPORTE(WS-J)  TO TOT-DED-PROF.
           WRITE REG-LISTADO FROM LINEA-CONCEPTO.
           ADD 1 TO LINEA.

       GRABAR-RESUMEN.
           MOVE WS-ANIO                      TO RES-ANIO.
           MOVE WS-CERT-NUMERO               TO RES-PROF-NUMERO.
           MOVE WS-CERT-NOMBRE               TO RES-PROF-NOMBRE.
           MOVE TOT-BRUTO-PROF               TO RES-BRUTO.
           MOVE TOT-DED-PROF                 TO RES-DEDUCCIONES.
           MOVE TOT-NETO-PROF                TO RES-NETO.
           MOVE WS-CERT-EMPRESA              TO RES-EMPRESA.
           WRITE REG-RESUMEN.
           IF FS-RESUMEN IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR RESUMEN FS: " FS-RESUMEN
