      *- (UltimoAsiento.dat). Si debe y haber no cuadran al centavo,
      *- el archivo directamente no se escribe: contaduria no puede
      *- recibir un asiento desbalanceado.
      *-
      *- Cada empresa del grupo lleva su propia contabilidad: el gasto
      *- de una sucursal va a la empresa de la sucursal (ver
      *- BUSCAR-EMPRESA), los honorarios del profesor se abren por
      *- empresa, y cada empresa recibe su propio lote balanceado con
      *- su propio correlativo (un renglon por empresa en
      *- UltimoAsiento.dat). Basta que una empresa no cuadre para que
      *- no se escriba nada.
      *-
      *- Los renglones del asiento se arman por sort (empresa, debe o
      *- haber, cuenta) y corte de control en un archivo de trabajo,
      *- que se copia al asiento con el numero de lote recien cuando
      *- todas las empresas cuadran: sin tablas de sucursales ni de
      *- profesores, no hay tope de volumen.
      *-
      *- Una liquidacion se asienta una sola vez: si este programa ya
      *- consumio el identificador de corrida del detalle, se rechaza
      *- con codigo 8 sin escribir nada, salvo reproceso autorizado
      *- por un supervisor (ver CONTROLAR-CONSUMO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ULTIMO.

      *- Renglones ya totalizados, sin numero de lote, a la espera
      *- del control de balance.
       SELECT TRABAJO-FILE
           ASSIGN TO DISK "../files/out/AsientosContables-Trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABAJO.

       SELECT ARCH-RENGLONES
           ASSIGN TO DISK "../files/out/AsientosContables-Temporal.tmp"
           SORT STATUS IS SS-RENGLONES.

       DATA DIVISION.
       FILE SECTION.

      *- correccion resta del debe y del haber.
           03 DET-TIPO-NOV              PIC X(01).
              88 DET-ES-CORRECCION                 VALUE "C".
           03 DET-TIP-CLASE             PIC X(04).
      *- Identificador de la liquidacion (ver CONTROLAR-REPROCESO).
           03 DET-ID-CORRIDA            PIC X(16).

       FD ASIENTOS-FILE
           LABEL RECORD IS STANDARD.
      *- contaduria necesita verlo tal cual.
           03 ASI-IMPORTE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
      *- Empresa del lote.
           03 ASI-EMPRESA       PIC X(02).

      *- Un renglon por empresa: ultimo lote y codigo de empresa. El
      *- archivo de un solo lote (sin codigo) es el de la empresa por
      *- defecto.
       FD ULTIMO-ASIENTO-FILE
           LABEL RECORD OMITTED.
       01 REG-ULTIMO-ASIENTO.
           03 ULA-LOTE          PIC 9(06).
           03 ULA-EMPRESA       PIC X(02).

      *- Mismo diseno que REG-ASIENTO.
       FD TRABAJO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRABAJO.
           03 TRA-LOTE          PIC 9(06).
           03 TRA-FECHA         PIC 9(08).
           03 TRA-TIPO          PIC X(01).
           03 TRA-CUENTA        PIC X(30).
           03 TRA-CUIT          PIC 9(11).
           03 TRA-IMPORTE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           03 TRA-EMPRESA       PIC X(02).

      *- Dos movimientos por renglon del detalle: uno al debe de la
      *- sucursal (sin profesor) y otro al haber del profesor (sin
      *- sucursal). La clave ordena cada lote con el debe primero.
       SD ARCH-RENGLONES
           DATA RECORD IS REG-RENGLON.
       01  REG-RENGLON.
           03 REN-CLAVE.
               05 REN-EMPRESA       PIC X(02).
               05 REN-TIPO          PIC X(01).
               05 REN-RAZON         PIC X(25).
               05 REN-CUIT          PIC 9(11).
               05 REN-PROF-NUMERO   PIC X(05).
           03 REN-PROF-NOMBRE       PIC X(25).
           03 REN-IMPORTE           PIC S9(08)V99
                                     SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       77 FS-DETALLE     PIC XX.
       77 FS-ASIENTOS    PIC XX.
       77 FS-ULTIMO      PIC XX.
       77 FS-TRABAJO     PIC XX.
       77 SS-RENGLONES   PIC XX.

      *- Renglon en curso del corte de control.
       01 WS-CLAVE-ACTUAL.
           03 WS-CLA-EMPRESA      PIC X(02).
           03 WS-CLA-TIPO         PIC X(01).
           03 WS-CLA-RAZON        PIC X(25).
           03 WS-CLA-CUIT         PIC 9(11).
           03 WS-CLA-PROF-NUMERO  PIC X(05).
       77 WS-NOMBRE-ACTUAL   PIC X(25)     VALUE SPACES.
       77 WS-IMPORTE-RENGLON PIC S9(11)V99 VALUE 0
                              SIGN LEADING SEPARATE.

       77 TOT-DEBE           PIC S9(12)V99 VALUE 0
                              SIGN LEADING SEPARATE.
      *- Importe del renglon con el signo de la bandera ya aplicado.
       77 WS-IMPORTE-DET     PIC S9(08)V99 VALUE 0
                              SIGN LEADING SEPARATE.

      *- Un lote por empresa, con sus propios totales.
       78 CON-EMPRESA-DEFECTO VALUE "01".
       78 CON-CANT-EMP-MAX   VALUE 20.
       01 VEC-LOTES.
           03 VEC-LOTE-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-LOT.
               05 VEC-LOT-EMPRESA      PIC X(02).
               05 VEC-LOT-NUMERO       PIC 9(06).
               05 VEC-LOT-DEBE         PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
               05 VEC-LOT-HABER        PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
       77 CANT-LOTES         PIC 99    VALUE 0.
       77 IND-LOT-HALLADO    PIC 99    VALUE 0.
       77 WS-EMPRESA-BUSCADA PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-DET     PIC X(02) VALUE SPACES.
       77 WS-CUIT-RESUELTO   PIC 9(11) VALUE 0.
       77 WS-HAY-DESBALANCE  PIC X(01) VALUE "N".
          88 HAY-DESBALANCE             VALUE "S".

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
       77 WS-FECHA-ASIENTO   PIC 9(08)    VALUE 0.

       01 FECHA-DE-HOY.
           03 FILLER            PIC X(01)  VALUE SPACE.
           03 WS-CTA-PROF-NOM   PIC X(19).

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

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-REPROCESO.
           MOVE "ABRIR" TO EMI-OP.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           MOVE 99999999999 TO WS-CUIT-RESUELTO.
           SORT ARCH-RENGLONES
               ASCENDING KEY REN-CLAVE
               INPUT PROCEDURE SOLTAR-DETALLE
               OUTPUT PROCEDURE ARMAR-RENGLONES.

           PERFORM CONTROLAR-BALANCE-EMPRESA
               VARYING INDICE-LOT FROM 1 BY 1
               UNTIL INDICE-LOT > CANT-LOTES.
           IF TOT-DEBE IS NOT EQUAL TO TOT-HABER
               OR HAY-DESBALANCE
               DISPLAY "ASIENTO DESBALANCEADO, DEBE " TOT-DEBE
                   " HABER " TOT-HABER ", NO SE GENERA EL ARCHIVO"
               MOVE 8 TO RETURN-CODE
               PERFORM OBTENER-NUMERO-LOTE
               PERFORM GENERAR-ASIENTO
               PERFORM GRABAR-NUMERO-LOTE
               PERFORM REGISTRAR-CONSUMO
           END-IF.
           STOP RUN.

       SOLTAR-DETALLE.
           PERFORM ABRIR-DETALLE.
           PERFORM LEER-DETALLE.
           PERFORM ACUMULAR-DETALLE UNTIL FS-DETALLE = 10.
           CLOSE DETALLE-SUCURSAL-FILE.

       ABRIR-DETALLE.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS NOT EQUAL TO 00
                   FS-DETALLE
           END-IF.

      *- Cada renglon del detalle va a la vez al debe de su sucursal
      *- y al haber de su profesor: por construccion los dos lados
      *- cierran, y el control de balance ataja cualquier
      *- truncamiento u overflow que lo rompa.
       ACUMULAR-DETALLE.
           MOVE DET-IMPORTE TO WS-IMPORTE-DET.
           IF DET-ES-CORRECCION
               MULTIPLY -1 BY WS-IMPORTE-DET
           END-IF.
           PERFORM RESOLVER-EMPRESA-DETALLE.
           MOVE WS-EMPRESA-DET  TO REN-EMPRESA.
           MOVE WS-IMPORTE-DET  TO REN-IMPORTE.
           MOVE "D"             TO REN-TIPO.
           MOVE DET-RAZON       TO REN-RAZON.
           MOVE DET-CUIT        TO REN-CUIT.
           MOVE SPACES          TO REN-PROF-NUMERO.
           MOVE SPACES          TO REN-PROF-NOMBRE.
           RELEASE REG-RENGLON.
           MOVE "H"             TO REN-TIPO.
           MOVE SPACES          TO REN-RAZON.
           MOVE 0               TO REN-CUIT.
           MOVE DET-PROF-NUMERO TO REN-PROF-NUMERO.
           MOVE DET-PROF-NOMBRE TO REN-PROF-NOMBRE.
           RELEASE REG-RENGLON.
           PERFORM LEER-DETALLE.

      *- El detalle viene agrupado por sucursal: la empresa se
      *- resuelve una vez por CUIT y se busca su lote.
       RESOLVER-EMPRESA-DETALLE.
           IF DET-CUIT IS NOT EQUAL TO WS-CUIT-RESUELTO
               MOVE DET-CUIT TO WS-CUIT-RESUELTO
               MOVE "BUSCC"  TO EMI-OP
               MOVE DET-CUIT TO EMI-CUIT
               CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT
               MOVE EMO-CODIGO TO WS-EMPRESA-BUSCADA
               PERFORM BUSCAR-LOTE
               MOVE WS-EMPRESA-BUSCADA TO WS-EMPRESA-DET
           END-IF.

      *- Fila de la empresa WS-EMPRESA-BUSCADA (blanco = la empresa
      *- por defecto) en la tabla de lotes; se agrega en cero.
       BUSCAR-LOTE.
           IF WS-EMPRESA-BUSCADA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-BUSCADA
           END-IF.
           MOVE 0 TO IND-LOT-HALLADO.
           PERFORM VARYING INDICE-LOT FROM 1 BY 1
               UNTIL INDICE-LOT > CANT-LOTES
               IF VEC-LOT-EMPRESA(INDICE-LOT) IS EQUAL
                   TO WS-EMPRESA-BUSCADA
                   SET IND-LOT-HALLADO TO INDICE-LOT
               END-IF
           END-PERFORM.
           IF IND-LOT-HALLADO = 0
               IF CANT-LOTES < CON-CANT-EMP-MAX
                   ADD 1 TO CANT-LOTES
                   MOVE CANT-LOTES TO IND-LOT-HALLADO
                   MOVE WS-EMPRESA-BUSCADA
                       TO VEC-LOT-EMPRESA(IND-LOT-HALLADO)
                   MOVE 0 TO VEC-LOT-NUMERO(IND-LOT-HALLADO)
                   MOVE 0 TO VEC-LOT-DEBE(IND-LOT-HALLADO)
                   MOVE 0 TO VEC-LOT-HABER(IND-LOT-HALLADO)
               ELSE
                   DISPLAY "TABLA DE EMPRESAS LLENA, EMPRESA "
                       WS-EMPRESA-BUSCADA
               END-IF
           END-IF.

       CONTROLAR-BALANCE-EMPRESA.
           IF VEC-LOT-DEBE(INDICE-LOT) IS NOT EQUAL
               TO VEC-LOT-HABER(INDICE-LOT)
               MOVE "S" TO WS-HAY-DESBALANCE
               DISPLAY "EMPRESA " VEC-LOT-EMPRESA(INDICE-LOT)
                   " DESBALANCEADA, DEBE " VEC-LOT-DEBE(INDICE-LOT)
                   " HABER " VEC-LOT-HABER(INDICE-LOT)
           END-IF.

      *- Corte de control por renglon del asiento (empresa, lado y
      *- cuenta): cada renglon totalizado va al archivo de trabajo y
      *- suma al lote de su empresa.
       ARMAR-RENGLONES.
           OPEN OUTPUT TRABAJO-FILE.
           IF FS-TRABAJO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TRABAJO FS: " FS-TRABAJO
               STOP RUN
           END-IF.
           PERFORM LEER-RENGLON.
           PERFORM ARMAR-UN-RENGLON UNTIL SS-RENGLONES = 10.
           CLOSE TRABAJO-FILE.

       LEER-RENGLON.
           RETURN ARCH-RENGLONES RECORD
           AT END
           IF SS-RENGLONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RENGLONES SS: " SS-RENGLONES
           END-IF.

       ARMAR-UN-RENGLON.
           MOVE REN-CLAVE       TO WS-CLAVE-ACTUAL.
           MOVE REN-PROF-NOMBRE TO WS-NOMBRE-ACTUAL.
           MOVE 0 TO WS-IMPORTE-RENGLON.
           PERFORM SUMAR-RENGLON
               UNTIL SS-RENGLONES = 10
               OR REN-CLAVE IS NOT EQUAL TO WS-CLAVE-ACTUAL.
           PERFORM GRABAR-RENGLON-TRABAJO.

       SUMAR-RENGLON.
           ADD REN-IMPORTE TO WS-IMPORTE-RENGLON.
           PERFORM LEER-RENGLON.

       GRABAR-RENGLON-TRABAJO.
           MOVE WS-CLA-EMPRESA TO WS-EMPRESA-BUSCADA.
           PERFORM BUSCAR-LOTE.
           MOVE 0                  TO TRA-LOTE.
           MOVE 0                  TO TRA-FECHA.
           MOVE WS-CLA-TIPO        TO TRA-TIPO.
           IF WS-CLA-TIPO IS EQUAL TO "D"
               MOVE WS-CLA-RAZON   TO TRA-CUENTA
               MOVE WS-CLA-CUIT    TO TRA-CUIT
               ADD WS-IMPORTE-RENGLON TO TOT-DEBE
               IF IND-LOT-HALLADO > 0
                   ADD WS-IMPORTE-RENGLON
                       TO VEC-LOT-DEBE(IND-LOT-HALLADO)
               END-IF
           ELSE
               MOVE WS-CLA-PROF-NUMERO TO WS-CTA-PROF-NUM
               MOVE WS-NOMBRE-ACTUAL   TO WS-CTA-PROF-NOM
               MOVE WS-CUENTA-PROF TO TRA-CUENTA
               MOVE 0              TO TRA-CUIT
               ADD WS-IMPORTE-RENGLON TO TOT-HABER
               IF IND-LOT-HALLADO > 0
                   ADD WS-IMPORTE-RENGLON
                       TO VEC-LOT-HABER(IND-LOT-HALLADO)
               END-IF
           END-IF.
           MOVE WS-IMPORTE-RENGLON TO TRA-IMPORTE.
           MOVE WS-CLA-EMPRESA     TO TRA-EMPRESA.
           WRITE REG-TRABAJO.
           IF FS-TRABAJO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR TRABAJO FS: " FS-TRABAJO
           END-IF.

      *- Numero de lote correlativo de cada empresa persistido en
      *- UltimoAsiento.dat; sin renglon para la empresa (primera
      *- corrida) arranca en 1.
       OBTENER-NUMERO-LOTE.
           OPEN INPUT ULTIMO-ASIENTO-FILE.
           IF FS-ULTIMO IS EQUAL TO 00
               PERFORM LEER-ULTIMO-ASIENTO
               PERFORM GUARDAR-ULTIMO-ASIENTO UNTIL FS-ULTIMO = 10
               CLOSE ULTIMO-ASIENTO-FILE
           END-IF.
           PERFORM NUMERAR-LOTE
               VARYING INDICE-LOT FROM 1 BY 1
               UNTIL INDICE-LOT > CANT-LOTES.

       LEER-ULTIMO-ASIENTO.
           READ ULTIMO-ASIENTO-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER ULTIMOASIENTO FS: " FS-ULTIMO
               MOVE 10 TO FS-ULTIMO
           END-IF.

      *- Una empresa sin movimiento en esta corrida conserva su
      *- renglon: se agrega a la tabla con el lote leido.
       GUARDAR-ULTIMO-ASIENTO.
           IF ULA-LOTE IS NUMERIC
               MOVE ULA-EMPRESA TO WS-EMPRESA-BUSCADA
               PERFORM BUSCAR-LOTE
               IF IND-LOT-HALLADO > 0
                   MOVE ULA-LOTE TO VEC-LOT-NUMERO(IND-LOT-HALLADO)
               END-IF
           END-IF.
           PERFORM LEER-ULTIMO-ASIENTO.

      *- Solo avanza el lote de las empresas con movimiento.
       NUMERAR-LOTE.
           IF VEC-LOT-DEBE(INDICE-LOT) IS NOT EQUAL TO 0
               OR VEC-LOT-HABER(INDICE-LOT) IS NOT EQUAL TO 0
               ADD 1 TO VEC-LOT-NUMERO(INDICE-LOT)
           END-IF.

       GRABAR-NUMERO-LOTE.
           OPEN OUTPUT ULTIMO-ASIENTO-FILE.
           IF FS-ULTIMO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR ULTIMOASIENTO FS: " FS-ULTIMO
           ELSE
               PERFORM GRABAR-RENGLON-ULTIMO-ASIENTO
                   VARYING INDICE-LOT FROM 1 BY 1
                   UNTIL INDICE-LOT > CANT-LOTES
               CLOSE ULTIMO-ASIENTO-FILE
           END-IF.

       GRABAR-RENGLON-ULTIMO-ASIENTO.
           MOVE VEC-LOT-NUMERO(INDICE-LOT)  TO ULA-LOTE.
           MOVE VEC-LOT-EMPRESA(INDICE-LOT) TO ULA-EMPRESA.
           WRITE REG-ULTIMO-ASIENTO.

      *- Un lote por empresa: el archivo de trabajo ya viene con los
      *- renglones al debe y luego los del haber de cada empresa; se
      *- copia poniendo el numero de lote de la empresa.
       GENERAR-ASIENTO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE FECHA-NUMERICA TO WS-FECHA-ASIENTO.
           OPEN INPUT TRABAJO-FILE.
           IF FS-TRABAJO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TRABAJO FS: " FS-TRABAJO
               STOP RUN
           END-IF.
           OPEN OUTPUT ASIENTOS-FILE.
           IF FS-ASIENTOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ASIENTOS FS: " FS-ASIENTOS
               STOP RUN
           END-IF.
           PERFORM LEER-TRABAJO.
           PERFORM COPIAR-RENGLON UNTIL FS-TRABAJO = 10.
           CLOSE TRABAJO-FILE.
           CLOSE ASIENTOS-FILE.
           PERFORM MOSTRAR-LOTE-EMPRESA
               VARYING INDICE-LOT FROM 1 BY 1
               UNTIL INDICE-LOT > CANT-LOTES.
           DISPLAY "ASIENTOS GENERADOS, DEBE "
               TOT-DEBE " HABER " TOT-HABER.

       LEER-TRABAJO.
           READ TRABAJO-FILE.
           IF FS-TRABAJO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TRABAJO FS: " FS-TRABAJO
           END-IF.

       COPIAR-RENGLON.
           MOVE REG-TRABAJO TO REG-ASIENTO.
           MOVE ASI-EMPRESA TO WS-EMPRESA-BUSCADA.
           PERFORM BUSCAR-LOTE.
           IF IND-LOT-HALLADO > 0
               MOVE VEC-LOT-NUMERO(IND-LOT-HALLADO) TO ASI-LOTE
           END-IF.
           MOVE WS-FECHA-ASIENTO TO ASI-FECHA.
           WRITE REG-ASIENTO.
           PERFORM LEER-TRABAJO.

       MOSTRAR-LOTE-EMPRESA.
           IF VEC-LOT-DEBE(INDICE-LOT) IS NOT EQUAL TO 0
               OR VEC-LOT-HABER(INDICE-LOT) IS NOT EQUAL TO 0
               DISPLAY "EMPRESA " VEC-LOT-EMPRESA(INDICE-LOT)
                   " ASIENTO LOTE " VEC-LOT-NUMERO(INDICE-LOT)
                   " GENERADO, DEBE " VEC-LOT-DEBE(INDICE-LOT)
                   " HABER " VEC-LOT-HABER(INDICE-LOT)
           END-IF.

      *- Antes de abrir ninguna salida: una liquidacion que este
      *- programa ya proceso no se vuelve a procesar, salvo reproceso
      *- autorizado por un supervisor (ver AUTORIZAR-REPROCESO). El
      *- identificador sale del primer registro de la entrada.
       CONTROLAR-REPROCESO.
           MOVE SPACES TO WS-ID-CORRIDA.
           OPEN INPUT DETALLE-SUCURSAL-FILE.
           IF FS-DETALLE IS EQUAL TO 00
               PERFORM LEER-DETALLE
               IF FS-DETALLE IS EQUAL TO 00
                   MOVE DET-ID-CORRIDA TO WS-ID-CORRIDA
               END-IF
               CLOSE DETALLE-SUCURSAL-FILE
           END-IF.
           INITIALIZE PAR-CSM-OUT.
           MOVE "VERIFICAR"   TO CSM-OP.
           MOVE WS-ID-CORRIDA TO CSM-ID-CORRIDA.
           MOVE "ASIENTOS-CONTABLES" TO CSM-PROGRAMA.
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
           MOVE "ASIENTOS-CONTABLES" TO CSM-PROGRAMA.
           MOVE CSM-AUTORIZADA   TO CSM-FORZADO.
           MOVE CSM-AUT-OPERADOR TO CSM-OPERADOR.
           MOVE CSM-AUT-MOTIVO   TO CSM-MOTIVO.
           CALL "CONTROLAR-CONSUMO" USING PAR-CSM-IN, PAR-CSM-OUT.

       END PROGRAM ASIENTOS-CONTABLES.
