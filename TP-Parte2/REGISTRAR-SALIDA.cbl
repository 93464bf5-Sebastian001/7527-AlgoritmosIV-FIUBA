       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-SALIDA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Catalogo de salidas impresas. Cada corrida pisaba Recibos.txt,
      *- ListadoSucursal.txt, los ListadoSucursal<COD>.txt,
      *- FacturasSucursales.txt y CertificadosAnuales.txt, y no habia
      *- forma de saber que se habia entregado ni de rehacer un
      *- documento de una corrida anterior. El programa que produce
      *- la salida llama a este subprograma despues de cerrarla: se
      *- copia a una generacion numerada (<nombre>-G<nnnn>.<ext> en
      *- ../files/out, que no se pisa nunca) y se deja una fila en
      *- CatalogoSalidas.dat con fecha y hora, programa, tipo de
      *- salida, cantidad de lineas y un hash de control tomado
      *- durante la copia (suma de los pares de bytes de cada linea,
      *- que trunca en silencio igual que el de ResguardoCatalogo).
      *- DISTRIBUIR-SALIDAS arma los paquetes por destinatario a
      *- partir de la ultima generacion catalogada. Se pide como
      *- subprograma (igual que REGISTRAR-OCUPACION) porque lo llaman
      *- varios programas.
      *- Tipos: "REC" recibos de haberes, "LST" listado general de
      *- sucursales, "EST" listado de una sucursal (SAL-CLAVE lleva el
      *- codigo), "FAC" facturas a sucursales, "CER" certificados
      *- anuales.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ORIGEN-FILE
           ASSIGN TO WS-RUTA-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEN.

       SELECT GENERACION-FILE
           ASSIGN TO WS-RUTA-GENERACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENERACION.

       SELECT CATALOGO-FILE
           ASSIGN TO DISK "../files/out/CatalogoSalidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

       FD ORIGEN-FILE LABEL RECORD OMITTED.
       01 REG-ORIGEN.
           03 ORI-LINEA         PIC X(250).
      *- Vista en pares de bytes para el hash de control.
       01 REG-ORIGEN-PARES REDEFINES REG-ORIGEN.
           03 ORI-PAR           PIC 9(04) BINARY OCCURS 125 TIMES.

       FD GENERACION-FILE LABEL RECORD OMITTED.
       01 REG-GENERACION        PIC X(250).

       FD CATALOGO-FILE LABEL RECORD OMITTED.
       01 REG-CATALOGO-SALIDA.
           03 CSA-FECHA         PIC 9(08).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-HORA          PIC 9(06).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-PROGRAMA      PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-TIPO          PIC X(03).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-CLAVE         PIC X(05).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-ARCHIVO       PIC X(30).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-GENERACION    PIC 9(04).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-CANTIDAD      PIC 9(07).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-HASH          PIC 9(12).
           03 FILLER            PIC X     VALUE SPACE.
           03 CSA-RUTA          PIC X(60).

       WORKING-STORAGE SECTION.

       77 FS-ORIGEN            PIC X(2).
       77 FS-GENERACION        PIC X(2).
       77 FS-CATALOGO          PIC X(2).

       77 WS-RUTA-ORIGEN       PIC X(60)   VALUE SPACES.
       77 WS-RUTA-GENERACION   PIC X(60)   VALUE SPACES.
       77 WS-NOMBRE-BASE       PIC X(30)   VALUE SPACES.
       77 WS-EXTENSION         PIC X(10)   VALUE SPACES.
       77 WS-ULTIMA-GENERACION PIC 9(04)   VALUE 0.
       77 WS-SUB-PAR           PIC 9(03)   VALUE 0.

       01 WS-FECHA-HORA.
           03 WS-FH-FECHA       PIC 9(08).
           03 WS-FH-HORA        PIC 9(06).

       LINKAGE SECTION.

       01 PAR-SAL-IN.
           03 SAL-PROGRAMA      PIC X(20).
           03 SAL-TIPO          PIC X(03).
      *- Codigo de sucursal para "EST"; en blanco para el resto.
           03 SAL-CLAVE         PIC X(05).
      *- Nombre del archivo dentro de ../files/out.
           03 SAL-ARCHIVO       PIC X(30).

       01 PAR-SAL-OUT.
      *- "00" catalogado, "10" la salida no existe (no se cataloga),
      *- "99" error de archivo (el llamador sigue igual).
           03 SAL-CR            PIC X(02).
           03 SAL-GENERACION    PIC 9(04).
           03 SAL-CANTIDAD      PIC 9(07).
           03 SAL-HASH          PIC 9(12).

       PROCEDURE DIVISION USING PAR-SAL-IN, PAR-SAL-OUT.

           MOVE "00" TO SAL-CR.
           MOVE 0 TO SAL-GENERACION.
           MOVE 0 TO SAL-CANTIDAD.
           MOVE 0 TO SAL-HASH.
           PERFORM BUSCAR-ULTIMA-GENERACION.
           PERFORM ARMAR-RUTAS.
           PERFORM COPIAR-GENERACION.
           IF SAL-CR IS EQUAL TO "00"
               PERFORM GRABAR-CATALOGO
           END-IF.
           EXIT PROGRAM.

      *- La proxima generacion es la mayor catalogada para el mismo
      *- archivo mas uno; sin catalogo todavia, arranca en uno.
       BUSCAR-ULTIMA-GENERACION.
           MOVE 0 TO WS-ULTIMA-GENERACION.
           OPEN INPUT CATALOGO-FILE.
           IF FS-CATALOGO IS EQUAL TO 00
               PERFORM LEER-CATALOGO
               PERFORM COMPARAR-GENERACION
                   UNTIL FS-CATALOGO IS NOT EQUAL TO 00
               CLOSE CATALOGO-FILE
           END-IF.
           COMPUTE SAL-GENERACION = WS-ULTIMA-GENERACION + 1.

       LEER-CATALOGO.
           READ CATALOGO-FILE.
           IF FS-CATALOGO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CATALOGO SALIDAS FS: "
                   FS-CATALOGO
           END-IF.

       COMPARAR-GENERACION.
           IF CSA-ARCHIVO IS EQUAL TO SAL-ARCHIVO
               AND CSA-GENERACION IS NUMERIC
               AND CSA-GENERACION > WS-ULTIMA-GENERACION
               MOVE CSA-GENERACION TO WS-ULTIMA-GENERACION
           END-IF.
           PERFORM LEER-CATALOGO.

      *- ListadoSucursal001.txt, generacion 7 ->
      *- ListadoSucursal001-G0007.txt.
       ARMAR-RUTAS.
           MOVE SPACES TO WS-RUTA-ORIGEN.
           STRING "../files/out/" DELIMITED BY SIZE
               SAL-ARCHIVO DELIMITED BY SPACE
               INTO WS-RUTA-ORIGEN.
           MOVE SPACES TO WS-NOMBRE-BASE.
           MOVE SPACES TO WS-EXTENSION.
           UNSTRING SAL-ARCHIVO DELIMITED BY "." OR SPACE
               INTO WS-NOMBRE-BASE, WS-EXTENSION.
           MOVE SPACES TO WS-RUTA-GENERACION.
           STRING "../files/out/" DELIMITED BY SIZE
               WS-NOMBRE-BASE DELIMITED BY SPACE
               "-G" DELIMITED BY SIZE
               SAL-GENERACION DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-EXTENSION DELIMITED BY SPACE
               INTO WS-RUTA-GENERACION.

       COPIAR-GENERACION.
           OPEN INPUT ORIGEN-FILE.
           IF FS-ORIGEN IS NOT EQUAL TO 00
               DISPLAY "SALIDA " SAL-ARCHIVO " INEXISTENTE, NO SE "
                   "CATALOGA"
               MOVE "10" TO SAL-CR
           ELSE
               OPEN OUTPUT GENERACION-FILE
               IF FS-GENERACION IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR GENERACION FS: "
                       FS-GENERACION
                   MOVE "99" TO SAL-CR
               ELSE
                   PERFORM LEER-ORIGEN
                   PERFORM COPIAR-LINEA
                       UNTIL FS-ORIGEN IS NOT EQUAL TO 00
                   CLOSE GENERACION-FILE
               END-IF
               CLOSE ORIGEN-FILE
           END-IF.

       LEER-ORIGEN.
           MOVE SPACES TO REG-ORIGEN.
           READ ORIGEN-FILE.
           IF FS-ORIGEN IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SALIDA FS: " FS-ORIGEN
               MOVE "99" TO SAL-CR
           END-IF.

       COPIAR-LINEA.
           ADD 1 TO SAL-CANTIDAD.
           PERFORM SUMAR-PAR
               VARYING WS-SUB-PAR FROM 1 BY 1
               UNTIL WS-SUB-PAR > 125.
           MOVE REG-ORIGEN TO REG-GENERACION.
           WRITE REG-GENERACION.
           IF FS-GENERACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR GENERACION FS: " FS-GENERACION
               MOVE "99" TO SAL-CR
           END-IF.
           PERFORM LEER-ORIGEN.

       SUMAR-PAR.
           ADD ORI-PAR(WS-SUB-PAR) TO SAL-HASH.

      *- Abre, graba y cierra en el momento, igual que la bitacora de
      *- corridas.
       GRABAR-CATALOGO.
           OPEN EXTEND CATALOGO-FILE.
           IF FS-CATALOGO IS NOT EQUAL TO 00
               OPEN OUTPUT CATALOGO-FILE
           END-IF.
           IF FS-CATALOGO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CATALOGO SALIDAS FS: "
                   FS-CATALOGO
               MOVE "99" TO SAL-CR
           ELSE
               MOVE SPACES          TO REG-CATALOGO-SALIDA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FH-FECHA     TO CSA-FECHA
               MOVE WS-FH-HORA      TO CSA-HORA
               MOVE SAL-PROGRAMA    TO CSA-PROGRAMA
               MOVE SAL-TIPO        TO CSA-TIPO
               MOVE SAL-CLAVE       TO CSA-CLAVE
               MOVE SAL-ARCHIVO     TO CSA-ARCHIVO
               MOVE SAL-GENERACION  TO CSA-GENERACION
               MOVE SAL-CANTIDAD    TO CSA-CANTIDAD
               MOVE SAL-HASH        TO CSA-HASH
               MOVE WS-RUTA-GENERACION TO CSA-RUTA
               WRITE REG-CATALOGO-SALIDA
               CLOSE CATALOGO-FILE
           END-IF.

       END PROGRAM REGISTRAR-SALIDA.
