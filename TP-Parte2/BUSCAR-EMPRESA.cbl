       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-EMPRESA.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Empresa empleadora de cada sucursal. El grupo opera la misma
      *- actividad con mas de una razon social, cada una con su CUIT,
      *- su serie de facturas, sus asientos y sus pagos; la sucursal
      *- dice a cual pertenece (SUC-EMPRESA). Al ABRIR se cargan en
      *- memoria Empresas.dat y el codigo/CUIT/empresa de cada
      *- sucursal, y despues se resuelve la empresa:
      *-   - BUSCAR: por codigo de empresa;
      *-   - BUSCS:  por codigo de sucursal;
      *-   - BUSCC:  por CUIT de la sucursal (como viajan los
      *-             listados, el devengado y las facturas);
      *-   - PRIMER/SIGTE: recorrido de todas las empresas.
      *- Una sucursal sin empresa (o que no esta en el maestro) se
      *- atribuye a la empresa por defecto CON-EMPRESA-DEFECTO, la
      *- unica que habia antes. Sin Empresas.dat se devuelve CR "99"
      *- con el codigo resuelto y los datos en blanco: quien llama
      *- sigue trabajando como empresa unica.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMPRESAS
           ASSIGN TO DISK "../files/in/Empresas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPRESAS.

       SELECT SUCURSALES
           ASSIGN TO DISK "../files/in/ArchivosIndexados/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-SUCURSAL OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-CUIT OF REG-SUCURSALES
           ALTERNATE RECORD KEY IS SUC-RAZON OF REG-SUCURSALES
           WITH DUPLICATES
           FILE STATUS IS FS-SUCURSALES.

       DATA DIVISION.
       FILE SECTION.

       FD EMPRESAS
           LABEL RECORD IS STANDARD.
       01 REG-EMPRESAS.
           03  EMP-CODIGO      PIC X(02).
           03  EMP-RAZON       PIC X(25).
           03  EMP-CUIT        PIC 9(11).
           03  EMP-DIRE        PIC X(20).
      *- Punto de venta AFIP propio de la empresa (0 = el general de
      *- FACTURACION-SUCURSALES).
           03  EMP-PTO-VENTA   PIC 9(04).

       FD SUCURSALES
           LABEL RECORD IS STANDARD.
       01 REG-SUCURSALES.
           03  SUC-SUCURSAL    PIC X(03).
           03  SUC-RAZON       PIC X(25).
           03  SUC-DIRE        PIC X(20).
           03  SUC-TEL         PIC X(20).
           03  SUC-CUIT        PIC 9(11).
           03  SUC-ZONA        PIC X(02).
           03  SUC-EMPRESA     PIC X(02).

       WORKING-STORAGE SECTION.

       01 FS-EMPRESAS          PIC XX.
       01 FS-SUCURSALES        PIC XX.
           88 OK-SUC                   VALUE "00".

       78 CON-EMPRESA-DEFECTO  VALUE "01".
       78 CON-CANT-EMP-MAX     VALUE 20.
       78 CON-CANT-SUC-MAX     VALUE 500.

       77 WS-HAY-EMPRESAS      PIC X(01)   VALUE "N".
          88 HAY-EMPRESAS                  VALUE "S".
       77 WS-EMPRESA-RESUELTA  PIC X(02)   VALUE SPACES.

       01 VEC-EMPRESAS.
           03 VEC-EMP-ELM
               OCCURS CON-CANT-EMP-MAX TIMES
               INDEXED BY INDICE-EMP.
               05 VEC-EMP-REG         PIC X(62).
               05 VEC-EMP-CODIGO REDEFINES VEC-EMP-REG
                                      PIC X(02).
       77 CANT-EMPRESAS        PIC 99      VALUE 0.
       77 IND-EMP-HALLADO      PIC 99      VALUE 0.
       77 IND-EMP-RECORRIDO    PIC 99      VALUE 0.

       01 VEC-SUCURSALES.
           03 VEC-SUC-ELM
               OCCURS CON-CANT-SUC-MAX TIMES
               INDEXED BY INDICE-SUC.
               05 VEC-SUC-COD         PIC X(03).
               05 VEC-SUC-CUIT        PIC 9(11).
               05 VEC-SUC-EMPRESA     PIC X(02).
       77 CANT-SUCURSALES      PIC 999     VALUE 0.
       77 IND-SUC-HALLADO      PIC 999     VALUE 0.

       LINKAGE SECTION.

       01 PAR-EMP-IN.
           03  EMI-OP                  PIC X(06).
           03  EMI-EMPRESA             PIC X(02).
           03  EMI-SUCURSAL            PIC X(03).
           03  EMI-CUIT                PIC 9(11).

       01 PAR-EMP-OUT.
           03 EMO-CR                  PIC X(02).
           03 EMO-REG-EMPRESAS.
               05  EMO-CODIGO      PIC X(02).
               05  EMO-RAZON       PIC X(25).
               05  EMO-CUIT        PIC 9(11).
               05  EMO-DIRE        PIC X(20).
               05  EMO-PTO-VENTA   PIC 9(04).

       PROCEDURE DIVISION USING PAR-EMP-IN, PAR-EMP-OUT.

           IF (EMI-OP IS EQUAL TO "ABRIR")
               PERFORM ABRIR-EMPRESAS
           END-IF.
           IF (EMI-OP IS EQUAL TO "CERRAR")
               MOVE "00" TO EMO-CR
           END-IF.
           IF (EMI-OP IS EQUAL TO "BUSCAR")
               MOVE EMI-EMPRESA TO WS-EMPRESA-RESUELTA
               PERFORM DEVOLVER-EMPRESA
           END-IF.
           IF (EMI-OP IS EQUAL TO "BUSCS")
               PERFORM RESOLVER-POR-SUCURSAL
               PERFORM DEVOLVER-EMPRESA
           END-IF.
           IF (EMI-OP IS EQUAL TO "BUSCC")
               PERFORM RESOLVER-POR-CUIT
               PERFORM DEVOLVER-EMPRESA
           END-IF.
           IF (EMI-OP IS EQUAL TO "PRIMER")
               MOVE 0 TO IND-EMP-RECORRIDO
               PERFORM LISTAR-SIGUIENTE
           END-IF.
           IF (EMI-OP IS EQUAL TO "SIGTE")
               PERFORM LISTAR-SIGUIENTE
           END-IF.
           EXIT PROGRAM.

      *- Las dos cargas son independientes: sin Sucursales.dat
      *- indexado (TP_PARTE_1A trae las suyas) solo se resuelve por
      *- codigo de empresa.
       ABRIR-EMPRESAS.
           MOVE 0 TO CANT-EMPRESAS.
           MOVE 0 TO CANT-SUCURSALES.
           MOVE "N" TO WS-HAY-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF FS-EMPRESAS IS EQUAL TO 00
               MOVE "S" TO WS-HAY-EMPRESAS
               PERFORM LEER-EMPRESA
               PERFORM GUARDAR-EMPRESA UNTIL FS-EMPRESAS = 10
               CLOSE EMPRESAS
           END-IF.
           OPEN INPUT SUCURSALES.
           IF OK-SUC
               MOVE LOW-VALUES TO SUC-SUCURSAL OF REG-SUCURSALES
               START SUCURSALES
                   KEY IS >= SUC-SUCURSAL OF REG-SUCURSALES
               IF OK-SUC
                   PERFORM LEER-SUCURSAL
                   PERFORM GUARDAR-SUCURSAL UNTIL NOT OK-SUC
               END-IF
               CLOSE SUCURSALES
           END-IF.
           IF HAY-EMPRESAS
               MOVE "00" TO EMO-CR
           ELSE
               MOVE "99" TO EMO-CR
           END-IF.

       LEER-EMPRESA.
           READ EMPRESAS.
           IF FS-EMPRESAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMPRESAS FS: " FS-EMPRESAS
               MOVE 10 TO FS-EMPRESAS
           END-IF.

       GUARDAR-EMPRESA.
           IF CANT-EMPRESAS < CON-CANT-EMP-MAX
               ADD 1 TO CANT-EMPRESAS
               MOVE REG-EMPRESAS TO VEC-EMP-REG(CANT-EMPRESAS)
           ELSE
               DISPLAY "EMPRESAS.DAT EXCEDE " CON-CANT-EMP-MAX
                   " EMPRESAS, SE IGNORA " EMP-CODIGO
           END-IF.
           PERFORM LEER-EMPRESA.

       LEER-SUCURSAL.
           READ SUCURSALES NEXT RECORD.

       GUARDAR-SUCURSAL.
           IF CANT-SUCURSALES < CON-CANT-SUC-MAX
               ADD 1 TO CANT-SUCURSALES
               MOVE SUC-SUCURSAL TO VEC-SUC-COD(CANT-SUCURSALES)
               MOVE SUC-CUIT     TO VEC-SUC-CUIT(CANT-SUCURSALES)
               MOVE SUC-EMPRESA  TO VEC-SUC-EMPRESA(CANT-SUCURSALES)
           END-IF.
           PERFORM LEER-SUCURSAL.

       RESOLVER-POR-SUCURSAL.
           MOVE 0 TO IND-SUC-HALLADO.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
               IF VEC-SUC-COD(INDICE-SUC) IS EQUAL TO EMI-SUCURSAL
                   SET IND-SUC-HALLADO TO INDICE-SUC
               END-IF
           END-PERFORM.
           PERFORM EMPRESA-DE-SUCURSAL.

       RESOLVER-POR-CUIT.
           MOVE 0 TO IND-SUC-HALLADO.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
                   OR IND-SUC-HALLADO > 0
               IF VEC-SUC-CUIT(INDICE-SUC) IS EQUAL TO EMI-CUIT
                   SET IND-SUC-HALLADO TO INDICE-SUC
               END-IF
           END-PERFORM.
           PERFORM EMPRESA-DE-SUCURSAL.

       EMPRESA-DE-SUCURSAL.
           IF IND-SUC-HALLADO > 0
               MOVE VEC-SUC-EMPRESA(IND-SUC-HALLADO)
                   TO WS-EMPRESA-RESUELTA
           ELSE
               MOVE SPACES TO WS-EMPRESA-RESUELTA
           END-IF.

      *- Resuelve el codigo (blanco = empresa por defecto) contra la
      *- tabla y devuelve el registro del maestro.
       DEVOLVER-EMPRESA.
           IF WS-EMPRESA-RESUELTA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-RESUELTA
           END-IF.
           MOVE SPACES TO EMO-REG-EMPRESAS.
           MOVE 0 TO EMO-CUIT.
           MOVE 0 TO EMO-PTO-VENTA.
           MOVE WS-EMPRESA-RESUELTA TO EMO-CODIGO.
           MOVE 0 TO IND-EMP-HALLADO.
           PERFORM VARYING INDICE-EMP FROM 1 BY 1
               UNTIL INDICE-EMP > CANT-EMPRESAS
               IF VEC-EMP-CODIGO(INDICE-EMP) IS EQUAL
                   TO WS-EMPRESA-RESUELTA
                   SET IND-EMP-HALLADO TO INDICE-EMP
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT HAY-EMPRESAS
                   MOVE "99" TO EMO-CR
               WHEN IND-EMP-HALLADO = 0
                   MOVE "23" TO EMO-CR
               WHEN OTHER
                   MOVE VEC-EMP-REG(IND-EMP-HALLADO)
                       TO EMO-REG-EMPRESAS
                   MOVE "00" TO EMO-CR
           END-EVALUATE.

       LISTAR-SIGUIENTE.
           ADD 1 TO IND-EMP-RECORRIDO.
           IF IND-EMP-RECORRIDO > CANT-EMPRESAS
               MOVE "10" TO EMO-CR
           ELSE
               MOVE VEC-EMP-REG(IND-EMP-RECORRIDO) TO EMO-REG-EMPRESAS
               MOVE "00" TO EMO-CR
           END-IF.

       END PROGRAM BUSCAR-EMPRESA.
