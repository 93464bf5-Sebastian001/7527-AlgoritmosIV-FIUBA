       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARAR-DATO.
       AUTHOR. "ADRIAN MOULY - SEBASTIAN TORRES".
       DATE-WRITTEN. "2DO CUATRIMESTRE 2015".

      *- Enmascarado de datos personales para listados internos y
      *- pantallas: el CBU se muestra como 18 asteriscos y los
      *- ultimos 4 digitos, el DNI como 5 asteriscos y los ultimos 3
      *- digitos; alcanza para que quien atiende reconozca la cuenta
      *- o la persona sin que el dato completo circule en papel. Se
      *- pide como subprograma (igual que VALIDAR-CUIT) porque lo
      *- llaman los listados y los mantenimientos. Quien puede ver el
      *- dato completo lo decide el llamador (VOP-DATOS-PERSONALES de
      *- VALIDAR-OPERADOR); los listados batch enmascaran siempre.
      *- Operacion "CBU" o "DNI"; cualquier otra devuelve asteriscos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-DNI-TEXTO      PIC 9(08).

       LINKAGE SECTION.

       01 PAR-MASC-IN.
           03 MSC-OP            PIC X(03).
           03 MSC-DATO          PIC X(22).

       01 PAR-MASC-OUT          PIC X(22).

       PROCEDURE DIVISION USING PAR-MASC-IN, PAR-MASC-OUT.

           MOVE SPACES TO PAR-MASC-OUT.
           EVALUATE MSC-OP
               WHEN "CBU"
                   MOVE ALL "*" TO PAR-MASC-OUT(1:18)
                   MOVE MSC-DATO(19:4) TO PAR-MASC-OUT(19:4)
               WHEN "DNI"
                   MOVE MSC-DATO(1:8) TO WS-DNI-TEXTO
                   MOVE ALL "*" TO PAR-MASC-OUT(1:5)
                   MOVE WS-DNI-TEXTO(6:3) TO PAR-MASC-OUT(6:3)
               WHEN OTHER
                   MOVE ALL "*" TO PAR-MASC-OUT
           END-EVALUATE.
           EXIT PROGRAM.

       END PROGRAM ENMASCARAR-DATO.
