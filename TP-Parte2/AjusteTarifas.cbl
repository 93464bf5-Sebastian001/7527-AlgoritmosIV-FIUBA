      *- rango.
              03 TIP-HORAS-MIN     PIC 9(2)V99.
              03 TIP-HORAS-MAX     PIC 9(2)V99.
      *- Minimo de alumnos presentes esperado por clase (0 o en
      *- blanco en las filas anteriores = sin control); lo usa el
      *- informe de asistencia por tipo de clase.
              03 TIP-ASIST-MIN     PIC 9(03).
      *- Porcentaje que se paga y se factura de una clase cancelada
      *- tarde por la sucursal (novedad "T"; en blanco = 0).
              03 TIP-PORC-CANCEL   PIC 9(03)V99.

       FD TARIFAS-FILE
           LABEL RECORD IS STANDARD.
               05  VEC-TC-TARIFA      PIC 9(05)V99.
               05  VEC-TC-HORAS-MIN   PIC 9(02)V99.
               05  VEC-TC-HORAS-MAX   PIC 9(02)V99.
               05  VEC-TC-ASIST-MIN   PIC 9(03).
               05  VEC-TC-PORC-CANCEL PIC 9(03)V99.

       77 CANT-TC           PIC 999        VALUE 0.

               05 VEC-AJU-VIG-BASE     PIC 9(08).
               05 VEC-AJU-TARIFA-BASE  PIC 9(05)V99.
               05 VEC-AJU-TARIFA-NUEVA PIC 9(05)V99.
      *- Rango de horas, minimo de asistentes y porcentaje de
      *- cancelacion de la fila base, que la fila nueva conserva.
               05 VEC-AJU-HORAS-MIN    PIC 9(02)V99.
               05 VEC-AJU-HORAS-MAX    PIC 9(02)V99.
               05 VEC-AJU-ASIST-MIN    PIC 9(03).
               05 VEC-AJU-PORC-CANCEL  PIC 9(03)V99.
               05 VEC-AJU-YA-EXISTE    PIC X(01).

       77 CANT-AJUSTES      PIC 999        VALUE 0.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       01 WS-FECHA-HORA-AUD.
           03 WS-FHA-FECHA      PIC 9(08).
           MOVE TIP-TARIFA  TO VEC-TC-TARIFA(INDICE-TC).
           MOVE TIP-HORAS-MIN TO VEC-TC-HORAS-MIN(INDICE-TC).
           MOVE TIP-HORAS-MAX TO VEC-TC-HORAS-MAX(INDICE-TC).
           IF TIP-ASIST-MIN IS NUMERIC
               MOVE TIP-ASIST-MIN TO VEC-TC-ASIST-MIN(INDICE-TC)
           ELSE
               MOVE 0 TO VEC-TC-ASIST-MIN(INDICE-TC)
           END-IF.
           IF TIP-PORC-CANCEL IS NUMERIC
               MOVE TIP-PORC-CANCEL TO VEC-TC-PORC-CANCEL(INDICE-TC)
           ELSE
               MOVE 0 TO VEC-TC-PORC-CANCEL(INDICE-TC)
           END-IF.
           SET CANT-TC TO INDICE-TC.
           PERFORM LEER-TIPOSCLASE.

               MOVE 0 TO VEC-AJU-TARIFA-NUEVA(IND-AJU-HALLADO)
               MOVE 0 TO VEC-AJU-HORAS-MIN(IND-AJU-HALLADO)
               MOVE 0 TO VEC-AJU-HORAS-MAX(IND-AJU-HALLADO)
               MOVE 0 TO VEC-AJU-ASIST-MIN(IND-AJU-HALLADO)
               MOVE 0 TO VEC-AJU-PORC-CANCEL(IND-AJU-HALLADO)
               MOVE "N" TO VEC-AJU-YA-EXISTE(IND-AJU-HALLADO)
           ELSE
               DISPLAY "TABLA DE AJUSTES LLENA"
                       TO VEC-AJU-HORAS-MIN(IND-AJU-HALLADO)
                   MOVE VEC-TC-HORAS-MAX(INDICE-TC)
                       TO VEC-AJU-HORAS-MAX(IND-AJU-HALLADO)
                   MOVE VEC-TC-ASIST-MIN(INDICE-TC)
                       TO VEC-AJU-ASIST-MIN(IND-AJU-HALLADO)
                   MOVE VEC-TC-PORC-CANCEL(INDICE-TC)
                       TO VEC-AJU-PORC-CANCEL(IND-AJU-HALLADO)
               END-IF
           END-IF.

                       TO TIP-HORAS-MIN
                   MOVE VEC-AJU-HORAS-MAX(INDICE-AJU)
                       TO TIP-HORAS-MAX
                   MOVE VEC-AJU-ASIST-MIN(INDICE-AJU)
                       TO TIP-ASIST-MIN
                   MOVE VEC-AJU-PORC-CANCEL(INDICE-AJU)
                       TO TIP-PORC-CANCEL
                   WRITE REG-TIPOSCLASE
                   IF FS-TIPOSCLASE IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL GRABAR TIPOSCLASE FS: "
