      *- compensatoria inventada que ensuciaba Times.dat. Altas con
      *- validacion contra los maestros y pista de auditoria, como
      *- los demas mantenimientos.
      *-
      *- El contrato puede traer ademas su propio tope semanal de
      *- horas: TP_PARTE_1A paga con adicional de horas extra lo que
      *- el profesor dicte por encima de ese tope en la semana, en
      *- lugar del tope general de TopeHorasSemanales.txt (en blanco
      *- o 0 = rige el general).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  CON-VIG-DESDE   PIC 9(08).
      *- 0 = contrato abierto, sin fecha de fin.
           03  CON-VIG-HASTA   PIC 9(08).
      *- Tope semanal de horas antes del adicional por horas extra
      *- (0 = rige el general).
           03  CON-HORAS-SEMANA PIC 9(03)V99.

       FD PROFESORES
           LABEL RECORD IS STANDARD.
           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD TIPOSCLASE-FILE
           LABEL RECORD IS STANDARD.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

           ELSE
               MOVE WS-HORAS-TEXTO TO WS-HORAS-NUM
               COMPUTE CON-HORAS-MIN = WS-HORAS-NUM / 100
               PERFORM CAPTURAR-TOPE-SEMANAL
               DISPLAY "TIPO DE CLASE PARA VALORIZAR: "
                   WITH NO ADVANCING
               ACCEPT CON-TIP-CLASE
               END-IF
           END-IF.

       CAPTURAR-TOPE-SEMANAL.
           DISPLAY "TOPE SEMANAL DE HORAS EXTRA (SIN COMA, DOS "
               "DECIMALES, VACIO = EL GENERAL): " WITH NO ADVANCING.
           ACCEPT WS-HORAS-TEXTO.
           IF WS-HORAS-TEXTO IS NUMERIC
               MOVE WS-HORAS-TEXTO TO WS-HORAS-NUM
               COMPUTE CON-HORAS-SEMANA = WS-HORAS-NUM / 100
           ELSE
               MOVE 0 TO CON-HORAS-SEMANA
           END-IF.

       CAPTURAR-VIGENCIA-CONTRATO.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT CON-VIG-DESDE.
               DISPLAY "HORAS MINIMAS " CON-HORAS-MIN " TIPO "
                   CON-TIP-CLASE " DESDE " CON-VIG-DESDE
                   " HASTA " CON-VIG-HASTA
               IF CON-HORAS-SEMANA IS NUMERIC
                   AND CON-HORAS-SEMANA > 0
                   DISPLAY "   TOPE SEMANAL " CON-HORAS-SEMANA
               END-IF
               ADD 1 TO CANT-LISTADOS
           END-IF.
           PERFORM LEER-CONTRATO.
