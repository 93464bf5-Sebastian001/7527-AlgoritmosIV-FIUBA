           03  PROF-FECHA-ALTA PIC 9(08).
           03  PROF-FECHA-BAJA PIC 9(08).
           03  PROF-ESTADO     PIC X(01).
              88 PROF-DADO-DE-BAJA         VALUE "B" "L".
           03  PROF-COND-FISCAL PIC X(01).

       FD AUDITORIA
           LABEL RECORD OMITTED.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION.

