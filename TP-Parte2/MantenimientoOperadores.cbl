      *- a los mantenimientos y capturas. Este propio programa exige
      *- perfil supervisor. El alta y la baja quedan en la pista de
      *- auditoria con la clave enmascarada: la auditoria prueba el
      *- movimiento, no publica contrasenias. La marca de datos
      *- personales ("S"/"N") dice si el operador puede ver DNI y
      *- CBU completos; el supervisor los ve siempre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 OPE-NOMBRE        PIC X(25).
           03 OPE-PASSWORD      PIC X(10).
           03 OPE-PERFIL        PIC X(01).
           03 OPE-DATOS-PERSONALES PIC X(01).

       FD TRABAJO
           LABEL RECORD OMITTED.
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

      *- Imagen de auditoria con la clave enmascarada.
       01 WS-IMAGEN-ENMASCARADA.
           03 IMG-NOMBRE        PIC X(25).
           03 IMG-PASSWORD      PIC X(10)   VALUE ALL "*".
           03 IMG-PERFIL        PIC X(01).
           03 IMG-DATOS-PERSONALES PIC X(01).

       01 WS-CODIGO-BAJA        PIC X(10)   VALUE SPACES.
       01 WS-HAY-EXISTENTE      PIC X(01)   VALUE "N".
                   AND OPE-PERFIL IS NOT EQUAL TO "C"
                   DISPLAY "PERFIL INVALIDO: " OPE-PERFIL
               ELSE
                   DISPLAY "VE DNI Y CBU COMPLETOS (S/N): "
                       WITH NO ADVANCING
                   ACCEPT OPE-DATOS-PERSONALES
                   IF OPE-DATOS-PERSONALES IS NOT EQUAL TO "S"
                       MOVE "N" TO OPE-DATOS-PERSONALES
                   END-IF
                   PERFORM GRABAR-OPERADOR
               END-IF
           END-IF.
           MOVE OPE-NOMBRE TO IMG-NOMBRE.
           MOVE ALL "*"    TO IMG-PASSWORD.
           MOVE OPE-PERFIL TO IMG-PERFIL.
           MOVE OPE-DATOS-PERSONALES TO IMG-DATOS-PERSONALES.

       LISTAR-OPERADORES.
           MOVE 0 TO CANT-LISTADOS.

      *- La clave no se muestra nunca.
       MOSTRAR-OPERADOR.
           DISPLAY OPE-CODIGO " " OPE-NOMBRE " PERFIL " OPE-PERFIL
               " DATOS PERSONALES " OPE-DATOS-PERSONALES.
           ADD 1 TO CANT-LISTADOS.
           PERFORM LEER-OPERADOR.

