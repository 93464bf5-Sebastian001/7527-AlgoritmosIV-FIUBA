      *- su perfil alcance para el programa que lo llama en modo
      *- actualizacion; el intento denegado queda en Excepciones.dat.
      *- Perfiles: "S" supervisor (todo), "M" mantenimiento de
      *- maestros, "C" captura y lotes (y la carga de resultados de
      *- auditoria interna). Un programa que no figura en
      *- la tabla exige supervisor, que es el defecto seguro. Codigo
      *- de retorno: "00" autorizado, "10" operador inexistente,
      *- "20" clave erronea, "30" perfil insuficiente, "99" sin
      *- maestro de operadores (el llamador decide; en la transicion
      *- se sigue trabajando como antes, avisando). La consulta
      *- integral de profesor (CONSULTA-PROFESOR), aunque no
      *- actualiza nada, pide perfil "M" por los datos que muestra.
      *- Los reintegros de gastos se cargan con perfil "M", pero solo
      *- un supervisor los aprueba (lo controla MANTENIMIENTO-
      *- REINTEGROS con el perfil devuelto).
      *- Datos personales: OPE-DATOS-PERSONALES en "S" habilita al
      *- operador a ver DNI y CBU completos en pantalla; sin esa
      *- marca (y salvo supervisor) los programas los muestran
      *- enmascarados (ver ENMASCARAR-DATO). Se devuelve en
      *- VOP-DATOS-PERSONALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 OPE-NOMBRE        PIC X(25).
           03 OPE-PASSWORD      PIC X(10).
           03 OPE-PERFIL        PIC X(01).
           03 OPE-DATOS-PERSONALES PIC X(01).

       FD EXCEPCIONES
           LABEL RECORD OMITTED.
       77 WS-NOMBRE-HALLADO    PIC X(25)   VALUE SPACES.
       77 WS-PASSWORD-HALLADA  PIC X(10)   VALUE SPACES.
       77 WS-PERFIL-HALLADO    PIC X(01)   VALUE SPACE.
       77 WS-DATOS-HALLADO     PIC X(01)   VALUE SPACE.

      *- Perfil minimo que exige el programa llamador: "M" para los
      *- mantenimientos de maestros, "C" para captura y lotes; todo
           03 VOP-CR            PIC X(02).
           03 VOP-NOMBRE        PIC X(25).
           03 VOP-PERFIL        PIC X(01).
           03 VOP-DATOS-PERSONALES PIC X(01).

       PROCEDURE DIVISION USING PAR-OPE-IN, PAR-OPE-OUT.

           MOVE SPACES TO VOP-NOMBRE.
           MOVE SPACE  TO VOP-PERFIL.
           MOVE "N"    TO VOP-DATOS-PERSONALES.
           PERFORM BUSCAR-OPERADOR.
           IF FS-OPERADORES IS EQUAL TO "99"
               MOVE "99" TO VOP-CR
               MOVE OPE-NOMBRE   TO WS-NOMBRE-HALLADO
               MOVE OPE-PASSWORD TO WS-PASSWORD-HALLADA
               MOVE OPE-PERFIL   TO WS-PERFIL-HALLADO
               MOVE OPE-DATOS-PERSONALES TO WS-DATOS-HALLADO
           END-IF.
           PERFORM LEER-OPERADOR.

               WHEN OTHER
                   MOVE WS-NOMBRE-HALLADO TO VOP-NOMBRE
                   MOVE WS-PERFIL-HALLADO TO VOP-PERFIL
                   IF WS-PERFIL-HALLADO IS EQUAL TO "S"
                       OR WS-DATOS-HALLADO IS EQUAL TO "S"
                       MOVE "S" TO VOP-DATOS-PERSONALES
                   END-IF
                   PERFORM DETERMINAR-PERFIL-REQUERIDO
                   IF WS-PERFIL-HALLADO IS EQUAL TO "S"
                       OR WS-PERFIL-HALLADO IS EQUAL
               WHEN "MANTENIM-CONTRATOS"
               WHEN "MANTENIM-COBRANZAS"
               WHEN "MANTENIM-AGENDA"
               WHEN "MANTENIM-EMBARGOS"
               WHEN "MANTENIM-HABILITAC"
               WHEN "MANTENIM-CONVENIOS"
               WHEN "MANTENIM-FACT-PROF"
               WHEN "MANTENIM-DISPONIB"
               WHEN "MANTENIM-DEMANDA"
               WHEN "MANTENIM-DISPUTAS"
               WHEN "MANTENIM-INDICES"
               WHEN "MANTENIM-REINTEGROS"
               WHEN "CONSULTA-PROFESOR"
                   MOVE "M" TO WS-PERFIL-REQUERIDO
               WHEN "CAPTURA-NOVEDADES"
               WHEN "CIERRE-LOTE-CAPTURA"
               WHEN "CARGA-RESULT-AUDIT"
                   MOVE "C" TO WS-PERFIL-REQUERIDO
               WHEN OTHER
                   MOVE "S" TO WS-PERFIL-REQUERIDO
