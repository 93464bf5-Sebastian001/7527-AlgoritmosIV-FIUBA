      *- produccion en vez de los seis pasos fijos mas una docena de
      *- crontabs y memoria. El ultimo paso completado queda en
      *- CadenaCheckpoint.dat y una nueva ejecucion retoma desde el
      *- paso que fallo. Sin PlanCadena.dat rige el plan por defecto
      *- de diez pasos diarios (ver CARGAR-PLAN-POR-DEFECTO). Los pasos
      *- terminan con GOBACK para devolver el control aca; un STOP
      *- RUN interno de un paso corta la cadena entera, que es
      *- exactamente lo que corresponde.
           PERFORM REGISTRAR-CONTROL-FIN.
           STOP RUN.

      *- PlanCadena.dat es opcional: sin archivo rige el plan por
      *- defecto de diez pasos diarios encadenados.
       CARGAR-PLAN.
           MOVE 0 TO CANT-PASOS.
           OPEN INPUT PLAN-FILE.
               CLOSE PLAN-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO PLANCADENA.DAT, SE USA EL "
                   "PLAN DE DIEZ PASOS POR DEFECTO"
               PERFORM CARGAR-PLAN-POR-DEFECTO
           END-IF.
           IF CANT-PASOS = 0
           END-IF.
           PERFORM LEER-PLAN.

      *- Los seis pasos historicos mas los controles de superposicion
      *- de clases y de fichadas del reloj, que corren sobre las
      *- fuentes antes del merge. Esos controles son opcionales (una
      *- falla suya avisa y la cadena sigue) y TP_PARTE_1A no depende
      *- de ellos sino del creador de indexados.
       CARGAR-PLAN-POR-DEFECTO.
           MOVE 10 TO CANT-PASOS.
           MOVE "CREADOR-DE-ARCHIVOS-INDEXADOS" TO VEC-PLN-CALL(1).
           MOVE "CREADOR-INDEXADOS"   TO VEC-PLN-LOG(1).
           MOVE "SUPERPOSICION-CLASES" TO VEC-PLN-CALL(2).
           MOVE "SUPERPOSICION-CLASES" TO VEC-PLN-LOG(2).
           MOVE "CONTROL-FICHADAS"    TO VEC-PLN-CALL(3).
           MOVE "CONTROL-FICHADAS"    TO VEC-PLN-LOG(3).
           MOVE "TP_PARTE_1A"         TO VEC-PLN-CALL(4).
           MOVE "TP_PARTE_1A"         TO VEC-PLN-LOG(4).
           MOVE "TP_PARTE_1B"         TO VEC-PLN-CALL(5).
           MOVE "TP_PARTE_1B"         TO VEC-PLN-LOG(5).
           MOVE "TP_PARTE_1C"         TO VEC-PLN-CALL(6).
           MOVE "TP_PARTE_1C"         TO VEC-PLN-LOG(6).
           MOVE "RECONCILIAR-TOTALES" TO VEC-PLN-CALL(7).
           MOVE "RECONCILIAR-TOTALES" TO VEC-PLN-LOG(7).
           MOVE "TP-PARTE2"           TO VEC-PLN-CALL(8).
           MOVE "TP-PARTE2"           TO VEC-PLN-LOG(8).
           MOVE "CAPACIDAD-TABLAS"    TO VEC-PLN-CALL(9).
           MOVE "CAPACIDAD-TABLAS"    TO VEC-PLN-LOG(9).
           MOVE "DISTRIBUIR-SALIDAS"  TO VEC-PLN-CALL(10).
           MOVE "DISTRIBUIR-SALIDAS"  TO VEC-PLN-LOG(10).
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
               UNTIL INDICE-PLAN > 10
               MOVE "D" TO VEC-PLN-FRECUENCIA(INDICE-PLAN)
               MOVE 0   TO VEC-PLN-DIA(INDICE-PLAN)
               MOVE "S" TO VEC-PLN-OBLIGATORIO(INDICE-PLAN)
               SUBTRACT 1 FROM VEC-PLN-PREDECESOR(INDICE-PLAN)
               MOVE SPACE TO VEC-PLN-RESULTADO(INDICE-PLAN)
           END-PERFORM.
           MOVE "N" TO VEC-PLN-OBLIGATORIO(2).
           MOVE "N" TO VEC-PLN-OBLIGATORIO(3).
           MOVE 1   TO VEC-PLN-PREDECESOR(3).
           MOVE 1   TO VEC-PLN-PREDECESOR(4).
      *- El informe de capacidad solo avisa: no frena la cadena ni
      *- depende de ningun paso.
           MOVE "N" TO VEC-PLN-OBLIGATORIO(9).
           MOVE 0   TO VEC-PLN-PREDECESOR(9).
      *- La distribucion de salidas tampoco frena la cadena: lo que
      *- no se entrega hoy sale en la proxima corrida. Depende de
      *- TP-PARTE2, el ultimo que cataloga salidas.
           MOVE "N" TO VEC-PLN-OBLIGATORIO(10).
           MOVE 8   TO VEC-PLN-PREDECESOR(10).

      *- Sin checkpoint (o en cero) la cadena arranca desde el primer
      *- paso; un valor 1..CANT-PASOS-1 indica hasta donde llego la
