      ******************************************************************
      * Copybook: SIMULA.cpy
      * Purpose:  Paragraphs for the simulation (dry-run) mode of the
      *           posting programs (ver SIMULAWS.cpy para los campos y
      *           la receta de uso).
      * Mod history:
      *   2026-10-15  CEVR  Created for the posting simulation mode.
      ******************************************************************
       LEO-MODO-SIMULACION.
           MOVE SPACE TO WS-SIM-AMBIENTE.
           ACCEPT WS-SIM-AMBIENTE FROM ENVIRONMENT "MODO_SIMULACION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           INITIALIZE REG-RESULTADO-CORRIDA.
           MOVE WS-BANNER-PROGRAMA TO RCO-PROGRAMA.
           IF WS-SIM-AMBIENTE (1:1) = "S"
            OR WS-SIM-AMBIENTE (1:1) = "s"
               MOVE "S" TO WS-SIM-MODO
               MOVE " - SIMULACION" TO WS-SIM-ROTULO
               DISPLAY "*** SIMULACION: se calcula y se reporta todo, "
                   "no se graba nada en los archivos ***"
           ELSE
               MOVE "N" TO WS-SIM-MODO
               MOVE SPACE TO WS-SIM-ROTULO.

       ANOTO-RESULTADO.
           MOVE 0 TO WS-SIM-HALLADO.
           PERFORM BUSCO-CONCEPTO-RESULTADO
               VARYING WS-SIM-I FROM 1 BY 1
               UNTIL WS-SIM-I > RCO-CONCEPTOS.
           IF WS-SIM-HALLADO = 0
               IF RCO-CONCEPTOS < 12
                   ADD 1 TO RCO-CONCEPTOS
                   MOVE RCO-CONCEPTOS   TO WS-SIM-HALLADO
                   MOVE WS-SIM-CONCEPTO TO RCO-NOMBRE (WS-SIM-HALLADO)
                   MOVE 0 TO RCO-CANTIDAD (WS-SIM-HALLADO)
                   MOVE 0 TO RCO-VALOR (WS-SIM-HALLADO)
               ELSE
                   GO TO F-ANOTO-RESULTADO
               END-IF
           END-IF.
           ADD WS-SIM-CANTIDAD TO RCO-CANTIDAD (WS-SIM-HALLADO).
           ADD WS-SIM-VALOR    TO RCO-VALOR (WS-SIM-HALLADO).

       F-ANOTO-RESULTADO.
           EXIT.

       BUSCO-CONCEPTO-RESULTADO.
           IF RCO-NOMBRE (WS-SIM-I) = WS-SIM-CONCEPTO
               MOVE WS-SIM-I TO WS-SIM-HALLADO.

       CIERRO-RESULTADOS.
           MOVE WS-BANNER-FECHA TO RCO-FECHA.
           MOVE WS-BANNER-HORA  TO RCO-HORA.
           CALL "REGISTRA-RESULTADO" USING WS-SIM-MODO
               REG-RESULTADO-CORRIDA.
