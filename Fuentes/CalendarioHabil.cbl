      *          resultado la fecha desde avanzada la cantidad de
      *          dias habiles que venga en el tercer argumento (la
      *          prenotificacion de giros la usa para fechar el
      *          cargo). Funcion "R": deja en el resultado el ultimo
      *          dia habil anterior a la fecha desde. El dia de la
      *          semana se deriva del conteo de dias del calendario real
      *          (bisiestos incluidos), no del ano comercial de 360
      *          dias de los reportes -- las cartas fechadas en
      *          festivo eran disputadas con razon. El archivo de
      *          feriados se abre en la primera llamada y queda
      *          abierto para las siguientes de la misma corrida.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Funcion "R": dia habil anterior, para las
      *                     comparaciones contra el dia habil previo
      *                     de la posicion de caja.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-HABIL.
               WHEN "A"
                   PERFORM AVANZO-DIAS-HABILES
                       THRU F-AVANZO-DIAS-HABILES
               WHEN "R"
                   PERFORM ANTERIOR-DIA-HABIL
                       THRU F-ANTERIOR-DIA-HABIL
               WHEN OTHER
                   PERFORM SIGUIENTE-DIA-HABIL
                       THRU F-SIGUIENTE-DIA-HABIL
       F-AVANZO-DIAS-HABILES.
           EXIT.

      ******************************************************************
      * Funcion "R": ultimo dia habil estrictamente anterior a la
      * fecha desde.
      ******************************************************************
       ANTERIOR-DIA-HABIL.
           MOVE LNK-FECHA-DESDE TO WS-FECHA-TRABAJO.
           PERFORM CALCULO-DIA-SEMANA.

       RETROCEDO-HABIL.
           PERFORM RETROCEDO-UN-DIA.
           PERFORM VERIFICO-DIA-HABIL THRU F-VERIFICO-DIA-HABIL.
           IF DIA-HABIL
               MOVE WS-FECHA-TRABAJO TO LNK-RESULTADO
               GO TO F-ANTERIOR-DIA-HABIL.
           GO TO RETROCEDO-HABIL.

       F-ANTERIOR-DIA-HABIL.
           EXIT.

      ******************************************************************
      * Deja DIA-HABIL en verdadero si la fecha de trabajo es habil
      * (ni fin de semana ni feriado).
           IF WS-DIA-SEMANA > 6
               MOVE 0 TO WS-DIA-SEMANA.

      ******************************************************************
      * Retrocede la fecha de trabajo un dia de calendario real, con
      * vuelta de mes y de ano, y rueda el dia de la semana.
      ******************************************************************
       RETROCEDO-UN-DIA.
           IF WS-DIA > 1
               SUBTRACT 1 FROM WS-DIA
           ELSE
               IF WS-MES > 1
                   SUBTRACT 1 FROM WS-MES
               ELSE
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               END-IF
               PERFORM VERIFICO-BISIESTO
               IF WS-MES = 2 AND ANO-BISIESTO
                   MOVE 29 TO WS-DIA
               ELSE
                   MOVE WS-DIAS-MES (WS-MES) TO WS-DIA
               END-IF
           END-IF.
           IF WS-DIA-SEMANA = 0
               MOVE 6 TO WS-DIA-SEMANA
           ELSE
               SUBTRACT 1 FROM WS-DIA-SEMANA.

       END PROGRAM CALENDARIO-HABIL.
