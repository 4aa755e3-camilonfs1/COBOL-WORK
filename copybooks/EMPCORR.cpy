      ******************************************************************
      * Copybook: EMPCORR.cpy
      * Purpose:  Seleccion de la empresa de la corrida para los
      *           reportes y procesos que corren por empresa o
      *           consolidado (ver EMPCORRWS.cpy para los campos y la
      *           receta de COPY). Todo registro sin empresa (no
      *           numerico o cero) es de la 001, la original.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
       PIDO-EMPRESA-CORRIDA.
           MOVE "S" TO WS-EMP-CORRIDA-SW.
           DISPLAY "Empresa (codigo; 0 o blanco = consolidado): ".
           ACCEPT WS-EMP-CORRIDA.
           IF WS-EMP-CORRIDA NOT NUMERIC
               MOVE 0 TO WS-EMP-CORRIDA.
           IF CORRIDA-CONSOLIDADA
               MOVE "CONSOLIDADO - TODAS LAS EMPRESAS" TO WS-EMP-TITULO
               GO TO F-PIDO-EMPRESA-CORRIDA.
           MOVE WS-EMP-CORRIDA TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           IF NOT EMPRESA-HALLADA AND NOT EMPRESA-RETIRADA
               DISPLAY "Empresa no registrada en empresas.dat: "
                   WS-EMP-CORRIDA
               MOVE "N" TO WS-EMP-CORRIDA-SW
               GO TO F-PIDO-EMPRESA-CORRIDA.
           MOVE SPACE TO WS-EMP-TITULO.
           STRING "EMPRESA " WS-EMP-CORRIDA " " WS-EMP-RAZON-SOCIAL
               DELIMITED BY SIZE INTO WS-EMP-TITULO.

       F-PIDO-EMPRESA-CORRIDA.
           EXIT.

       CONSULTO-EMPRESA.
           CALL "CONSULTA-EMPRESA" USING WS-EMP-CODIGO
               WS-EMP-RAZON-SOCIAL WS-EMP-NIT WS-EMP-NIT-DV
               WS-EMP-MONEDA WS-EMP-RESULTADO.

       ARMO-EMISOR.
           PERFORM CONSULTO-EMPRESA.
           MOVE SPACE TO WS-EMP-EMISOR.
           IF WS-EMP-RAZON-SOCIAL NOT = SPACE
               STRING WS-EMP-RAZON-SOCIAL DELIMITED BY "  "
                   "  NIT " DELIMITED BY SIZE
                   WS-EMP-NIT DELIMITED BY SPACE
                   "-" WS-EMP-NIT-DV DELIMITED BY SIZE
                   INTO WS-EMP-EMISOR.

       VALIDO-EMPRESA-ALTA.
           IF WS-EMP-REGISTRO = SPACE
               MOVE 1 TO WS-EMP-REGISTRO-NUM.
           MOVE WS-EMP-REGISTRO TO WS-EMP-CODIGO.
           IF WS-EMP-REGISTRO NOT NUMERIC OR WS-EMP-REGISTRO-NUM = 0
               MOVE "N"   TO WS-EMP-RESULTADO
               MOVE SPACE TO WS-EMP-MONEDA
           ELSE
               PERFORM CONSULTO-EMPRESA.

       EVALUO-EMPRESA-REGISTRO.
           IF WS-EMP-REGISTRO NOT NUMERIC OR WS-EMP-REGISTRO-NUM = 0
               MOVE 1 TO WS-EMP-REGISTRO-NUM.
           IF CORRIDA-CONSOLIDADA
            OR WS-EMP-REGISTRO-NUM = WS-EMP-CORRIDA
               MOVE "S" TO WS-EMP-INCLUIDA-SW
           ELSE
               MOVE "N" TO WS-EMP-INCLUIDA-SW.
