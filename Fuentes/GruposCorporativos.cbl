      *          REPORTE-SALDOS solo totaliza CLI-SALDO; ninguno
      *          mostraba la familia completa.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros. El
      *                     grupo es de la empresa de su matriz.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOS-CORPORATIVOS.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "GRUPOS-CORPORATIVOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
           MOVE "GRUPOS CORPORATIVOS POR EXPOSICION CONSOLIDADA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY GRP-CONSOLIDADO
               INPUT  PROCEDURE IS SELECCIONO-MATRICES
                       "pero sin registro en el maestro, se omite."
                   GO TO F-CIERRO-MATRIZ
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO F-CIERRO-MATRIZ.
           COMPUTE WS-CONSOLIDADO = CLI-SALDO + WS-SUMA-SUBS.
           MOVE WS-CONSOLIDADO TO GRP-CONSOLIDADO.
           MOVE WS-ID-MATRIZ   TO GRP-ID.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM GRUPOS-CORPORATIVOS.
