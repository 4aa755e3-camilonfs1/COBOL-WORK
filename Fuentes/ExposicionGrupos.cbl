      *          vistazo que grupos estan cerca (o pasados) de lo que
      *          realmente quisimos prestarles en conjunto.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICION-GRUPOS.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "EXPOSICION-GRUPOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
           MOVE "EXPOSICION POR GRUPO CORPORATIVO, POR UTILIZACION"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON DESCENDING KEY ORD-UTILIZACION
               INPUT  PROCEDURE IS SELECCIONO-GRUPOS
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SELECCIONO-GRUPOS.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-MATRIZ.
           IF CLI-LIMITE-GRUPO NOT NUMERIC
               GO TO LEO-MATRIZ.
           IF CLI-LIMITE-GRUPO <= 0

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM EXPOSICION-GRUPOS.
