      *          preguntas tipo "cuantas cuentas E por encima de
      *          10.000" que hoy se arman a mano.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTACION-CLIENTES.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "SEGMENTACION-CLIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
           MOVE "MATRIZ DE SEGMENTACION: CATEGORIA POR BANDA DE SALDO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM CLASIFICO-CLIENTE THRU SIGO-CLASIFICO-CLIENTE
               UNTIL ST-FILE = "10".
      * que aparece) y la banda del saldo, y acumula la celda.
      ******************************************************************
       CLASIFICO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO SIGO-CLASIFICO-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE 0 TO WS-CAT-HALLADA.
           PERFORM BUSCO-FILA-CATEGORIA

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM SEGMENTACION-CLIENTES.
