      *                     pagar y se reportaba igual que una sin
      *                     respaldo. El detalle muestra la garantia
      *                     descontada.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOBRE-LIMITE.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "SOBRE-LIMITE" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
           MOVE "CUENTAS SOBRE SU LIMITE DE CREDITO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM REVISO-LIMITE UNTIL ST-FILE = "10".
           PERFORM IMPRIMO-RESUMEN.
               MOVE 16 TO RETURN-CODE
               MOVE "10" TO ST-FILE
               GO TO FIN-LEO-CLIENTE.
           IF ST-FILE = "10"
               GO TO FIN-LEO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE.
       FIN-LEO-CLIENTE.
           EXIT.


           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM SOBRE-LIMITE.
