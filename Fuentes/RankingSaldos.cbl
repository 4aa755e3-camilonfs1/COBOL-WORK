      *          CLI-ID y encontrar las peores cuentas era leerse el
      *          reporte entero.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKING-SALDOS.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "RANKING-SALDOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *    Pasada 1: deudores (ascendente = el mas negativo primero),
      *    acumulando de paso los totales y la tabla de categorias.
           MOVE "D" TO WS-LADO.
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               GO TO F-CARGO-MAESTRO.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE-RANKING.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF CLI-SALDO < 0
               COMPUTE WS-TOTAL-NEGATIVO =
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               CLOSE CLIENTES
               GO TO F-RECARGO-MAESTRO.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO RELEO-CLIENTE-RANKING.
           PERFORM SUELTO-CLIENTE.
           GO TO RELEO-CLIENTE-RANKING.


           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM RANKING-SALDOS.
