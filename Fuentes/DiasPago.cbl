      *          saldadas antes del campo de fecha (en blanco) no
      *          entran.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Los dias de pago se miden desde el
      *                     vencimiento de la factura
      *                     (FAC-FECHA-VENCE, sellado con el plazo de
      *                     pago del cliente) y no desde la fecha de
      *                     corte: el numero es ahora cuanto se pasa
      *                     cada razon social de su plazo (cero si
      *                     paga a tiempo o antes). La factura sin
      *                     vencimiento sellado vence en su fecha.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAS-DE-PAGO.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "DIAS-DE-PAGO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Periodo a reportar (AAAAMM):".
           ACCEPT WS-PERIODO-ACTUAL.
           DIVIDE WS-PERIODO-ACTUAL BY 100 GIVING WS-PER-ANO
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DIAS DE PAGO SOBRE EL VENCIMIENTO: PERIODO "
               WS-PERIODO-ACTUAL " CONTRA " WS-PERIODO-ANTERIOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-RAZONSOCIAL ORD-PERIODO
               INPUT  PROCEDURE IS SELECCIONO-SALDADAS
               AT END
                   GO TO CIERRO-SELECCION
           END-READ.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA-DP.
           IF FAC-ESTADO NOT = "P"
               GO TO LEO-FACTURA-DP.
           IF FAC-FECHA-SALDADA NOT NUMERIC
                   MOVE "B" TO ORD-PERIODO
               ELSE
                   GO TO LEO-FACTURA-DP.
      *    Los dias cuentan desde el vencimiento.
           MOVE FAC-FECHA TO WS-FECHA-AUX.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE FAC-FECHA-VENCE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-CORTE.
           MOVE FAC-FECHA-SALDADA TO WS-FECHA-AUX.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM DIAS-DE-PAGO.
