      *          de la corrida anterior contra lo que de verdad se
      *          posteo (PAGO y GIRO) desde entonces.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros. El
      *                     pronostico guardado y su comparacion contra
      *                     lo posteado quedan solo para la corrida
      *                     consolidada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO-PROYECTADO.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "FLUJO-PROYECTADO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           PERFORM PROYECTO-PROMESAS THRU F-PROYECTO-PROMESAS.
           PERFORM PROYECTO-GIROS THRU F-PROYECTO-GIROS.
           PERFORM PROYECTO-CURVA THRU F-PROYECTO-CURVA.
      *    pronostico.dat lleva la serie consolidada: la corrida de
      *    una sola empresa ni se compara contra ella ni la alimenta.
           IF CORRIDA-CONSOLIDADA
               PERFORM COMPARO-ANTERIOR THRU F-COMPARO-ANTERIOR.
           PERFORM IMPRIMO-PRONOSTICO THRU F-IMPRIMO-PRONOSTICO.
           IF CORRIDA-CONSOLIDADA
               PERFORM GUARDO-PRONOSTICO THRU F-GUARDO-PRONOSTICO.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Pronostico generado en " WS-REPORTE-PATH ".".
           END-READ.
           IF PRM-ESTADO NOT = "V"
               GO TO LEO-PROMESA.
      *    La promesa no trae empresa: es la de su cliente (la 001
      *    si el cliente ya no existe).
           IF NOT CORRIDA-CONSOLIDADA
               MOVE PRM-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO CLI-EMPRESA
               END-READ
               MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO LEO-PROMESA.
           MOVE PRM-FECHA-PROMETIDA TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-DELTA = WS-DIAS-CALC - WS-DIAS-HOY.
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               GO TO F-PROYECTO-GIROS.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE-GIRO.
           IF CLI-SALDO >= 0
               GO TO LEO-CLIENTE-GIRO.
           IF CLI-MANDATO-SW NOT = "S" OR CLI-CTA-BANCARIA = SPACE
               AT END
                   GO TO REPARTO-CURVA
           END-READ.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA-CURVA.
           IF FAC-ESTADO NOT = "A"
               GO TO LEO-FACTURA-CURVA.
           IF FAC-SALDO-PENDIENTE <= 0
           STRING "PRONOSTICO DE RECAUDO A 90 DIAS - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SEM  PROMESAS        GIROS           CURVA AGING"

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM FLUJO-PROYECTADO.
