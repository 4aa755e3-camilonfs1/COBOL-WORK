      *                     registro de correspondencia bajo el
      *                     codeudor -- antes encontrar al
      *                     co-firmante era tirar del expediente.
      *   2026-10-15  CEVR  Los dias de mora se cuentan desde el
      *                     vencimiento y no desde la entrada en
      *                     saldo negativo: a la fecha de mora se le
      *                     suma el plazo de pago del cliente o de su
      *                     categoria (plazos_pago.dat,
      *                     CONSULTA-PLAZO), corrido al dia habil. Un
      *                     cliente a neto 30 no recibe recordatorio
      *                     antes de que su cargo venza.
      *   2026-10-15  CEVR  Presort postal: cada carta impresa, al
      *                     cliente o al codeudor, se copia al spool
      *                     de correo del dia (PIEZAPOST) para
      *                     PRESORT-CORREO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-COBRANZA.
       01  WS-CAL-FUNCION   PIC X    VALUE SPACE.
       01  WS-CAL-RESULTADO PIC 9(8) VALUE 0.

      * Vencimiento del cargo que puso al cliente en mora: la fecha
      * de mora mas su plazo de pago (CONSULTA-PLAZO).
       01  WS-PLAZO-DIAS    PIC 9(3) VALUE 0.
       01  WS-FECHA-VENCE   PIC 9(8) VALUE 0.

      * Interfaz con el subprograma de parametros de corrida: la
      * cadencia compilada es de omision.
       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "GESTION-COBRANZA" TO WS-BANNER-PROGRAMA.
           EXIT.

      ******************************************************************
      * Calcula los dias de mora del cliente actual (desde el
      * vencimiento de su cargo en mora) y, si alcanzo un
      * nivel superior al registrado, lo avanza un nivel por corrida,
      * genera la carta y deja constancia. Un cliente sin registro de
      * cobranza (en mora pero sin movimientos que la daten) arranca
           END-READ.
           IF COB-FECHA-MORA = 0
               MOVE WS-FECHA-HOY TO COB-FECHA-MORA.
      *    Dias habiles de mora desde el vencimiento: fines de semana
      *    y feriados no cuentan para el escalamiento, y antes del
      *    vencimiento el conteo queda en cero.
           CALL "CONSULTA-PLAZO" USING CLI-ID CLI_CATEGORIA
               COB-FECHA-MORA WS-PLAZO-DIAS WS-FECHA-VENCE.
           MOVE "D" TO WS-CAL-FUNCION.
           CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
               WS-FECHA-VENCE WS-FECHA-HOY WS-CAL-RESULTADO.
           MOVE WS-CAL-RESULTADO TO WS-DIAS-EN-MORA.
           MOVE 0 TO WS-NIVEL-OBJETIVO.
           IF WS-DIAS-EN-MORA >= WS-DIAS-NIVEL-1
               MOVE "E" TO WS-CANAL-CARTA
           ELSE
               MOVE "C" TO WS-CANAL-CARTA.
           IF WS-CANAL-CARTA = "C"
               MOVE CLI-ID         TO WS-PZA-ID
               MOVE CLI_CODPOST    TO WS-PZA-CODPOST
               MOVE "COB-CODEUDOR" TO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACE TO LINEA-CARTA
               STRING "PARA: " CLI-EMAIL
               MOVE "E" TO WS-CANAL-CARTA
           ELSE
               MOVE "C" TO WS-CANAL-CARTA.
           IF WS-CANAL-CARTA = "C"
               MOVE CLI-ID      TO WS-PZA-ID
               MOVE CLI_CODPOST TO WS-PZA-CODPOST
               MOVE SPACE       TO WS-PZA-TIPO
               STRING "COBRANZA-" COB-NIVEL
                   DELIMITED BY SIZE INTO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACE TO LINEA-CARTA
               STRING "PARA: " CLI-EMAIL
               MOVE LINEA-CARTA TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CARTA
               MOVE LINEA-CARTA TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

       IMPRIMO-RESUMEN.
           DISPLAY "Clientes en mora        : " WS-TOTAL-EN-MORA.

           COPY MONEDA.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM GESTION-COBRANZA.
