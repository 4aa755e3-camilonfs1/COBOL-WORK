      *                     sigue en orden de clave primaria porque
      *                     el indexado nuevo se escribe secuencial
      *                     por esa clave.
      *   2026-10-15  CEVR  Los movimientos de una cuenta con bloqueo
      *                     legal vigente (CONSULTA-BLOQUEO) quedan en
      *                     el vigente aunque su periodo ya venza; cada
      *                     cuenta retenida sale listada una vez en el
      *                     control de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA-MOVIMIENTOS.
       01  WS-VALOR-MOVIDO     PIC S9(9)V9(3) VALUE 0.
       01  WS-VALOR-VIGENTE    PIC S9(9)V9(3) VALUE 0.

      * Cuentas con bloqueo legal: sus movimientos vencidos se quedan
      * en el vigente. La consulta se hace una vez por cliente (el
      * recorrido va en orden de MOV-CLAVE, que empieza por el ID).
       01  WS-ID-CONSULTADO    PIC 9(8)       VALUE 0.
       01  WS-TOTAL-BLQ-MOVS   PIC 9(7)       VALUE 0.
       01  WS-TOTAL-BLQ-CUENTAS PIC 9(7)      VALUE 0.
       01  WS-VALOR-BLOQUEADO  PIC S9(9)V9(3) VALUE 0.

           COPY BLOQWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               GO TO F-REPARTO-MOVIMIENTO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           DIVIDE MOV-FECHA BY 100 GIVING WS-PERIODO-MOV.
           IF WS-PERIODO-MOV < WS-PERIODO-CORTE
               PERFORM VERIFICO-BLOQUEO THRU F-VERIFICO-BLOQUEO.
           IF WS-PERIODO-MOV < WS-PERIODO-CORTE
            AND CLIENTE-BLOQUEADO
               MOVE REG-MOVIMIENTO TO REG-VIGENTE
               WRITE REG-VIGENTE
               ADD 1 TO WS-TOTAL-VIGENTES
               ADD MOV-VALOR TO WS-VALOR-VIGENTE
               ADD 1 TO WS-TOTAL-BLQ-MOVS
               ADD MOV-VALOR TO WS-VALOR-BLOQUEADO
               GO TO REPARTO-MOVIMIENTO.
           IF WS-PERIODO-MOV < WS-PERIODO-CORTE
               MOVE REG-MOVIMIENTO TO REG-HISTORICO
               WRITE REG-HISTORICO
       F-REPARTO-MOVIMIENTO.
           EXIT.

      ******************************************************************
      * Consulta el bloqueo legal al cambiar de cliente y lista la
      * cuenta la primera vez que se retiene.
      ******************************************************************
       VERIFICO-BLOQUEO.
           IF MOV-ID-CLIENTE = WS-ID-CONSULTADO
               GO TO F-VERIFICO-BLOQUEO.
           MOVE MOV-ID-CLIENTE TO WS-ID-CONSULTADO.
           MOVE MOV-ID-CLIENTE TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.
           IF CLIENTE-BLOQUEADO
               ADD 1 TO WS-TOTAL-BLQ-CUENTAS
               DISPLAY "Bloqueo legal, no se archiva: "
                   MOV-ID-CLIENTE " desde " WS-BLOQUEO-FECHA " "
                   WS-BLOQUEO-MOTIVO.

       F-VERIFICO-BLOQUEO.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Movimientos leidos    : " WS-TOTAL-LEIDOS.
           DISPLAY "Movidos al historico  : " WS-TOTAL-MOVIDOS
               " valor: " WS-VALOR-MOVIDO.
           DISPLAY "Vigentes retenidos    : " WS-TOTAL-VIGENTES
               " valor: " WS-VALOR-VIGENTE.
           DISPLAY "Retenidos por bloqueo : " WS-TOTAL-BLQ-MOVS
               " valor: " WS-VALOR-BLOQUEADO
               " cuentas: " WS-TOTAL-BLQ-CUENTAS.
           DISPLAY "Historico escrito en  : " WS-HISTORICO-PATH.
           IF WS-TOTAL-LEIDOS =
              WS-TOTAL-MOVIDOS + WS-TOTAL-VIGENTES
