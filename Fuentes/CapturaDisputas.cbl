      *          Antes el cliente que disputaba seguia recibiendo
      *          cartas de cobranza como moroso ordinario.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-DISPUTAS.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-REGISTRO-DISPUTA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-REGISTRO-DISPUTA.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " saldo " CLI-SALDO.
           MOVE WS-ID-CLIENTE TO DIS-ID-CLIENTE.
           DISPLAY "Numero de factura disputada (0 si la disputa es "
