      *          promesa y ultima nota de contacto por cuenta -- en
      *          una generacion fechada anotada en generaciones.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-COBRADORES.
               INVALID KEY
                   GO TO LEO-COBRANZA-AUTO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO LEO-COBRANZA-AUTO.
           IF CLI-SALDO < 0
               COMPUTE WS-DEUDA = 0 - CLI-SALDO
           ELSE
