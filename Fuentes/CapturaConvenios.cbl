      *          pero lo que se negocia es "500 al mes por seis
      *          meses".
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-CONVENIOS.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-REGISTRO-CONVENIO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-REGISTRO-CONVENIO.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " saldo " CLI-SALDO.
           MOVE WS-ID-CLIENTE TO CVN-ID-CLIENTE.
           READ CONVENIOS KEY IS CVN-ID-CLIENTE
