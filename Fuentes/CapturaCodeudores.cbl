      *          el barrido). Altas y bajas dejan su linea en
      *          auditoria sobre las dos cuentas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-CODEUDORES.
                   DISPLAY "La cuenta principal no existe."
                   GO TO F-ALTA-VINCULO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "La cuenta principal no existe."
               GO TO F-ALTA-VINCULO.
           DISPLAY "Principal: " CLI_NOMBRE (1:40).
           DISPLAY "Id-Cliente del codeudor:".
           ACCEPT WS-ID-CODEUDOR.
                   DISPLAY "La cuenta codeudora no existe."
                   GO TO F-ALTA-VINCULO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "La cuenta codeudora no existe."
               GO TO F-ALTA-VINCULO.
           DISPLAY "Codeudor : " CLI_NOMBRE (1:40).
           MOVE WS-ID-PRINCIPAL TO COD-ID-PRINCIPAL.
           MOVE WS-ID-CODEUDOR  TO COD-ID-CODEUDOR.
