      *          hasta revaluarse. Altas, bajas y revaluos dejan su
      *          linea en auditoria.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-GARANTIAS.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-ALTA-GARANTIA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-ALTA-GARANTIA.
           DISPLAY "Cliente " CLI_NOMBRE (1:40) ".".
           PERFORM DERIVO-SECUENCIA THRU F-DERIVO-SECUENCIA.
           MOVE WS-ID-CLIENTE TO GAR-ID-CLIENTE.
