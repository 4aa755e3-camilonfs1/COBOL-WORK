      *          de la cola al registrar la direccion nueva -- se
      *          acabo el garabato sobre el impreso.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREO-DEVUELTO.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-MARCO-DIRECCION
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-MARCO-DIRECCION.
           IF CLI-DIR-MALA-SW = "S"
               DISPLAY "La direccion de ese cliente ya esta marcada."
               GO TO F-MARCO-DIRECCION.
