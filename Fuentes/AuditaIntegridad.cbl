      *          hoy estos quiebres solo aparecen cuando un reporte
      *          revienta.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Los movimientos de la cuenta 0 (cuenta de
      *                     control de la provision de cartera) no
      *                     son huerfanos: no tienen cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-INTEGRIDAD.
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REVISO-MOVIMIENTOS.
           IF MOV-ID-CLIENTE = 0
               GO TO LEO-MOVIMIENTO-AUDIT.
           IF MOV-ID-CLIENTE NOT = WS-ULTIMO-ID-VISTO
               MOVE MOV-ID-CLIENTE TO WS-ULTIMO-ID-VISTO
               PERFORM VERIFICO-ID-EN-MAESTRO
