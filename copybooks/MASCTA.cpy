      ******************************************************************
      * Copybook: MASCTA.cpy
      * Purpose:  Bank-account masking paragraphs (fields in
      *           MASCTAWS.cpy). COPY this into the PROCEDURE
      *           DIVISION.
      * Mod history:
      *   2026-10-15  CEVR  Created for bank account masking.
      ******************************************************************
       ENMASCARO-CUENTA.
           CALL "ENMASCARA-CUENTA" USING WS-CTA-COMPLETA
               WS-CTA-MASCARA.

      ******************************************************************
      * Numero completo a pedido del operador autorizado; cada
      * consulta queda en el registro de accesos a datos personales.
      ******************************************************************
       OFREZCO-CUENTA-COMPLETA.
           IF WS-CTA-COMPLETA = SPACE
               GO TO F-OFREZCO-CUENTA-COMPLETA.
           IF WS-CTA-NIVEL-VER = 0
               MOVE 3 TO WS-CTA-NIVEL-VER
               MOVE "NIVEL-VER-CUENTA" TO WS-CTA-PAR-CLAVE
               CALL "LEE-PARAMETRO" USING WS-CTA-PAR-CLAVE
                   WS-CTA-PAR-VALOR WS-CTA-PAR-HALLADO
               IF WS-CTA-PAR-HALLADO = "S"
                AND WS-CTA-PAR-VALOR > 0 AND WS-CTA-PAR-VALOR < 10
                   MOVE WS-CTA-PAR-VALOR TO WS-CTA-NIVEL-VER
               END-IF
           END-IF.
           IF WS-NIVEL-OPERADOR < WS-CTA-NIVEL-VER
               GO TO F-OFREZCO-CUENTA-COMPLETA.
           DISPLAY "Ver la cuenta bancaria completa (S/N)?".
           ACCEPT WS-CTA-VER.
           IF WS-CTA-VER NOT = "S" AND WS-CTA-VER NOT = "s"
               GO TO F-OFREZCO-CUENTA-COMPLETA.
           MOVE "CTA-BANCARIA COMPLETA" TO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           DISPLAY "Cuenta bancaria: " WS-CTA-COMPLETA.

       F-OFREZCO-CUENTA-COMPLETA.
           EXIT.
