      ******************************************************************
      * Copybook: MASCTAWS.cpy
      * Purpose:  Working-storage fields for the bank-account masking
      *           paragraphs in MASCTA.cpy. MOVE la cuenta (normalmente
      *           CLI-CTA-BANCARIA) a WS-CTA-COMPLETA y PERFORM
      *           ENMASCARO-CUENTA: WS-CTA-MASCARA queda con solo los
      *           ultimos cuatro digitos a la vista, para pantalla o
      *           impresion. En pantalla, con WS-ACCESO-ID ya puesto,
      *           PERFORM OFREZCO-CUENTA-COMPLETA THRU
      *           F-OFREZCO-CUENTA-COMPLETA ofrece el numero completo
      *           al operador de nivel NIVEL-VER-CUENTA (parametro, 3
      *           por omision) o superior y deja la consulta en el
      *           registro de REGISTRA-ACCESO. Requiere FIRMAWS.cpy y
      *           ACCESOWS.cpy.
      * Mod history:
      *   2026-10-15  CEVR  Created for bank account masking.
      ******************************************************************
       01  WS-CTA-COMPLETA      PIC X(24) VALUE SPACE.
       01  WS-CTA-MASCARA       PIC X(24) VALUE SPACE.
       01  WS-CTA-NIVEL-VER     PIC 9     VALUE 0.
       01  WS-CTA-VER           PIC X     VALUE SPACE.
       01  WS-CTA-PAR-CLAVE     PIC X(20)      VALUE SPACE.
       01  WS-CTA-PAR-VALOR     PIC S9(9)V9(3) VALUE 0.
       01  WS-CTA-PAR-HALLADO   PIC X          VALUE SPACE.
