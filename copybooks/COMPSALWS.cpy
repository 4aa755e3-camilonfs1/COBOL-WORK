      ******************************************************************
      * Copybook: COMPSALWS.cpy
      * Purpose:  Working-storage fields for the call to
      *           COMPONENTES-SALDO. COPY this into WORKING-STORAGE;
      *           after moving the posted amount into CLI-SALDO and
      *           before the REWRITE, MOVE the movement type to
      *           WS-CMP-TIPO and its signed value to WS-CMP-VALOR and
      *           CALL "COMPONENTES-SALDO" USING REG-CLIENTES
      *           WS-CMP-TIPO WS-CMP-VALOR; the call leaves capital,
      *           interes and cargos of the record updated.
      * Mod history:
      *   2026-10-15  CEVR  Created for the balance components.
      ******************************************************************
       01  WS-CMP-TIPO   PIC X(10)      VALUE SPACE.
       01  WS-CMP-VALOR  PIC S9(7)V9(3) VALUE 0.
