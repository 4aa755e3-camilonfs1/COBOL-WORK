      ******************************************************************
      * Copybook: PERFBCO.cpy
      * Purpose:  Collection-bank paragraphs (fields in PERFBCOWS.cpy
      *           and PERFBANCO.cpy). COPY this into the PROCEDURE
      *           DIVISION.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-bank collections.
      ******************************************************************
       CARGO-PERFILES-BANCO.
           CALL "PERFILES-BANCO" USING WS-TABLA-PERFILES.

       TOMO-PERFIL-BANCO.
           MOVE WS-PBA-ENTRADA (WS-PBA-I) TO REG-PERFIL-BANCO.

      ******************************************************************
      * El mandato lo cobra el banco de la cuenta del cliente cuando
      * tenemos perfil con el; si no, el banco principal.
      ******************************************************************
       RUTEO-MANDATO.
           MOVE WS-PBA-ENTRADA (WS-PBA-PRINCIPAL) (1:4)
               TO WS-BANCO-RUTEADO.
           IF WS-CTA-RUTEAR (1:4) = SPACE
               GO TO F-RUTEO-MANDATO.
           MOVE 1 TO WS-PBA-J.

       RUTEO-BUSCO-BANCO.
           IF WS-PBA-J > WS-PBA-USADOS
               GO TO F-RUTEO-MANDATO.
           IF WS-PBA-ENTRADA (WS-PBA-J) (1:4) = WS-CTA-RUTEAR (1:4)
               MOVE WS-CTA-RUTEAR (1:4) TO WS-BANCO-RUTEADO
               GO TO F-RUTEO-MANDATO.
           ADD 1 TO WS-PBA-J.
           GO TO RUTEO-BUSCO-BANCO.

       F-RUTEO-MANDATO.
           EXIT.

      ******************************************************************
      * El banco principal conserva los nombres de archivo de siempre;
      * los demas llevan su codigo: ./pagos_banco_CODI.dat.
      ******************************************************************
       ARMO-RUTA-BANCO.
           MOVE SPACE TO WS-RUTA-BANCO.
           IF PBA-BANCO-PRINCIPAL OR PBA-CODIGO = SPACE
               STRING WS-RUTA-BASE DELIMITED BY SPACE
                   WS-RUTA-EXT DELIMITED BY SPACE
                   INTO WS-RUTA-BANCO
           ELSE
               STRING WS-RUTA-BASE DELIMITED BY SPACE
                   "_" PBA-CODIGO DELIMITED BY SPACE
                   WS-RUTA-EXT DELIMITED BY SPACE
                   INTO WS-RUTA-BANCO.
