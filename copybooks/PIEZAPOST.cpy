      ******************************************************************
      * Copybook: PIEZAPOST.cpy
      * Purpose:  Paragraphs that copy each printed letter to the day's
      *           mail spool for the postal presort (ver PIEZAWS.cpy
      *           para los campos y la receta de uso).
      * Mod history:
      *   2026-10-15  CEVR  Created for the postal presort.
      ******************************************************************
       ABRO-PIEZA-CORREO.
           MOVE "H" TO WS-PZA-ACCION.
           CALL "REGISTRA-PIEZA" USING WS-PZA-ACCION
               WS-BANNER-PROGRAMA WS-BANNER-HORA WS-PZA-MODO
               WS-PZA-ID WS-PZA-TIPO WS-PZA-CODPOST WS-PZA-LINEA.

       COPIO-LINEA-PIEZA.
           MOVE "L" TO WS-PZA-ACCION.
           CALL "REGISTRA-PIEZA" USING WS-PZA-ACCION
               WS-BANNER-PROGRAMA WS-BANNER-HORA WS-PZA-MODO
               WS-PZA-ID WS-PZA-TIPO WS-PZA-CODPOST WS-PZA-LINEA.
