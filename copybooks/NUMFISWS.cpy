      ******************************************************************
      * Copybook: NUMFISWS.cpy
      * Purpose:  Working-storage fields for the call to
      *           NUMERACION-FISCAL. COPY this into WORKING-STORAGE.
      *           To draw the next authorized number, MOVE "S" to
      *           WS-NFI-FUNCION, the document type ("F", "N" or "R")
      *           to WS-NFI-TIPO, the issuing company (CLI-EMPRESA of
      *           the customer) to WS-NFI-EMPRESA and the document
      *           date to WS-NFI-FECHA; to find the authorization of
      *           a number already issued (reprints), MOVE "C" and
      *           the number to WS-NFI-NUMERO. Then CALL
      *           "NUMERACION-FISCAL" USING WS-NFI-FUNCION WS-NFI-TIPO
      *           WS-NFI-EMPRESA WS-NFI-FECHA WS-NFI-NUMERO
      *           WS-NFI-SUCURSAL WS-NFI-LEYENDA WS-NFI-RESULTADO.
      *           WS-NFI-RESULTADO "S" leaves the number, the issuing
      *           company and branch and the resolution text to print
      *           on the document; "N" means there is no valid
      *           authorized range and the document must not be
      *           issued.
      * Mod history:
      *   2026-10-15  CEVR  Created for the authorized numbering ranges.
      *   2026-10-15  CEVR  WS-NFI-EMPRESA agregado: la numeracion es
      *                     por empresa del grupo.
      ******************************************************************
       01  WS-NFI-FUNCION   PIC X      VALUE SPACE.
       01  WS-NFI-TIPO      PIC X      VALUE SPACE.
       01  WS-NFI-EMPRESA   PIC 9(3)   VALUE 0.
       01  WS-NFI-FECHA     PIC 9(8)   VALUE 0.
       01  WS-NFI-NUMERO    PIC 9(8)   VALUE 0.
       01  WS-NFI-SUCURSAL  PIC 9(3)   VALUE 0.
       01  WS-NFI-LEYENDA   PIC X(100) VALUE SPACE.
       01  WS-NFI-RESULTADO PIC X      VALUE SPACE.
