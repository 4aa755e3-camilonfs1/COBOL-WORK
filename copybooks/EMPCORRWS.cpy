      ******************************************************************
      * Copybook: EMPCORRWS.cpy
      * Purpose:  Working-storage fields for the company of the run
      *           (EMPCORR.cpy) and for the call to CONSULTA-EMPRESA.
      *           COPY this into WORKING-STORAGE SECTION and COPY
      *           EMPCORR. into the PROCEDURE DIVISION. Al arranque,
      *           PERFORM PIDO-EMPRESA-CORRIDA THRU
      *           F-PIDO-EMPRESA-CORRIDA: el operador da el codigo de
      *           la empresa o 0/blanco para el consolidado de todas;
      *           queda en WS-EMP-CORRIDA con el rotulo para el
      *           encabezado en WS-EMP-TITULO, y
      *           CORRIDA-EMPRESA-VALIDA en falso si la empresa no
      *           existe. Por cada registro, MOVE su empresa
      *           (CLI-EMPRESA, MOV-EMPRESA o FAC-EMPRESA) a
      *           WS-EMP-REGISTRO y PERFORM EVALUO-EMPRESA-REGISTRO:
      *           EMPRESA-EN-CORRIDA dice si entra en el reporte.
      *           Para consultar una empresa suelta, MOVE el codigo a
      *           WS-EMP-CODIGO y PERFORM CONSULTO-EMPRESA; PERFORM
      *           ARMO-EMISOR deja ademas en WS-EMP-EMISOR la razon
      *           social y el NIT para el encabezado de un documento
      *           (blanco si la empresa no tiene registro). Para la
      *           alta de una cuenta, MOVE la empresa capturada a
      *           WS-EMP-REGISTRO y PERFORM VALIDO-EMPRESA-ALTA: queda
      *           normalizada en WS-EMP-REGISTRO-NUM, con su moneda en
      *           WS-EMP-MONEDA, y EMPRESA-HALLADA en falso si no
      *           existe o esta retirada.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
       01  WS-EMP-CODIGO        PIC X(3)  VALUE SPACE.
       01  WS-EMP-RAZON-SOCIAL  PIC X(60) VALUE SPACE.
       01  WS-EMP-NIT           PIC X(15) VALUE SPACE.
       01  WS-EMP-NIT-DV        PIC X     VALUE SPACE.
       01  WS-EMP-MONEDA        PIC X(3)  VALUE SPACE.
       01  WS-EMP-RESULTADO     PIC X     VALUE SPACE.
           88 EMPRESA-HALLADA   VALUES "S", "X".
           88 EMPRESA-RETIRADA  VALUE "R".
       01  WS-EMP-CORRIDA       PIC 9(3)  VALUE 0.
           88 CORRIDA-CONSOLIDADA VALUE 0.
       01  WS-EMP-CORRIDA-SW    PIC X     VALUE "S".
           88 CORRIDA-EMPRESA-VALIDA VALUE "S".
       01  WS-EMP-TITULO        PIC X(80) VALUE SPACE.
       01  WS-EMP-EMISOR        PIC X(80) VALUE SPACE.
       01  WS-EMP-REGISTRO      PIC X(3)  VALUE SPACE.
       01  WS-EMP-REGISTRO-NUM  REDEFINES WS-EMP-REGISTRO PIC 9(3).
       01  WS-EMP-INCLUIDA-SW   PIC X     VALUE "S".
           88 EMPRESA-EN-CORRIDA VALUE "S".
