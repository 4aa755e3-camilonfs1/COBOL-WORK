      ******************************************************************
      * Copybook: PIEZAWS.cpy
      * Purpose:  Working-storage fields for the mail-spool paragraphs
      *           in PIEZAPOST.cpy. Requiere BANNERWS.cpy (el programa
      *           y la hora de arranque identifican la corrida). Al
      *           empezar cada sobre impreso, MOVE el cliente a
      *           WS-PZA-ID, el codigo postal de la direccion del sobre
      *           a WS-PZA-CODPOST y el tipo de carta a WS-PZA-TIPO, y
      *           PERFORM ABRO-PIEZA-CORREO; por cada renglon que se
      *           imprime, MOVE el renglon a WS-PZA-LINEA y PERFORM
      *           COPIO-LINEA-PIEZA. Un programa cuyo archivo de
      *           impresion se extiende (OPEN EXTEND) pone "A" en
      *           WS-PZA-MODO al arranque.
      * Mod history:
      *   2026-10-15  CEVR  Created for the postal presort.
      ******************************************************************
       01  WS-PZA-ACCION        PIC X      VALUE SPACE.
       01  WS-PZA-MODO          PIC X      VALUE "R".
       01  WS-PZA-ID            PIC 9(8)   VALUE 0.
       01  WS-PZA-TIPO          PIC X(12)  VALUE SPACE.
       01  WS-PZA-CODPOST       PIC X(80)  VALUE SPACE.
       01  WS-PZA-LINEA         PIC X(100) VALUE SPACE.
