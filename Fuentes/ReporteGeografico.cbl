      *          mora, con un minimo de cuentas). Mercadeo lo pide
      *          para campanas y credito para exposicion regional.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GEOGRAFICO.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-GEOGRAFICO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE
           MOVE "DISTRIBUCION GEOGRAFICA DE LA CARTERA POR ZONA "
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-CODPOST
               INPUT  PROCEDURE IS CARGO-MAESTRO THRU F-CARGO-MAESTRO
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               GO TO F-CARGO-MAESTRO.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE-GEO.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE CLI_CODPOST TO ORD-CODPOST.
           MOVE CLI-SALDO   TO ORD-SALDO.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-GEOGRAFICO.
