      *          la solicitud de extracto que tomaba minutos ahora
      *          toma segundos.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  El extracto cierra con el saldo actual del
      *                     cliente abierto en capital, interes y
      *                     cargos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-MOVIMIENTOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT EXTRACTO ASSIGN TO "./extracto_movimientos.txt"
       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-EXTRACTO     PIC XX VALUE SPACE.

               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT EXTRACTO.
           IF ST-EXTRACTO > "07"
               DISPLAY "Error abriendo EXTRACTO (" ST-EXTRACTO ")"
           WRITE LINEA-EXTRACTO.
           PERFORM LISTO-MOVIMIENTOS THRU F-LISTO-MOVIMIENTOS.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE EXTRACTO.
           STOP RUN.
           STRING "VALOR NETO: " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           PERFORM ESCRIBO-COMPONENTES THRU F-ESCRIBO-COMPONENTES.
           DISPLAY "Movimientos extraidos: " WS-TOTAL-MOVIMIENTOS.

      ******************************************************************
      * Cierra el extracto con el saldo actual del maestro abierto en
      * capital, interes y cargos (todo capital si el registro aun no
      * se abrio en componentes).
      ******************************************************************
       ESCRIBO-COMPONENTES.
           MOVE WS-ID-EXTRACTO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   GO TO F-ESCRIBO-COMPONENTES
           END-READ.
           IF NOT SALDO-EN-COMPONENTES
               MOVE CLI-SALDO TO CLI-SALDO-CAPITAL
               MOVE 0 TO CLI-SALDO-INTERES
               MOVE 0 TO CLI-SALDO-CARGOS.
           MOVE CLI-SALDO TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-EXTRACTO.
           STRING "SALDO ACTUAL: " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           MOVE CLI-SALDO-CAPITAL TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-EXTRACTO.
           STRING "  CAPITAL:    " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           MOVE CLI-SALDO-INTERES TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-EXTRACTO.
           STRING "  INTERES:    " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           MOVE CLI-SALDO-CARGOS TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-EXTRACTO.
           STRING "  CARGOS:     " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

       F-ESCRIBO-COMPONENTES.
           EXIT.

           COPY MONEDA.

           COPY BANNER.
