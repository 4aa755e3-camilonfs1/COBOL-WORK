      *                     del maestro indexado en vivo: es un paso
      *                     de solo lectura y asi deja de alargar la
      *                     ventana en que el maestro esta ocupado.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      *   2026-10-15  CEVR  Columna de la cuenta de domiciliacion,
      *                     enmascarada con ENMASCARA-CUENTA (solo los
      *                     ultimos cuatro digitos).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-CLIENTES.
           05 FILLER PIC X(16) VALUE "COD. POSTAL".
           05 FILLER PIC X(12) VALUE "SALDO".
           05 FILLER PIC X(7)  VALUE " ESTADO".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(24) VALUE "CTA. DOMICILIACION".

       01  DETALLE-LISTADO.
           05 DET-ID       PIC Z(7)9.
           05 DET-SALDO     PIC X(12).
           05 FILLER        PIC X(3) VALUE SPACE.
           05 DET-ESTADO    PIC X.
           05 FILLER        PIC X(7) VALUE SPACE.
           05 DET-CUENTA    PIC X(24).

           COPY MONEDAWS.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "LISTADO-CLIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-GENERACION FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-LISTADO-PATH.
           STRING "./listado_clientes_" WS-FECHA-GENERACION ".txt"
               MOVE 16 TO RETURN-CODE
               MOVE "10" TO ST-FILE
               GO TO FIN-LEO-CLIENTE.
           IF ST-FILE = "10"
               GO TO FIN-LEO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE.
       FIN-LEO-CLIENTE.
           EXIT.

               MOVE "A" TO DET-ESTADO
           ELSE
               MOVE CLI-ESTADO TO DET-ESTADO.
           CALL "ENMASCARA-CUENTA" USING CLI-CTA-BANCARIA DET-CUENTA.
           MOVE DETALLE-LISTADO TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE WS-NUM-PAGINA TO ENC-PAGINA.
           MOVE ENCABEZADO-1 TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE WS-EMP-TITULO TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE ENCABEZADO-2 TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE 0 TO WS-LINEAS-PAGINA.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM LISTADO-CLIENTES.
