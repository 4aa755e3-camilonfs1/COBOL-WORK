      *          a mano. La mezcla se ordena por fecha, hora y
      *          secuencia y sale a pantalla y a un reporte.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Pide la firma de operador y deja cada
      *                     historia consultada en el registro de
      *                     consultas de datos personales
      *                     (REGISTRA-ACCESO).
      *   2026-10-15  CEVR  MOV-EMPRESA renombrado en la vista propia
      *                     del registro de movimientos, que crecio con
      *                     la empresa del grupo.
      *   2026-10-15  CEVR  Solo se presentan los movimientos de las
      *                     empresas del grupo autorizadas al operador
      *                     firmado; los del historico anterior a
      *                     MOV-EMPRESA cuentan como de la 001.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIA-MOVIMIENTOS.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

               ==MOV-SALDO-NUEVO== BY ==HIS-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==HIS-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==HIS-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==HIS-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==HIS-EMPRESA==.

       SD  ORDENADOS.

               ==MOV-SALDO-NUEVO== BY ==ORD-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==ORD-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==ORD-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==ORD-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==ORD-EMPRESA==.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(150).

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS   PIC XX VALUE SPACE.

           COPY MONEDAWS.

           COPY ACCESOWS.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "HISTORIA-MOVS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"           TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Id-Cliente a consultar:".
           ACCEPT WS-ID-CONSULTA.
           DISPLAY "Fecha desde (AAAAMMDD):".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD):".
           ACCEPT WS-FECHA-HASTA.
           MOVE "HISTORIA-MOVIMIENTOS" TO WS-ACCESO-PROGRAMA.
           MOVE WS-ID-CONSULTA         TO WS-ACCESO-ID.
           MOVE SPACE TO WS-ACCESO-DATOS.
           STRING "MOVIMIENTOS DEL " WS-FECHA-DESDE " AL "
               WS-FECHA-HASTA
               DELIMITED BY SIZE INTO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               AT END
                   GO TO F-IMPRIMO-HISTORIA
           END-RETURN.
           MOVE ORD-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO IMPRIMO-HISTORIA.
           MOVE ORD-VALOR TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-REPORTE.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM HISTORIA-MOVIMIENTOS.
