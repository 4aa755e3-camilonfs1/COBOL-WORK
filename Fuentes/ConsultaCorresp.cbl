      *          de generacion donde quedo -- la respuesta a "que le
      *          mandamos a este cliente y cuando".
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Pide la firma de operador y deja cada
      *                     cliente consultado en el registro de
      *                     consultas de datos personales
      *                     (REGISTRA-ACCESO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CORRESP.
                  RECORD KEY IS CRR-CLAVE
                  STATUS ST-CORRESP.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.


           COPY CORRESP.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-CORRESP  PIC XX VALUE SPACE.
       01  WS-SEGUIR       PIC X    VALUE SPACE.
       01  WS-TOTAL-ENVIOS PIC 9(5) VALUE 0.

           COPY ACCESOWS.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "CONSULTA-CORRESP" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE "CONSULTA-CORRESP" TO WS-ACCESO-PROGRAMA.
           OPEN INPUT CORRESPONDENCIA.
           IF ST-CORRESP > "07"
               DISPLAY "Registro de correspondencia no disponible ("

       LISTO-ENVIOS.
           MOVE 0 TO WS-TOTAL-ENVIOS.
           MOVE WS-ID-CONSULTA TO WS-ACCESO-ID.
           MOVE "CORRESPONDENCIA Y RUTAS DE ENVIO"
               TO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           MOVE WS-ID-CONSULTA TO CRR-ID-CLIENTE.
           MOVE 0 TO CRR-FECHA.
           MOVE 0 TO CRR-HORA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CONSULTA-CORRESP.
