      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Captura y seguimiento de reclamos de clientes
      *          (reclamos.dat, RECLAMO.cpy): el operador firmado pide
      *          el Id-Cliente y queda en ATIENDE-RECLAMOS, que lista
      *          los casos de la cuenta y permite registrar uno nuevo
      *          o actualizar uno pendiente (reasignarlo, pasarlo a
      *          tramite o resolverlo). Las cuentas de empresas no
      *          autorizadas al operador se tratan como inexistentes.
      *          Id-Cliente 0 termina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-RECLAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.

       01  WS-ID-CLIENTE  PIC 9(8)  VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CAPTURA-RECLAMOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-CLIENTE.
           DISPLAY "Id-Cliente (0 para terminar):".
           ACCEPT WS-ID-CLIENTE.
           IF WS-ID-CLIENTE = 0
               CLOSE CLIENTES
               STOP RUN.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   GO TO PIDO-CLIENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO PIDO-CLIENTE.
           DISPLAY "Cliente " CLI_NOMBRE (1:40).
           CALL "ATIENDE-RECLAMOS" USING WS-OPERADOR-FIRMADO
               WS-NIVEL-OPERADOR CLI-ID CLI-EMPRESA.
           GO TO PIDO-CLIENTE.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CAPTURA-RECLAMOS.
