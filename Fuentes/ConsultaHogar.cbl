      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del archivo de hogares
      *          (hogares.dat, HOGAR.cpy): recibe un CLI-ID y
      *          devuelve el hogar al que pertenece. La cuenta que no
      *          esta en el archivo (alta posterior a la ultima
      *          corrida de AGRUPA-HOGARES, o archivo no cargado) es
      *          un hogar de un solo miembro, con su propio CLI-ID.
      *          Lo llaman las cartas no confidenciales para juntar
      *          en un sobre las del mismo hogar. El archivo se abre
      *          en la primera llamada y queda abierto el resto de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-HOGAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY HOGSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  HOGARES.

           COPY HOGAR.

       WORKING-STORAGE SECTION.

       01  ST-HOGARES  PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 REGISTRO-ABIERTO VALUE "S".
       01  WS-REGISTRO-SW PIC X VALUE "N".
           88 REGISTRO-DISPONIBLE VALUE "S".

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-ID-HOGAR    PIC 9(8).

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-ID-HOGAR.
       MAIN-RUTINA.
           MOVE LNK-ID-CLIENTE TO LNK-ID-HOGAR.
           IF NOT REGISTRO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT HOGARES
               IF ST-HOGARES = "00"
                   SET REGISTRO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-REGISTRO-SW
                   DISPLAY "Aviso: archivo de hogares no disponible, "
                       "cada cuenta va en su propio sobre."
               END-IF
           END-IF.
           IF NOT REGISTRO-DISPONIBLE
               GOBACK.
           MOVE LNK-ID-CLIENTE TO HOG-ID-CLIENTE.
           READ HOGARES KEY IS HOG-ID-CLIENTE
               INVALID KEY
                   GOBACK
           END-READ.
           IF HOG-ID-HOGAR NOT = 0
               MOVE HOG-ID-HOGAR TO LNK-ID-HOGAR.
           GOBACK.

       END PROGRAM CONSULTA-HOGAR.
