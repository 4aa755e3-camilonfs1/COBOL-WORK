      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma del spool de correo del dia: los
      *          programas que imprimen cartas le pasan cada sobre
      *          impreso (accion "H", cabecera con el destinatario y
      *          su codigo postal) y cada renglon que imprimen (accion
      *          "L"), y quedan en correo_postal_AAAAMMDD.dat
      *          (PIEZA.cpy) numerados por pieza y renglon dentro de
      *          la corrida del programa. PRESORT-CORREO los ordena
      *          por zona postal para el franqueo masivo. El archivo
      *          se abre una vez en la primera llamada y queda abierto
      *          hasta el fin de la corrida. Un spool no disponible
      *          se avisa una vez y las cartas salen igual por su
      *          archivo de impresion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-PIEZA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SPOOL-CORREO ASSIGN TO WS-SPOOL-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD  SPOOL-CORREO.

           COPY PIEZA.

       WORKING-STORAGE SECTION.

       01  ST-SPOOL       PIC XX VALUE SPACE.
       01  WS-SPOOL-PATH  PIC X(60) VALUE SPACE.
       01  WS-FECHA-HOY   PIC 9(8)  VALUE 0.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 SPOOL-ABIERTO VALUE "S".
       01  WS-SPOOL-SW    PIC X VALUE "N".
           88 SPOOL-DISPONIBLE VALUE "S".

      * Corrida en curso y numeracion de piezas y renglones.
       01  WS-PROGRAMA-ACT PIC X(20) VALUE SPACE.
       01  WS-CORRIDA-ACT  PIC 9(8)  VALUE 0.
       01  WS-PIEZA-ACT    PIC 9(7)  VALUE 0.
       01  WS-RENGLON-ACT  PIC 9(5)  VALUE 0.

       LINKAGE SECTION.
       01  LNK-ACCION     PIC X.
       01  LNK-PROGRAMA   PIC X(20).
       01  LNK-CORRIDA    PIC 9(8).
       01  LNK-MODO       PIC X.
       01  LNK-ID-CLIENTE PIC 9(8).
       01  LNK-TIPO       PIC X(12).
       01  LNK-CODPOST    PIC X(80).
       01  LNK-LINEA      PIC X(100).

       PROCEDURE DIVISION USING LNK-ACCION LNK-PROGRAMA LNK-CORRIDA
           LNK-MODO LNK-ID-CLIENTE LNK-TIPO LNK-CODPOST LNK-LINEA.
       MAIN-RUTINA.
           IF NOT SPOOL-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE SPACE TO WS-SPOOL-PATH
               STRING "./correo_postal_" WS-FECHA-HOY ".dat"
                   DELIMITED BY SIZE INTO WS-SPOOL-PATH
               OPEN EXTEND SPOOL-CORREO
               IF ST-SPOOL NOT > "07"
                   SET SPOOL-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-SPOOL-SW
                   DISPLAY "Spool de correo no disponible ("
                       ST-SPOOL "), las cartas no entraran al "
                       "presort postal."
               END-IF
           END-IF.
           IF NOT SPOOL-DISPONIBLE
               GOBACK.
           IF LNK-PROGRAMA NOT = WS-PROGRAMA-ACT
            OR LNK-CORRIDA NOT = WS-CORRIDA-ACT
               MOVE LNK-PROGRAMA TO WS-PROGRAMA-ACT
               MOVE LNK-CORRIDA  TO WS-CORRIDA-ACT
               MOVE 0 TO WS-PIEZA-ACT
               MOVE 0 TO WS-RENGLON-ACT.
           IF LNK-ACCION = "H"
               ADD 1 TO WS-PIEZA-ACT
               MOVE 0 TO WS-RENGLON-ACT
               MOVE SPACE          TO PZA-DATOS
               MOVE LNK-ID-CLIENTE TO PZA-ID-CLIENTE
               MOVE LNK-TIPO       TO PZA-TIPO-CARTA
               MOVE LNK-CODPOST    TO PZA-CODPOST
               SET PZA-ES-CABECERA TO TRUE
           ELSE
      *        Renglon fuera de una pieza: no va al presort.
               IF WS-PIEZA-ACT = 0
                   GOBACK
               END-IF
               ADD 1 TO WS-RENGLON-ACT
               MOVE LNK-LINEA TO PZA-DATOS
               SET PZA-ES-LINEA TO TRUE
           END-IF.
           MOVE WS-PROGRAMA-ACT TO PZA-PROGRAMA.
           MOVE WS-CORRIDA-ACT  TO PZA-CORRIDA.
           MOVE LNK-MODO        TO PZA-MODO.
           MOVE WS-PIEZA-ACT    TO PZA-PIEZA.
           MOVE WS-RENGLON-ACT  TO PZA-RENGLON.
           WRITE REG-PIEZA.
           IF ST-SPOOL > "07"
               DISPLAY "Error grabando el spool de correo ("
                   ST-SPOOL ").".
           GOBACK.

       END PROGRAM REGISTRA-PIEZA.
