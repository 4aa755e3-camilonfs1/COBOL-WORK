      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de normalizacion de una direccion (o de
      *          un codigo postal) de texto libre, para comparar
      *          direcciones capturadas con estilos distintos: pasa
      *          a mayusculas, cambia la puntuacion (. , # - / ; :
      *          y comillas y parentesis) por blancos, quita los
      *          blancos del principio y deja un solo blanco entre
      *          palabras. "Cra. 7 # 45-10 " y "CRA 7  45 10" quedan
      *          iguales. No reemplaza el texto del maestro: devuelve
      *          la forma de comparacion en LNK-NORMALIZADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZA-DIRECCION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-TEXTO-TRABAJO  PIC X(80) VALUE SPACE.
       01  WS-TEXTO-CARACTERES REDEFINES WS-TEXTO-TRABAJO.
           05 WS-TXT-CAR     PIC X OCCURS 80 TIMES.

       01  WS-I-TXT          PIC 99   VALUE 0.
       01  WS-POS-SALIDA     PIC 99   VALUE 0.
       01  WS-BLANCO-PENDIENTE-SW PIC X VALUE "N".
           88 BLANCO-PENDIENTE VALUE "S".

       LINKAGE SECTION.
       01  LNK-DIRECCION    PIC X(80).
       01  LNK-NORMALIZADA  PIC X(80).

       PROCEDURE DIVISION USING LNK-DIRECCION LNK-NORMALIZADA.
       MAIN-RUTINA.
           MOVE LNK-DIRECCION TO WS-TEXTO-TRABAJO.
           MOVE SPACE TO LNK-NORMALIZADA.
           INSPECT WS-TEXTO-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-TEXTO-TRABAJO CONVERTING ".,#-/;:()'"
               TO SPACE.
           INSPECT WS-TEXTO-TRABAJO REPLACING ALL QUOTE BY SPACE.
           MOVE 0   TO WS-POS-SALIDA.
           MOVE "N" TO WS-BLANCO-PENDIENTE-SW.
           PERFORM COPIO-CARACTER
               VARYING WS-I-TXT FROM 1 BY 1
               UNTIL WS-I-TXT > 80.
           GOBACK.

      ******************************************************************
      * Copia el caracter a la salida; una corrida de blancos se
      * reduce a uno solo, que se escribe solo si le sigue otra
      * palabra (asi no quedan blancos al principio ni repetidos).
      ******************************************************************
       COPIO-CARACTER.
           IF WS-TXT-CAR (WS-I-TXT) = SPACE
               IF WS-POS-SALIDA > 0
                   MOVE "S" TO WS-BLANCO-PENDIENTE-SW
               END-IF
           ELSE
               IF BLANCO-PENDIENTE
                   ADD 1 TO WS-POS-SALIDA
                   MOVE "N" TO WS-BLANCO-PENDIENTE-SW
               END-IF
               ADD 1 TO WS-POS-SALIDA
               MOVE WS-TXT-CAR (WS-I-TXT)
                   TO LNK-NORMALIZADA (WS-POS-SALIDA:1).

       END PROGRAM NORMALIZA-DIRECCION.
