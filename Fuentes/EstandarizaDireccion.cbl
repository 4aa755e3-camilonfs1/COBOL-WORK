      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de estandarizacion de una direccion:
      *          reescribe el texto libre en una sola forma canonica
      *          segun la tabla de abreviaturas (abreviaturas_dir.dat,
      *          ABREVIA.cpy). Pasa a mayusculas, cambia la puntuacion
      *          por blancos, separa las palabras y reemplaza cada una
      *          por su forma canonica (o la quita si la forma esta en
      *          blanco). Si la direccion empieza por un tipo de via,
      *          el primer par de numeros despues de la via queda como
      *          "# N-N": "Carrera 7 No. 45 - 10" queda
      *          "CRA 7 # 45-10". Si el resultado no cabe en 80
      *          posiciones devuelve la direccion recibida. La tabla se
      *          carga en la primera llamada; sin tabla solo se limpia
      *          la direccion. Lo llaman las capturas de direccion y
      *          DEPURA-DIRECCIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTANDARIZA-DIRECCION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY ABRSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  ABREVIATURAS.

           COPY ABREVIA.

       WORKING-STORAGE SECTION.

       01  ST-ABREVIATURAS  PIC XX VALUE SPACE.

       01  WS-CARGADA-SW    PIC X VALUE "N".
           88 TABLA-CARGADA VALUE "S".

      * Tabla de abreviaturas en memoria, en orden de palabra.
       01  WS-ABR-CANT      PIC 9(3) VALUE 0.
       01  WS-TABLA-ABREVIATURAS.
           05 WS-ABR-ENTRADA OCCURS 300 TIMES.
               10 WS-ABR-PALABRA   PIC X(15).
               10 WS-ABR-FORMA     PIC X(15).
               10 WS-ABR-TIPO-VIA  PIC X.
       01  WS-ABR-I         PIC 9(3) VALUE 0.
       01  WS-HALLADA-SW    PIC X VALUE "N".
           88 ABREVIATURA-HALLADA VALUE "S".

      * Palabras de la direccion ya reemplazadas.
       01  WS-TEXTO         PIC X(80) VALUE SPACE.
       01  WS-PUNTERO       PIC 9(3)  VALUE 0.
       01  WS-PALABRA       PIC X(30) VALUE SPACE.
       01  WS-PAL-VIA       PIC X     VALUE SPACE.
       01  WS-PAL-CANT      PIC 99    VALUE 0.
       01  WS-TABLA-PALABRAS.
           05 WS-PAL-ENTRADA OCCURS 40 TIMES.
               10 WS-PAL-TEXTO     PIC X(30).
               10 WS-PAL-TIPO-VIA  PIC X.
       01  WS-PAL-I         PIC 99    VALUE 0.
       01  WS-NUMERAL       PIC 99    VALUE 0.

       01  WS-SALIDA        PIC X(80) VALUE SPACE.
       01  WS-POS-SALIDA    PIC 9(3)  VALUE 0.
       01  WS-DESBORDE-SW   PIC X     VALUE "N".
           88 SALIDA-DESBORDADA VALUE "S".

       LINKAGE SECTION.
       01  LNK-ENTRADA   PIC X(80).
       01  LNK-ESTANDAR  PIC X(80).

       PROCEDURE DIVISION USING LNK-ENTRADA LNK-ESTANDAR.
       MAIN-RUTINA.
           IF NOT TABLA-CARGADA
               PERFORM CARGO-TABLA THRU F-CARGO-TABLA.
           MOVE LNK-ENTRADA TO WS-TEXTO.
           INSPECT WS-TEXTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-TEXTO CONVERTING ".,#-/;:()'" TO SPACE.
           INSPECT WS-TEXTO REPLACING ALL QUOTE BY SPACE.
           MOVE 0 TO WS-PAL-CANT.
           MOVE 1 TO WS-PUNTERO.
           PERFORM SEPARO-PALABRA THRU F-SEPARO-PALABRA
               UNTIL WS-PUNTERO > 80 OR WS-PAL-CANT = 40.
           MOVE 0 TO WS-NUMERAL.
           IF WS-PAL-CANT > 3 AND WS-PAL-TIPO-VIA (1) = "S"
               PERFORM BUSCO-NUMERAL
                   VARYING WS-PAL-I FROM 3 BY 1
                   UNTIL WS-PAL-I NOT < WS-PAL-CANT
                      OR WS-NUMERAL > 0.
           MOVE SPACE TO WS-SALIDA.
           MOVE 1     TO WS-POS-SALIDA.
           MOVE "N"   TO WS-DESBORDE-SW.
           PERFORM ARMO-PALABRA
               VARYING WS-PAL-I FROM 1 BY 1
               UNTIL WS-PAL-I > WS-PAL-CANT OR SALIDA-DESBORDADA.
           IF SALIDA-DESBORDADA
               MOVE LNK-ENTRADA TO LNK-ESTANDAR
           ELSE
               MOVE WS-SALIDA TO LNK-ESTANDAR.
           GOBACK.

      ******************************************************************
      * Carga la tabla de abreviaturas una sola vez por corrida.
      ******************************************************************
       CARGO-TABLA.
           SET TABLA-CARGADA TO TRUE.
           MOVE 0 TO WS-ABR-CANT.
           OPEN INPUT ABREVIATURAS.
           IF ST-ABREVIATURAS NOT = "00"
               IF ST-ABREVIATURAS = "05"
                   CLOSE ABREVIATURAS
               END-IF
               DISPLAY "Aviso: tabla de abreviaturas de direccion no "
                   "disponible, las direcciones solo se limpian."
               GO TO F-CARGO-TABLA.

       LEO-ABREVIATURA.
           READ ABREVIATURAS NEXT RECORD
               AT END
                   CLOSE ABREVIATURAS
                   GO TO F-CARGO-TABLA
           END-READ.
           IF WS-ABR-CANT = 300
               DISPLAY "Aviso: la tabla de abreviaturas pasa de 300 "
                   "palabras, se usan las primeras 300."
               CLOSE ABREVIATURAS
               GO TO F-CARGO-TABLA.
           ADD 1 TO WS-ABR-CANT.
           MOVE ABR-PALABRA  TO WS-ABR-PALABRA (WS-ABR-CANT).
           MOVE ABR-FORMA    TO WS-ABR-FORMA (WS-ABR-CANT).
           MOVE ABR-TIPO-VIA TO WS-ABR-TIPO-VIA (WS-ABR-CANT).
           GO TO LEO-ABREVIATURA.

       F-CARGO-TABLA.
           EXIT.

      ******************************************************************
      * Toma la siguiente palabra del texto y la guarda ya
      * reemplazada por su forma canonica. La palabra cuya forma
      * canonica esta en blanco no se guarda.
      ******************************************************************
       SEPARO-PALABRA.
           MOVE SPACE TO WS-PALABRA.
           UNSTRING WS-TEXTO DELIMITED BY ALL SPACE
               INTO WS-PALABRA
               WITH POINTER WS-PUNTERO.
           IF WS-PALABRA = SPACE
               GO TO F-SEPARO-PALABRA.
           MOVE "N" TO WS-PAL-VIA.
           MOVE "N" TO WS-HALLADA-SW.
           PERFORM BUSCO-ABREVIATURA
               VARYING WS-ABR-I FROM 1 BY 1
               UNTIL WS-ABR-I > WS-ABR-CANT OR ABREVIATURA-HALLADA.
           IF ABREVIATURA-HALLADA
               SUBTRACT 1 FROM WS-ABR-I
               IF WS-ABR-FORMA (WS-ABR-I) = SPACE
                   GO TO F-SEPARO-PALABRA
               END-IF
               MOVE WS-ABR-FORMA (WS-ABR-I)    TO WS-PALABRA
               MOVE WS-ABR-TIPO-VIA (WS-ABR-I) TO WS-PAL-VIA
           END-IF.
           ADD 1 TO WS-PAL-CANT.
           MOVE WS-PALABRA TO WS-PAL-TEXTO (WS-PAL-CANT).
           MOVE WS-PAL-VIA TO WS-PAL-TIPO-VIA (WS-PAL-CANT).

       F-SEPARO-PALABRA.
           EXIT.

       BUSCO-ABREVIATURA.
           IF WS-ABR-PALABRA (WS-ABR-I) = WS-PALABRA
               SET ABREVIATURA-HALLADA TO TRUE.

      ******************************************************************
      * El numeral va antes del primer par de palabras numericas
      * seguidas despues de la via y su numero ("CRA 7 45 10").
      ******************************************************************
       BUSCO-NUMERAL.
           IF WS-PAL-TEXTO (WS-PAL-I) (1:1) NUMERIC
              AND WS-PAL-TEXTO (WS-PAL-I + 1) (1:1) NUMERIC
               MOVE WS-PAL-I TO WS-NUMERAL.

       ARMO-PALABRA.
           IF WS-PAL-I > 1
               IF WS-NUMERAL > 0 AND WS-PAL-I = WS-NUMERAL + 1
                   STRING "-" DELIMITED BY SIZE
                       INTO WS-SALIDA WITH POINTER WS-POS-SALIDA
                       ON OVERFLOW SET SALIDA-DESBORDADA TO TRUE
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                       INTO WS-SALIDA WITH POINTER WS-POS-SALIDA
                       ON OVERFLOW SET SALIDA-DESBORDADA TO TRUE
                   END-STRING
               END-IF
           END-IF.
           IF WS-PAL-I = WS-NUMERAL
               STRING "# " DELIMITED BY SIZE
                   INTO WS-SALIDA WITH POINTER WS-POS-SALIDA
                   ON OVERFLOW SET SALIDA-DESBORDADA TO TRUE
               END-STRING.
           STRING WS-PAL-TEXTO (WS-PAL-I) DELIMITED BY SPACE
               INTO WS-SALIDA WITH POINTER WS-POS-SALIDA
               ON OVERFLOW SET SALIDA-DESBORDADA TO TRUE
           END-STRING.

       END PROGRAM ESTANDARIZA-DIRECCION.
