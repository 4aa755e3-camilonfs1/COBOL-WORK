      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de los totales de corrida de los
      *          programas de posteo que admiten simulacion
      *          (SIMULA.cpy). En la corrida real guarda los totales
      *          por concepto en resultados_corrida.dat (RESCORR.cpy),
      *          reemplazando los de la corrida real anterior del
      *          mismo programa. En la corrida simulada no graba ahi:
      *          agrega al reporte del dia
      *          (comparacion_simulacion_AAAAMMDD.txt) cada concepto
      *          simulado contra el de la ultima corrida real, con la
      *          diferencia en cantidad y en valor, y al final los
      *          conceptos de la corrida real que la simulada no
      *          produjo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-RESULTADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RESULTADOS ASSIGN TO
                  "./resultados_corrida.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCO-PROGRAMA
                  STATUS ST-RESULTADOS.

           SELECT OPTIONAL COMPARACION ASSIGN TO WS-COMPARACION-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-COMPARACION.

       DATA DIVISION.
       FILE SECTION.

       FD  RESULTADOS.

           COPY RESCORR.

       FD  COMPARACION.
       01  LINEA-COMPARACION PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-RESULTADOS    PIC XX VALUE SPACE.
       01  ST-COMPARACION   PIC XX VALUE SPACE.
       01  WS-COMPARACION-PATH PIC X(60) VALUE SPACE.

      * Ultima corrida real del programa, copiada del archivo para
      * compararla con la simulada que llega por LINKAGE.
       01  WS-REAL-SW       PIC X VALUE "N".
           88 HAY-CORRIDA-REAL VALUE "S".
       01  WS-REAL-FECHA    PIC 9(8) VALUE 0.
       01  WS-REAL-HORA     PIC 9(8) VALUE 0.
       01  WS-REAL-CONCEPTOS PIC 99  VALUE 0.
       01  WS-TAB-REAL.
           05 WS-REAL-CONCEPTO OCCURS 12 TIMES.
               10 WS-REAL-NOMBRE    PIC X(30).
               10 WS-REAL-CANTIDAD  PIC S9(9).
               10 WS-REAL-VALOR     PIC S9(11)V9(3).
               10 WS-REAL-USADO     PIC X.
       01  WS-I             PIC 99 VALUE 0.
       01  WS-J             PIC 99 VALUE 0.
       01  WS-HALLADO       PIC 99 VALUE 0.
       01  WS-CANT-REAL     PIC S9(9)       VALUE 0.
       01  WS-VALOR-REAL    PIC S9(11)V9(3) VALUE 0.

       01  LINEA-CONCEPTO.
           05 LCO-NOMBRE      PIC X(30).
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-CANT-SIM    PIC -ZZZZZZZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-VALOR-SIM   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-CANT-REAL   PIC -ZZZZZZZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-VALOR-REAL  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-CANT-DIF    PIC -ZZZZZZZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 LCO-VALOR-DIF   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01  LNK-MODO           PIC X.

           COPY RESCORR REPLACING ==REG-RESULTADO-CORRIDA== BY
               ==LNK-RESULTADO==
               ==RCO-PROGRAMA==  BY ==LNK-PROGRAMA==
               ==RCO-FECHA==     BY ==LNK-FECHA==
               ==RCO-HORA==      BY ==LNK-HORA==
               ==RCO-CONCEPTOS== BY ==LNK-CONCEPTOS==
               ==RCO-CONCEPTO==  BY ==LNK-CONCEPTO==
               ==RCO-NOMBRE==    BY ==LNK-NOMBRE==
               ==RCO-CANTIDAD==  BY ==LNK-CANTIDAD==
               ==RCO-VALOR==     BY ==LNK-VALOR==.

       PROCEDURE DIVISION USING LNK-MODO LNK-RESULTADO.
       MAIN-RUTINA.
           IF LNK-MODO = "S"
               PERFORM COMPARO-SIMULACION THRU F-COMPARO-SIMULACION
           ELSE
               PERFORM GUARDO-CORRIDA-REAL THRU F-GUARDO-CORRIDA-REAL.
           GOBACK.

      ******************************************************************
      * Corrida real: sus totales pasan a ser la ultima corrida real
      * del programa.
      ******************************************************************
       GUARDO-CORRIDA-REAL.
           OPEN I-O RESULTADOS.
           IF ST-RESULTADOS = "35"
               OPEN OUTPUT RESULTADOS.
           IF ST-RESULTADOS > "07"
               DISPLAY "Aviso: totales de corrida no disponibles ("
                   ST-RESULTADOS "), la proxima simulacion no tendra "
                   "contra que compararse."
               GO TO F-GUARDO-CORRIDA-REAL.
           MOVE LNK-PROGRAMA TO RCO-PROGRAMA.
           READ RESULTADOS KEY IS RCO-PROGRAMA
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ST-RESULTADOS = "00"
               MOVE LNK-RESULTADO TO REG-RESULTADO-CORRIDA
               REWRITE REG-RESULTADO-CORRIDA
           ELSE
               MOVE LNK-RESULTADO TO REG-RESULTADO-CORRIDA
               WRITE REG-RESULTADO-CORRIDA.
           IF ST-RESULTADOS > "07"
               DISPLAY "Aviso: no se pudieron guardar los totales de "
                   "la corrida (" ST-RESULTADOS ").".
           CLOSE RESULTADOS.

       F-GUARDO-CORRIDA-REAL.
           EXIT.

      ******************************************************************
      * Corrida simulada: cada concepto contra el de la ultima real.
      ******************************************************************
       COMPARO-SIMULACION.
           MOVE "N" TO WS-REAL-SW.
           INITIALIZE WS-TAB-REAL.
           MOVE 0 TO WS-REAL-CONCEPTOS.
           OPEN INPUT RESULTADOS.
           IF ST-RESULTADOS = "00"
               MOVE LNK-PROGRAMA TO RCO-PROGRAMA
               READ RESULTADOS KEY IS RCO-PROGRAMA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-RESULTADOS = "00"
                   SET HAY-CORRIDA-REAL TO TRUE
                   PERFORM COPIO-CORRIDA-REAL
               END-IF
               CLOSE RESULTADOS.
           MOVE SPACE TO WS-COMPARACION-PATH.
           STRING "./comparacion_simulacion_" LNK-FECHA ".txt"
               DELIMITED BY SIZE INTO WS-COMPARACION-PATH.
           OPEN EXTEND COMPARACION.
           IF ST-COMPARACION > "07"
               DISPLAY "Aviso: no se pudo abrir el reporte de "
                   "comparacion (" ST-COMPARACION ")."
               GO TO F-COMPARO-SIMULACION.
           MOVE ALL "=" TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           MOVE SPACE TO LINEA-COMPARACION.
           STRING "SIMULACION DE " LNK-PROGRAMA " DEL " LNK-FECHA
               " " LNK-HORA
               DELIMITED BY SIZE INTO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           MOVE SPACE TO LINEA-COMPARACION.
           IF HAY-CORRIDA-REAL
               STRING "COMPARADA CONTRA LA ULTIMA CORRIDA REAL DEL "
                   WS-REAL-FECHA " " WS-REAL-HORA
                   DELIMITED BY SIZE INTO LINEA-COMPARACION
           ELSE
               MOVE "SIN CORRIDA REAL REGISTRADA PARA COMPARAR"
                   TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           MOVE SPACE TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           MOVE SPACE TO LINEA-COMPARACION.
           STRING "CONCEPTO                       "
               "  CANT.SIM.       VALOR SIMULADO"
               "  CANT.REAL           VALOR REAL"
               "   DIF.CANT.      DIFERENCIA VALOR"
               DELIMITED BY SIZE INTO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           PERFORM COMPARO-CONCEPTO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > LNK-CONCEPTOS.
           PERFORM LISTO-SOLO-REAL
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-REAL-CONCEPTOS.
           MOVE SPACE TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.
           CLOSE COMPARACION.
           DISPLAY "Comparacion contra la ultima corrida real en "
               WS-COMPARACION-PATH.

       F-COMPARO-SIMULACION.
           EXIT.

       COPIO-CORRIDA-REAL.
           MOVE RCO-FECHA     TO WS-REAL-FECHA.
           MOVE RCO-HORA      TO WS-REAL-HORA.
           MOVE RCO-CONCEPTOS TO WS-REAL-CONCEPTOS.
           PERFORM COPIO-CONCEPTO-REAL
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-REAL-CONCEPTOS.

       COPIO-CONCEPTO-REAL.
           MOVE RCO-NOMBRE (WS-J)   TO WS-REAL-NOMBRE (WS-J).
           MOVE RCO-CANTIDAD (WS-J) TO WS-REAL-CANTIDAD (WS-J).
           MOVE RCO-VALOR (WS-J)    TO WS-REAL-VALOR (WS-J).
           MOVE "N"                 TO WS-REAL-USADO (WS-J).

       COMPARO-CONCEPTO.
           MOVE 0 TO WS-HALLADO.
           PERFORM BUSCO-CONCEPTO-REAL
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-REAL-CONCEPTOS.
           MOVE 0 TO WS-CANT-REAL.
           MOVE 0 TO WS-VALOR-REAL.
           IF WS-HALLADO > 0
               MOVE WS-REAL-CANTIDAD (WS-HALLADO) TO WS-CANT-REAL
               MOVE WS-REAL-VALOR (WS-HALLADO)    TO WS-VALOR-REAL
               MOVE "S" TO WS-REAL-USADO (WS-HALLADO).
           MOVE LNK-NOMBRE (WS-I)   TO LCO-NOMBRE.
           MOVE LNK-CANTIDAD (WS-I) TO LCO-CANT-SIM.
           MOVE LNK-VALOR (WS-I)    TO LCO-VALOR-SIM.
           MOVE WS-CANT-REAL        TO LCO-CANT-REAL.
           MOVE WS-VALOR-REAL       TO LCO-VALOR-REAL.
           COMPUTE LCO-CANT-DIF = LNK-CANTIDAD (WS-I) - WS-CANT-REAL.
           COMPUTE LCO-VALOR-DIF = LNK-VALOR (WS-I) - WS-VALOR-REAL.
           MOVE LINEA-CONCEPTO TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.

       BUSCO-CONCEPTO-REAL.
           IF WS-REAL-NOMBRE (WS-J) = LNK-NOMBRE (WS-I)
               MOVE WS-J TO WS-HALLADO.

      *    Concepto que la corrida real tuvo y la simulada no.
       LISTO-SOLO-REAL.
           IF WS-REAL-USADO (WS-J) = "S"
               GO TO F-LISTO-SOLO-REAL.
           MOVE WS-REAL-NOMBRE (WS-J)   TO LCO-NOMBRE.
           MOVE 0                       TO LCO-CANT-SIM.
           MOVE 0                       TO LCO-VALOR-SIM.
           MOVE WS-REAL-CANTIDAD (WS-J) TO LCO-CANT-REAL.
           MOVE WS-REAL-VALOR (WS-J)    TO LCO-VALOR-REAL.
           COMPUTE LCO-CANT-DIF = 0 - WS-REAL-CANTIDAD (WS-J).
           COMPUTE LCO-VALOR-DIF = 0 - WS-REAL-VALOR (WS-J).
           MOVE LINEA-CONCEPTO TO LINEA-COMPARACION.
           WRITE LINEA-COMPARACION.

       F-LISTO-SOLO-REAL.
           EXIT.

       END PROGRAM REGISTRA-RESULTADO.
