      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Matriz de migracion de mora (roll rates) entre dos
      *          cierres consecutivos de FOTO-SALDOS: cruza por CLI-ID
      *          la foto del periodo tecleado contra la del mes
      *          anterior, clasifica a cada cliente en su cubeta de
      *          mora de cada foto (al dia, 1-30, 31-60, 61-90, mas de
      *          90, castigado -- FOT-CUBETA) e imprime la matriz de
      *          paso de una cubeta a otra en cantidad de cuentas y en
      *          deuda del cierre anterior (la de las cuentas nuevas,
      *          en la fila NUEVO, es la del cierre actual), con las
      *          tasas de avance a una cubeta peor y de cura por
      *          cubeta. Las tasas de cada corrida quedan en la
      *          historia de doce meses tasas_migracion.dat
      *          (MIGRACION.cpy) y el reporte cierra con la tendencia
      *          de esos doce meses. Reporte en
      *          ./matriz_migracion_AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIZ-MIGRACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FOTO-ANTERIOR ASSIGN TO WS-PATH-ANTERIOR
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ANTERIOR.

           SELECT FOTO-ACTUAL ASSIGN TO WS-PATH-ACTUAL
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ACTUAL.

           SELECT OPTIONAL MIGRACIONES
                  ASSIGN TO "./tasas_migracion.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MIG-PERIODO
                  STATUS ST-MIGRACIONES.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  FOTO-ANTERIOR.

           COPY FOTOSALDO REPLACING ==REG-FOTO-SALDO== BY
               ==REG-FOTO-ANT==
               ==FOT-ID==     BY ==ANT-ID==
               ==FOT-SALDO==  BY ==ANT-SALDO==
               ==FOT-MONEDA== BY ==ANT-MONEDA==
               ==FOT-CUBETA== BY ==ANT-CUBETA==
               ==FOT-AL-DIA== BY ==ANT-AL-DIA==
               ==FOT-CASTIGADO== BY ==ANT-CASTIGADO==
               ==FOT-DIAS-MORA== BY ==ANT-DIAS-MORA==.

       FD  FOTO-ACTUAL.

           COPY FOTOSALDO REPLACING ==REG-FOTO-SALDO== BY
               ==REG-FOTO-ACT==
               ==FOT-ID==     BY ==ACT-ID==
               ==FOT-SALDO==  BY ==ACT-SALDO==
               ==FOT-MONEDA== BY ==ACT-MONEDA==
               ==FOT-CUBETA== BY ==ACT-CUBETA==
               ==FOT-AL-DIA== BY ==ACT-AL-DIA==
               ==FOT-CASTIGADO== BY ==ACT-CASTIGADO==
               ==FOT-DIAS-MORA== BY ==ACT-DIAS-MORA==.

       FD  MIGRACIONES.

           COPY MIGRACION.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-ANTERIOR     PIC XX VALUE SPACE.
       01  ST-ACTUAL       PIC XX VALUE SPACE.
       01  ST-MIGRACIONES  PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-PERIODO-ACTUAL   PIC 9(6)  VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACTUAL.
           05 WS-PER-ANO       PIC 9(4).
           05 WS-PER-MES       PIC 99.
       01  WS-PERIODO-ANTERIOR PIC 9(6)  VALUE 0.
       01  WS-PERIODO-LIMITE   PIC 9(6)  VALUE 0.
       01  WS-PATH-ANTERIOR    PIC X(40) VALUE SPACE.
       01  WS-PATH-ACTUAL      PIC X(40) VALUE SPACE.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACE.
       01  WS-FECHA-HOY        PIC 9(8)  VALUE 0.

      * Banderas de fin de archivo del cruce por CLI-ID.
       01  WS-FIN-ANTERIOR-SW  PIC X VALUE "N".
           88 FIN-ANTERIOR     VALUE "S".
       01  WS-FIN-ACTUAL-SW    PIC X VALUE "N".
           88 FIN-ACTUAL       VALUE "S".

      * Conversion a base con la tasa en vigor al cierre de cada
      * foto, como en COMPARA-FOTOS.
       01  WS-FECHA-CIERRE-ANT PIC 9(8) VALUE 0.
       01  WS-FECHA-CIERRE-ACT PIC 9(8) VALUE 0.
       01  WS-TAS-MONEDA    PIC X(3)      VALUE SPACE.
       01  WS-TAS-FECHA     PIC 9(8)      VALUE 0.
       01  WS-TAS-TASA      PIC 9(5)V9(6) VALUE 0.
       01  WS-TAS-HALLADA   PIC X         VALUE "N".
       01  WS-SIN-TASA      PIC 9(5)      VALUE 0.

      * Matriz de paso: fila = cubeta anterior, columna = cubeta
      * actual. Cubetas 0 a 5 de FOTOSALDO.cpy en las posiciones 1 a
      * 6; la posicion 7 es la fila de cuentas NUEVAS y la columna
      * de cuentas RETIRADAS entre fotos.
       01  WS-MATRIZ.
           05 WS-FILA OCCURS 7 TIMES.
               10 WS-CELDA OCCURS 7 TIMES.
                   15 WS-CEL-CANT   PIC 9(7).
                   15 WS-CEL-VALOR  PIC S9(11)V9(3).
       01  WS-FIL         PIC 9 VALUE 0.
       01  WS-COL         PIC 9 VALUE 0.
       01  WS-DEUDA       PIC S9(9)V9(3) VALUE 0.
       01  WS-SIN-CLASIFICAR PIC 9(7) VALUE 0.
       01  WS-TOTAL-NUEVOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-RETIRADOS PIC 9(7) VALUE 0.

       01  WS-ETIQUETAS.
           05 FILLER PIC X(9) VALUE "AL DIA".
           05 FILLER PIC X(9) VALUE "1-30".
           05 FILLER PIC X(9) VALUE "31-60".
           05 FILLER PIC X(9) VALUE "61-90".
           05 FILLER PIC X(9) VALUE "MAS 90".
           05 FILLER PIC X(9) VALUE "CASTIGO".
           05 FILLER PIC X(9) VALUE "NUEVO".
       01  WS-TABLA-ETIQUETAS REDEFINES WS-ETIQUETAS.
           05 WS-ETIQUETA PIC X(9) OCCURS 7 TIMES.

      * Armado de una fila impresa de la matriz.
       01  WS-LINEA-CANT.
           05 LCA-ETIQUETA  PIC X(10).
           05 LCA-CELDA OCCURS 7 TIMES.
               10 LCA-VALOR PIC Z(8)9.
               10 FILLER    PIC X(2).
       01  WS-LINEA-VALOR.
           05 LVA-ETIQUETA  PIC X(10).
           05 LVA-CELDA OCCURS 7 TIMES.
               10 LVA-VALOR PIC -(8)9.
               10 FILLER    PIC X(2).

       01  WS-TASA-AVANCE   PIC 9(3)V99 VALUE 0.
       01  WS-TASA-CURA     PIC 9(3)V99 VALUE 0.
       01  WS-TASA-ED       PIC ZZ9,99.
       01  WS-TASA-ED-2     PIC ZZ9,99.
       01  WS-CUB           PIC 9 VALUE 0.

       01  LINEA-TENDENCIA.
           05 TEN-PERIODO   PIC 9(6).
           05 FILLER        PIC X(3) VALUE SPACE.
           05 TEN-CELDA OCCURS 5 TIMES.
               10 TEN-TASA  PIC ZZ9,99.
               10 FILLER    PIC X(6).
           05 TEN-CURA      PIC ZZ9,99.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MATRIZ-MIGRACION" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo del cierre (AAAAMM):".
           ACCEPT WS-PERIODO-ACTUAL.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-PER-MES = 1
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-ACTUAL - 89
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-ACTUAL - 1.
           COMPUTE WS-PERIODO-LIMITE = WS-PERIODO-ACTUAL - 99.
           IF WS-PER-MES = 12
               COMPUTE WS-PERIODO-LIMITE = WS-PERIODO-ACTUAL - 11.
           STRING "./foto_saldos_" WS-PERIODO-ANTERIOR ".dat"
               DELIMITED BY SIZE INTO WS-PATH-ANTERIOR.
           STRING "./foto_saldos_" WS-PERIODO-ACTUAL ".dat"
               DELIMITED BY SIZE INTO WS-PATH-ACTUAL.
           STRING "./matriz_migracion_" WS-PERIODO-ACTUAL ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           COMPUTE WS-FECHA-CIERRE-ANT =
               (WS-PERIODO-ANTERIOR * 100) + 31.
           COMPUTE WS-FECHA-CIERRE-ACT =
               (WS-PERIODO-ACTUAL * 100) + 31.
           INITIALIZE WS-MATRIZ.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "MATRIZ DE MIGRACION DE MORA " WS-PERIODO-ANTERIOR
               " -> " WS-PERIODO-ACTUAL "  CORRIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CRUZO-FOTOS THRU F-CRUZO-FOTOS.
           IF RETURN-CODE NOT = 0
               CLOSE REPORTE
               STOP RUN.
           PERFORM IMPRIMO-MATRICES.
           PERFORM IMPRIMO-TASAS.
           PERFORM GRABO-HISTORIA THRU F-GRABO-HISTORIA.
           PERFORM IMPRIMO-TENDENCIA THRU F-IMPRIMO-TENDENCIA.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE REPORTE.
           STOP RUN.

      ******************************************************************
      * Cruce balanceado de las dos fotos por CLI-ID: cada cliente
      * suma en la celda (cubeta anterior, cubeta actual); el que
      * falta en una de las dos va a la fila NUEVO o a la columna
      * RETIRADO. Una foto anterior al campo de mora no se puede
      * clasificar y se cuenta aparte.
      ******************************************************************
       CRUZO-FOTOS.
           OPEN INPUT FOTO-ANTERIOR.
           IF ST-ANTERIOR > "07"
               DISPLAY "Foto anterior no disponible (" ST-ANTERIOR
                   "): " WS-PATH-ANTERIOR
               MOVE 16 TO RETURN-CODE
               GO TO F-CRUZO-FOTOS.
           OPEN INPUT FOTO-ACTUAL.
           IF ST-ACTUAL > "07"
               DISPLAY "Foto actual no disponible (" ST-ACTUAL "): "
                   WS-PATH-ACTUAL
               MOVE 16 TO RETURN-CODE
               CLOSE FOTO-ANTERIOR
               GO TO F-CRUZO-FOTOS.
           PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR.
           PERFORM LEO-ACTUAL THRU F-LEO-ACTUAL.

       CRUZO-PAREJA.
           IF FIN-ANTERIOR AND FIN-ACTUAL
               GO TO CIERRO-CRUCE.
           IF FIN-ACTUAL
            OR (NOT FIN-ANTERIOR AND ANT-ID < ACT-ID)
               IF ANT-CUBETA NOT NUMERIC OR ANT-CUBETA > 5
                   ADD 1 TO WS-SIN-CLASIFICAR
               ELSE
                   COMPUTE WS-FIL = ANT-CUBETA + 1
                   MOVE 7 TO WS-COL
                   PERFORM DEUDA-ANTERIOR
                   PERFORM SUMO-CELDA
               END-IF
               PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR
               GO TO CRUZO-PAREJA.
           IF FIN-ANTERIOR
            OR (NOT FIN-ACTUAL AND ACT-ID < ANT-ID)
               IF ACT-CUBETA NOT NUMERIC OR ACT-CUBETA > 5
                   ADD 1 TO WS-SIN-CLASIFICAR
               ELSE
                   MOVE 7 TO WS-FIL
                   COMPUTE WS-COL = ACT-CUBETA + 1
                   PERFORM DEUDA-ACTUAL
                   PERFORM SUMO-CELDA
               END-IF
               PERFORM LEO-ACTUAL THRU F-LEO-ACTUAL
               GO TO CRUZO-PAREJA.
           IF ANT-CUBETA NOT NUMERIC OR ANT-CUBETA > 5
            OR ACT-CUBETA NOT NUMERIC OR ACT-CUBETA > 5
               ADD 1 TO WS-SIN-CLASIFICAR
           ELSE
               COMPUTE WS-FIL = ANT-CUBETA + 1
               COMPUTE WS-COL = ACT-CUBETA + 1
               PERFORM DEUDA-ANTERIOR
               PERFORM SUMO-CELDA.
           PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR.
           PERFORM LEO-ACTUAL THRU F-LEO-ACTUAL.
           GO TO CRUZO-PAREJA.

       CIERRO-CRUCE.
           CLOSE FOTO-ANTERIOR.
           CLOSE FOTO-ACTUAL.

       F-CRUZO-FOTOS.
           EXIT.

       DEUDA-ANTERIOR.
           MOVE 0 TO WS-DEUDA.
           IF ANT-SALDO < 0
               COMPUTE WS-DEUDA = 0 - ANT-SALDO.

       DEUDA-ACTUAL.
           MOVE 0 TO WS-DEUDA.
           IF ACT-SALDO < 0
               COMPUTE WS-DEUDA = 0 - ACT-SALDO.

       SUMO-CELDA.
           ADD 1        TO WS-CEL-CANT (WS-FIL WS-COL).
           ADD WS-DEUDA TO WS-CEL-VALOR (WS-FIL WS-COL).

       LEO-ANTERIOR.
           IF FIN-ANTERIOR
               GO TO F-LEO-ANTERIOR.
           READ FOTO-ANTERIOR
               AT END
                   SET FIN-ANTERIOR TO TRUE
           END-READ.
           IF ST-ANTERIOR > "07" AND ST-ANTERIOR NOT = "10"
               DISPLAY "Error leyendo la foto anterior ("
                   ST-ANTERIOR ")"
               MOVE 16 TO RETURN-CODE
               SET FIN-ANTERIOR TO TRUE.
           IF NOT FIN-ANTERIOR
            AND ANT-MONEDA NOT = SPACE AND ANT-MONEDA NOT = "USD"
               MOVE ANT-MONEDA TO WS-TAS-MONEDA
               MOVE WS-FECHA-CIERRE-ANT TO WS-TAS-FECHA
               CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
                   WS-TAS-TASA WS-TAS-HALLADA
               IF WS-TAS-HALLADA = "S"
                   COMPUTE ANT-SALDO ROUNDED =
                       ANT-SALDO * WS-TAS-TASA
               ELSE
                   ADD 1 TO WS-SIN-TASA
               END-IF
           END-IF.

       F-LEO-ANTERIOR.
           EXIT.

       LEO-ACTUAL.
           IF FIN-ACTUAL
               GO TO F-LEO-ACTUAL.
           READ FOTO-ACTUAL
               AT END
                   SET FIN-ACTUAL TO TRUE
           END-READ.
           IF ST-ACTUAL > "07" AND ST-ACTUAL NOT = "10"
               DISPLAY "Error leyendo la foto actual (" ST-ACTUAL ")"
               MOVE 16 TO RETURN-CODE
               SET FIN-ACTUAL TO TRUE.
           IF NOT FIN-ACTUAL
            AND ACT-MONEDA NOT = SPACE AND ACT-MONEDA NOT = "USD"
               MOVE ACT-MONEDA TO WS-TAS-MONEDA
               MOVE WS-FECHA-CIERRE-ACT TO WS-TAS-FECHA
               CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
                   WS-TAS-TASA WS-TAS-HALLADA
               IF WS-TAS-HALLADA = "S"
                   COMPUTE ACT-SALDO ROUNDED =
                       ACT-SALDO * WS-TAS-TASA
               ELSE
                   ADD 1 TO WS-SIN-TASA
               END-IF
           END-IF.

       F-LEO-ACTUAL.
           EXIT.

      ******************************************************************
      * Las dos matrices, en cantidad y en deuda.
      ******************************************************************
       IMPRIMO-MATRICES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTAS (FILA = CIERRE ANTERIOR, COLUMNA = CIERRE ACTU
      -        "AL)" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-ENCABEZADO-MATRIZ.
           PERFORM IMPRIMO-FILA-CANT
               VARYING WS-FIL FROM 1 BY 1 UNTIL WS-FIL > 7.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEUDA DEL CIERRE ANTERIOR (NUEVAS: DEL ACTUAL)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-ENCABEZADO-MATRIZ.
           PERFORM IMPRIMO-FILA-VALOR
               VARYING WS-FIL FROM 1 BY 1 UNTIL WS-FIL > 7.

       IMPRIMO-ENCABEZADO-MATRIZ.
           MOVE SPACE TO LINEA-REPORTE.
           PERFORM ROTULO-COLUMNA
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7.
           MOVE "RETIRADO" TO LINEA-REPORTE (77:9).
           WRITE LINEA-REPORTE.

       ROTULO-COLUMNA.
           MOVE WS-ETIQUETA (WS-COL)
               TO LINEA-REPORTE ((WS-COL - 1) * 11 + 11:9).

       IMPRIMO-FILA-CANT.
           MOVE SPACE TO WS-LINEA-CANT.
           MOVE WS-ETIQUETA (WS-FIL) TO LCA-ETIQUETA.
           PERFORM ARMO-CELDA-CANT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7.
           MOVE WS-LINEA-CANT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ARMO-CELDA-CANT.
           MOVE WS-CEL-CANT (WS-FIL WS-COL) TO LCA-VALOR (WS-COL).

       IMPRIMO-FILA-VALOR.
           MOVE SPACE TO WS-LINEA-VALOR.
           MOVE WS-ETIQUETA (WS-FIL) TO LVA-ETIQUETA.
           PERFORM ARMO-CELDA-VALOR
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 7.
           MOVE WS-LINEA-VALOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ARMO-CELDA-VALOR.
           MOVE WS-CEL-VALOR (WS-FIL WS-COL) TO LVA-VALOR (WS-COL).

      ******************************************************************
      * Tasas por cubeta de partida (al dia a mas de 90): avance es
      * la porcion de cuentas que paso a una cubeta peor, castigo
      * incluido; cura la que quedo al dia. Las cuentas retiradas
      * entre fotos salen de la base. Quedan en MIG-CUBETA para la
      * historia.
      ******************************************************************
       IMPRIMO-TASAS.
           INITIALIZE REG-MIGRACION.
           MOVE WS-PERIODO-ACTUAL   TO MIG-PERIODO.
           MOVE WS-PERIODO-ANTERIOR TO MIG-PERIODO-ANTERIOR.
           MOVE WS-FECHA-HOY        TO MIG-FECHA-CALCULO.
           PERFORM SUMO-NUEVO
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6.
           PERFORM SUMO-RETIRADO
               VARYING WS-FIL FROM 1 BY 1 UNTIL WS-FIL > 6.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TASAS DE MIGRACION POR CUBETA DE PARTIDA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  CUBETA       CUENTAS  AVANZAN  %AVANCE  CURADAS  %C
      -        "URA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CALCULO-TASA-CUBETA
               VARYING WS-CUB FROM 1 BY 1 UNTIL WS-CUB > 5.
           MOVE MIG-NUEVOS    TO WS-TOTAL-NUEVOS.
           MOVE MIG-RETIRADOS TO WS-TOTAL-RETIRADOS.

       SUMO-NUEVO.
           ADD WS-CEL-CANT (7 WS-COL) TO MIG-NUEVOS.

       SUMO-RETIRADO.
           ADD WS-CEL-CANT (WS-FIL 7) TO MIG-RETIRADOS.

       CALCULO-TASA-CUBETA.
           PERFORM SUMO-PASO
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6.
           IF WS-CUB > 1
               MOVE WS-CEL-CANT (WS-CUB 1) TO MIG-CURA-CANT (WS-CUB).
           PERFORM CALCULO-TASAS-REGISTRO.
           MOVE WS-TASA-AVANCE TO WS-TASA-ED.
           MOVE WS-TASA-CURA   TO WS-TASA-ED-2.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  " WS-ETIQUETA (WS-CUB) "  "
               MIG-BASE-CANT (WS-CUB) "  " MIG-AVANZA-CANT (WS-CUB)
               "   " WS-TASA-ED "  " MIG-CURA-CANT (WS-CUB)
               "  " WS-TASA-ED-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       SUMO-PASO.
           ADD WS-CEL-CANT (WS-CUB WS-COL)  TO MIG-BASE-CANT (WS-CUB).
           ADD WS-CEL-VALOR (WS-CUB WS-COL) TO MIG-BASE-VALOR (WS-CUB).
           IF WS-COL > WS-CUB
               ADD WS-CEL-CANT (WS-CUB WS-COL)
                   TO MIG-AVANZA-CANT (WS-CUB)
               ADD WS-CEL-VALOR (WS-CUB WS-COL)
                   TO MIG-AVANZA-VALOR (WS-CUB).

      * Tasas en porcentaje de la cubeta WS-CUB del REG-MIGRACION en
      * memoria; base cero da tasa cero.
       CALCULO-TASAS-REGISTRO.
           MOVE 0 TO WS-TASA-AVANCE.
           MOVE 0 TO WS-TASA-CURA.
           IF MIG-BASE-CANT (WS-CUB) > 0
               COMPUTE WS-TASA-AVANCE ROUNDED =
                   MIG-AVANZA-CANT (WS-CUB) * 100
                   / MIG-BASE-CANT (WS-CUB)
               COMPUTE WS-TASA-CURA ROUNDED =
                   MIG-CURA-CANT (WS-CUB) * 100
                   / MIG-BASE-CANT (WS-CUB).

      ******************************************************************
      * Graba (o reemplaza, si el cierre ya se habia corrido) las
      * tasas del periodo y borra los periodos de mas de doce meses.
      ******************************************************************
       GRABO-HISTORIA.
           OPEN I-O MIGRACIONES.
           IF ST-MIGRACIONES = "35"
               OPEN OUTPUT MIGRACIONES
               CLOSE MIGRACIONES
               OPEN I-O MIGRACIONES.
           IF ST-MIGRACIONES > "07"
               DISPLAY "Error abriendo MIGRACIONES (" ST-MIGRACIONES
                   "), las tasas no quedan en la historia."
               MOVE 8 TO RETURN-CODE
               GO TO F-GRABO-HISTORIA.
           WRITE REG-MIGRACION
               INVALID KEY
                   REWRITE REG-MIGRACION
           END-WRITE.
           IF ST-MIGRACIONES > "07"
               DISPLAY "Error grabando MIGRACIONES (" ST-MIGRACIONES
                   ")"
               MOVE 8 TO RETURN-CODE.
           MOVE 0 TO MIG-PERIODO.
           START MIGRACIONES KEY IS NOT LESS THAN MIG-PERIODO
               INVALID KEY
                   GO TO CIERRO-HISTORIA
           END-START.

       PURGO-HISTORIA.
           READ MIGRACIONES NEXT RECORD
               AT END
                   GO TO CIERRO-HISTORIA
           END-READ.
           IF ST-MIGRACIONES > "07"
               GO TO CIERRO-HISTORIA.
           IF MIG-PERIODO NOT < WS-PERIODO-LIMITE
               GO TO CIERRO-HISTORIA.
           DELETE MIGRACIONES RECORD.
           GO TO PURGO-HISTORIA.

       CIERRO-HISTORIA.
           CLOSE MIGRACIONES.

       F-GRABO-HISTORIA.
           EXIT.

      ******************************************************************
      * Tendencia de los doce meses guardados: tasa de avance de cada
      * cubeta de partida y tasa de cura de toda la cartera en mora.
      ******************************************************************
       IMPRIMO-TENDENCIA.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TENDENCIA DE DOCE MESES (% DE AVANCE POR CUBETA DE "
               "PARTIDA, % DE CURA DE LA MORA)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PERIODO   AL DIA      1-30        31-60       61-90"
               "       MAS 90      CURA"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT MIGRACIONES.
           IF ST-MIGRACIONES > "07"
               GO TO F-IMPRIMO-TENDENCIA.
           MOVE 0 TO MIG-PERIODO.
           START MIGRACIONES KEY IS NOT LESS THAN MIG-PERIODO
               INVALID KEY
                   GO TO CIERRO-TENDENCIA
           END-START.

       LEO-TENDENCIA.
           READ MIGRACIONES NEXT RECORD
               AT END
                   GO TO CIERRO-TENDENCIA
           END-READ.
           IF ST-MIGRACIONES > "07"
               GO TO CIERRO-TENDENCIA.
           MOVE SPACE TO LINEA-TENDENCIA.
           MOVE MIG-PERIODO TO TEN-PERIODO.
           PERFORM ARMO-TASA-TENDENCIA
               VARYING WS-CUB FROM 1 BY 1 UNTIL WS-CUB > 5.
           PERFORM CALCULO-CURA-TOTAL.
           MOVE WS-TASA-CURA TO TEN-CURA.
           MOVE LINEA-TENDENCIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LEO-TENDENCIA.

       CIERRO-TENDENCIA.
           CLOSE MIGRACIONES.

       F-IMPRIMO-TENDENCIA.
           EXIT.

       ARMO-TASA-TENDENCIA.
           PERFORM CALCULO-TASAS-REGISTRO.
           MOVE WS-TASA-AVANCE TO TEN-TASA (WS-CUB).

      * Cura de la mora: cuentas de 1-30 a mas de 90 que quedaron al
      * dia sobre todas las que estaban en mora.
       CALCULO-CURA-TOTAL.
           MOVE 0 TO WS-TASA-CURA.
           IF MIG-BASE-CANT (2) + MIG-BASE-CANT (3) + MIG-BASE-CANT (4)
            + MIG-BASE-CANT (5) > 0
               COMPUTE WS-TASA-CURA ROUNDED =
                   (MIG-CURA-CANT (2) + MIG-CURA-CANT (3)
                    + MIG-CURA-CANT (4) + MIG-CURA-CANT (5)) * 100
                   / (MIG-BASE-CANT (2) + MIG-BASE-CANT (3)
                    + MIG-BASE-CANT (4) + MIG-BASE-CANT (5)).

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-SIN-CLASIFICAR > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "AVISO: " WS-SIN-CLASIFICAR " CUENTAS SIN "
                   "CUBETA DE MORA EN LA FOTO (FOTO ANTERIOR AL "
                   "CAMPO), FUERA DE LA MATRIZ"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 4 TO RETURN-CODE.
           IF WS-SIN-TASA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "AVISO: " WS-SIN-TASA " SALDOS SIN TASA DE "
                   "CAMBIO HISTORICA, SUMADOS SIN CONVERTIR"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           DISPLAY "Cuentas nuevas        : " WS-TOTAL-NUEVOS.
           DISPLAY "Cuentas retiradas     : " WS-TOTAL-RETIRADOS.
           DISPLAY "Sin clasificar        : " WS-SIN-CLASIFICAR.
           DISPLAY "Reporte en " WS-REPORTE-PATH.

           COPY BANNER.

       END PROGRAM MATRIZ-MIGRACION.
