      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Resumen de la circularizacion de saldos para los
      *          auditores externos: recorre las confirmaciones del
      *          periodo pedido (confirmaciones.dat, CONFIRMA.cpy) y
      *          lista cada cliente de la muestra con el motivo de su
      *          eleccion, el estado de la respuesta, el saldo en
      *          libros al corte, el que declaro el cliente y la
      *          diferencia; al pie, cantidad y saldo en libros por
      *          estado, total de diferencias, tasa de respuesta sobre
      *          las cartas enviadas y cobertura del saldo confirmado
      *          conforme. Los saldos se suman en valor absoluto y
      *          en su moneda nominal. Corre por empresa del grupo o
      *          consolidado; salida en confirmaciones_AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CONFIRMACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONFIRMACIONES
                  ASSIGN TO "./confirmaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CNF-CLAVE
                  STATUS ST-CONFIRMACIONES.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CONFIRMACIONES.

           COPY CONFIRMA.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-CONFIRMACIONES  PIC XX VALUE SPACE.
       01  ST-REPORTE         PIC XX VALUE SPACE.

       01  WS-FECHA-HOY     PIC 9(8)  VALUE 0.
       01  WS-PERIODO       PIC 9(6)  VALUE 0.
       01  WS-REPORTE-PATH  PIC X(60) VALUE SPACE.
       01  WS-SALDO-ABS     PIC 9(9)V9(3) VALUE 0.
       01  WS-ESTADO-TEXTO  PIC X(14) VALUE SPACE.

      * Acumulados por estado: P pendiente, R rebotada, C conforme,
      * D desacuerdo, N sin respuesta.
       01  WS-ESTADOS-VALORES.
           05 FILLER PIC X(15) VALUE "PPENDIENTE".
           05 FILLER PIC X(15) VALUE "RDIR. REBOTADA".
           05 FILLER PIC X(15) VALUE "CCONFORME".
           05 FILLER PIC X(15) VALUE "DEN DESACUERDO".
           05 FILLER PIC X(15) VALUE "NSIN RESPUESTA".
       01  WS-ESTADOS REDEFINES WS-ESTADOS-VALORES.
           05 WS-EST OCCURS 5 TIMES.
               10 WS-EST-CODIGO  PIC X.
               10 WS-EST-TEXTO   PIC X(14).
       01  WS-ACUMULADOS.
           05 WS-ACU OCCURS 5 TIMES.
               10 WS-ACU-CANT    PIC 9(7)      VALUE 0.
               10 WS-ACU-SALDO   PIC 9(11)V9(3) VALUE 0.
       01  WS-I             PIC 9    VALUE 0.
       01  WS-IDX           PIC 9    VALUE 0.

       01  WS-TOTAL-MUESTRA    PIC 9(7)       VALUE 0.
       01  WS-TOTAL-UMBRAL     PIC 9(7)       VALUE 0.
       01  WS-TOTAL-ALEATORIAS PIC 9(7)       VALUE 0.
       01  WS-SALDO-MUESTRA    PIC 9(11)V9(3) VALUE 0.
       01  WS-DIF-NETA         PIC S9(11)V9(3) VALUE 0.
       01  WS-DIF-ABSOLUTA     PIC 9(11)V9(3) VALUE 0.
       01  WS-ENVIADAS         PIC 9(7)       VALUE 0.
       01  WS-RESPONDIDAS      PIC 9(7)       VALUE 0.
       01  WS-TASA-RESPUESTA   PIC 9(3)V99    VALUE 0.
       01  WS-COBERTURA        PIC 9(3)V99    VALUE 0.

       01  WS-LINEA-DETALLE.
           05 LDE-ID           PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LDE-MOTIVO       PIC X(9).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LDE-ESTADO       PIC X(14).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LDE-ENVIO        PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LDE-LIBROS       PIC -(7)9,99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LDE-MONEDA       PIC X(3).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LDE-CLIENTE      PIC -(7)9,99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 LDE-DIFERENCIA   PIC -(7)9,99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LDE-OBSERVACION  PIC X(40).

       01  WS-LINEA-ESTADO.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LES-TEXTO        PIC X(14).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LES-CANT         PIC Z(6)9.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 LES-SALDO        PIC Z(10)9,99.

       01  WS-VALOR-ED         PIC -(10)9,99.
       01  WS-TASA-ED          PIC ZZ9,99.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-CONFIRMACIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo de la circularizacion (AAAAMM):".
           ACCEPT WS-PERIODO.
           OPEN INPUT CONFIRMACIONES.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error abriendo CONFIRMACIONES ("
                   ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING "./confirmaciones_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CIRCULARIZACION DE SALDOS - RESUMEN PARA AUDITORIA"
               "   PERIODO " WS-PERIODO "   CORRIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CLIENTE   MOTIVO    ESTADO         ENVIADA   "
               TO LINEA-REPORTE.
           MOVE "       LIBROS MON      CLIENTE   DIFERENCIA  "
               TO LINEA-REPORTE (47:45).
           MOVE "OBSERVACION" TO LINEA-REPORTE (92:11).
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO TO CNF-PERIODO.
           MOVE 0          TO CNF-ID-CLIENTE.
           START CONFIRMACIONES KEY IS NOT LESS THAN CNF-CLAVE
               INVALID KEY
                   GO TO IMPRIMO-TOTALES
           END-START.
           PERFORM LEO-CONFIRMACION THRU F-LEO-CONFIRMACION.

       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "MUESTRA: " WS-TOTAL-MUESTRA " CLIENTES ("
               WS-TOTAL-UMBRAL " POR UMBRAL, " WS-TOTAL-ALEATORIAS
               " AL AZAR)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  ESTADO          CANTIDAD     SALDO EN LIBROS" TO
               LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 1 TO WS-I.
           PERFORM IMPRIMO-ESTADO THRU F-IMPRIMO-ESTADO.
           MOVE "TOTAL MUESTRA" TO LES-TEXTO.
           MOVE WS-TOTAL-MUESTRA TO LES-CANT.
           MOVE WS-SALDO-MUESTRA TO LES-SALDO.
           MOVE WS-LINEA-ESTADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-DIF-NETA TO WS-VALOR-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DIFERENCIAS NETAS (CLIENTE - LIBROS): " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-DIF-ABSOLUTA TO WS-VALOR-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DIFERENCIAS EN VALOR ABSOLUTO:         " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *    Respuesta sobre lo enviado (sin las rebotadas ni las que
      *    aun no salen); cobertura: saldo conforme sobre el saldo
      *    de toda la muestra.
           COMPUTE WS-ENVIADAS = WS-TOTAL-MUESTRA - WS-ACU-CANT (2).
           COMPUTE WS-RESPONDIDAS = WS-ACU-CANT (3) + WS-ACU-CANT (4).
           IF WS-ENVIADAS > 0
               COMPUTE WS-TASA-RESPUESTA ROUNDED =
                   WS-RESPONDIDAS * 100 / WS-ENVIADAS.
           IF WS-SALDO-MUESTRA > 0
               COMPUTE WS-COBERTURA ROUNDED =
                   WS-ACU-SALDO (3) * 100 / WS-SALDO-MUESTRA.
           MOVE WS-TASA-RESPUESTA TO WS-TASA-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TASA DE RESPUESTA: " WS-TASA-ED " % ("
               WS-RESPONDIDAS " DE " WS-ENVIADAS " ENVIADAS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-COBERTURA TO WS-TASA-ED.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "SALDO CONFIRMADO CONFORME: " WS-TASA-ED
               " % DEL SALDO DE LA MUESTRA"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Clientes en la muestra : " WS-TOTAL-MUESTRA.
           DISPLAY "Conformes              : " WS-ACU-CANT (3).
           DISPLAY "En desacuerdo          : " WS-ACU-CANT (4).
           DISPLAY "Diferencias netas      : " WS-DIF-NETA.
           CLOSE CONFIRMACIONES.
           CLOSE REPORTE.
           STOP RUN.

       LEO-CONFIRMACION.
           READ CONFIRMACIONES NEXT RECORD
               AT END
                   GO TO F-LEO-CONFIRMACION
           END-READ.
           IF ST-CONFIRMACIONES > "07" AND ST-CONFIRMACIONES NOT = "10"
               DISPLAY "Error leyendo CONFIRMACIONES ("
                   ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-LEO-CONFIRMACION.
           IF CNF-PERIODO NOT = WS-PERIODO
               GO TO F-LEO-CONFIRMACION.
           MOVE CNF-EMPRESA TO WS-EMP-REGISTRO-NUM.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CONFIRMACION.
           ADD 1 TO WS-TOTAL-MUESTRA.
           IF CNF-POR-UMBRAL
               ADD 1 TO WS-TOTAL-UMBRAL
               MOVE "UMBRAL" TO LDE-MOTIVO
           ELSE
               ADD 1 TO WS-TOTAL-ALEATORIAS
               MOVE "AL AZAR" TO LDE-MOTIVO.
           IF CNF-SALDO-CORTE < 0
               COMPUTE WS-SALDO-ABS = 0 - CNF-SALDO-CORTE
           ELSE
               MOVE CNF-SALDO-CORTE TO WS-SALDO-ABS.
           ADD WS-SALDO-ABS TO WS-SALDO-MUESTRA.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
           PERFORM BUSCO-ESTADO THRU F-BUSCO-ESTADO.
           IF WS-IDX > 0
               ADD 1            TO WS-ACU-CANT (WS-IDX)
               ADD WS-SALDO-ABS TO WS-ACU-SALDO (WS-IDX)
               MOVE WS-EST-TEXTO (WS-IDX) TO LDE-ESTADO
           ELSE
               MOVE CNF-ESTADO TO LDE-ESTADO.
           MOVE CNF-ID-CLIENTE   TO LDE-ID.
           MOVE CNF-FECHA-ENVIO  TO LDE-ENVIO.
           MOVE CNF-SALDO-CORTE  TO LDE-LIBROS.
           MOVE CNF-MONEDA       TO LDE-MONEDA.
           MOVE CNF-SALDO-CLIENTE TO LDE-CLIENTE.
           MOVE CNF-DIFERENCIA   TO LDE-DIFERENCIA.
           MOVE CNF-OBSERVACION  TO LDE-OBSERVACION.
           IF CNF-DESACUERDO
               ADD CNF-DIFERENCIA TO WS-DIF-NETA
               IF CNF-DIFERENCIA < 0
                   SUBTRACT CNF-DIFERENCIA FROM WS-DIF-ABSOLUTA
               ELSE
                   ADD CNF-DIFERENCIA TO WS-DIF-ABSOLUTA.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LEO-CONFIRMACION.

       F-LEO-CONFIRMACION.
           EXIT.

       BUSCO-ESTADO.
           IF WS-I > 5
               GO TO F-BUSCO-ESTADO.
           IF WS-EST-CODIGO (WS-I) = CNF-ESTADO
               MOVE WS-I TO WS-IDX
               GO TO F-BUSCO-ESTADO.
           ADD 1 TO WS-I.
           GO TO BUSCO-ESTADO.

       F-BUSCO-ESTADO.
           EXIT.

       IMPRIMO-ESTADO.
           IF WS-I > 5
               GO TO F-IMPRIMO-ESTADO.
           MOVE WS-EST-TEXTO (WS-I) TO LES-TEXTO.
           MOVE WS-ACU-CANT (WS-I)  TO LES-CANT.
           MOVE WS-ACU-SALDO (WS-I) TO LES-SALDO.
           MOVE WS-LINEA-ESTADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-I.
           GO TO IMPRIMO-ESTADO.

       F-IMPRIMO-ESTADO.
           EXIT.

           COPY EMPCORR.

           COPY BANNER.

       END PROGRAM REPORTE-CONFIRMACIONES.
