      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Cierre contable de periodos (periodos_contables.dat,
      *          PERIODO.cpy). Contabilidad lo corre pasado el fin de
      *          mes, una vez reportada la poliza de INTERFAZ-CONTABLE:
      *          un operador firmado de nivel 2 cierra un AAAAMM ya
      *          vencido (nunca el mes en curso) y el cierre deja
      *          fotografiados cuantos movimientos tiene el mes y su
      *          neto. Desde ese momento CONTROL-PERIODO corre al
      *          periodo abierto en curso cualquier movimiento que
      *          llegue fechado en el mes cerrado. Reabrir un periodo
      *          exige firma de supervisor (nivel 3) y un motivo. El
      *          cierre y la reapertura quedan en auditoria.dat. La
      *          opcion de listar muestra los periodos registrados
      *          con su estado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PERIODOS
                  ASSIGN TO "./periodos_contables.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-AAAAMM
                  STATUS ST-PERIODOS.

           COPY MOVSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIODOS.

           COPY PERIODO.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-PERIODOS    PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X    VALUE SPACE.
       01  WS-CONFIRMA    PIC X    VALUE SPACE.
       01  WS-PERIODO     PIC 9(6) VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO  PIC 9(4).
           05 WS-PER-MES  PIC 99.
       01  WS-MES-EN-CURSO PIC 9(6) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-MOTIVO       PIC X(40) VALUE SPACE.

       01  WS-PERIODO-SW  PIC X    VALUE "N".
           88 PERIODO-VALIDO  VALUE "S".
       01  WS-NUEVO-SW    PIC X    VALUE "N".
           88 PERIODO-NUEVO   VALUE "S".
       01  WS-MOVS-SW     PIC X    VALUE "N".
           88 MOVIMIENTOS-DISPONIBLES VALUE "S".

      * Fotografia del mes que se cierra.
       01  WS-FECHA-DESDE  PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(8) VALUE 0.
       01  WS-MOVS-MES     PIC 9(7) VALUE 0.
       01  WS-NETO-MES     PIC S9(9)V9(3) VALUE 0.
       01  WS-NETO-EDITADO PIC -ZZZ.ZZZ.ZZ9,999.

       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CIERRE-PERIODO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "El cierre de periodos exige firma de nivel 2,"
                   " el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-MES-EN-CURSO.
           OPEN I-O PERIODOS.
           IF ST-PERIODOS = "35"
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS.
           IF ST-PERIODOS > "07"
               DISPLAY "Error abriendo PERIODOS (" ST-PERIODOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Movimientos no disponibles (" ST-MOVIMIENTOS
                   "), el cierre no fotografia el mes."
           ELSE
               SET MOVIMIENTOS-DISPONIBLES TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (C)errar periodo, (R)eabrir periodo, "
               "(L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "C" WHEN "c"
                   PERFORM CIERRO-PERIODO THRU F-CIERRO-PERIODO
               WHEN "R" WHEN "r"
                   PERFORM REABRO-PERIODO THRU F-REABRO-PERIODO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-PERIODOS THRU F-LISTO-PERIODOS
               WHEN "S" WHEN "s"
                   CLOSE PERIODOS
                   IF MOVIMIENTOS-DISPONIBLES
                       CLOSE MOVIMIENTOS
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide el AAAAMM y deja leido su registro si ya existe.
      ******************************************************************
       PIDO-PERIODO.
           MOVE "N" TO WS-PERIODO-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Periodo (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               GO TO F-PIDO-PERIODO.
           SET PERIODO-VALIDO TO TRUE.
           MOVE WS-PERIODO TO PER-AAAAMM.
           READ PERIODOS KEY IS PER-AAAAMM
               INVALID KEY
                   SET PERIODO-NUEVO TO TRUE
           END-READ.

       F-PIDO-PERIODO.
           EXIT.

      ******************************************************************
      * Cierre: solo meses ya terminados. Se cuenta el mes por la
      * clave alterna de fecha antes de confirmar.
      ******************************************************************
       CIERRO-PERIODO.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           IF NOT PERIODO-VALIDO
               GO TO F-CIERRO-PERIODO.
           IF WS-PERIODO NOT < WS-MES-EN-CURSO
               DISPLAY "Solo se cierran meses terminados; el mes en "
                   "curso es " WS-MES-EN-CURSO "."
               GO TO F-CIERRO-PERIODO.
           IF NOT PERIODO-NUEVO AND PER-CERRADO
               DISPLAY "El periodo ya esta cerrado desde el "
                   PER-FECHA-CIERRE " (" PER-OPERADOR-CIERRE ")."
               GO TO F-CIERRO-PERIODO.
           PERFORM CUENTO-MES THRU F-CUENTO-MES.
           MOVE WS-NETO-MES TO WS-NETO-EDITADO.
           DISPLAY "Periodo " WS-PERIODO ": " WS-MOVS-MES
               " movimientos, neto " WS-NETO-EDITADO.
           DISPLAY "Confirma el cierre (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Cierre cancelado."
               GO TO F-CIERRO-PERIODO.
           IF PERIODO-NUEVO
               MOVE SPACE TO REG-PERIODO
               MOVE WS-PERIODO TO PER-AAAAMM
               MOVE 0 TO PER-FECHA-REAPERTURA.
           MOVE "C"                 TO PER-ESTADO.
           MOVE WS-FECHA-HOY        TO PER-FECHA-CIERRE.
           MOVE WS-OPERADOR-FIRMADO TO PER-OPERADOR-CIERRE.
           MOVE WS-MOVS-MES         TO PER-MOVIMIENTOS.
           MOVE WS-NETO-MES         TO PER-VALOR-NETO.
           IF PERIODO-NUEVO
               WRITE REG-PERIODO
           ELSE
               REWRITE REG-PERIODO.
           IF ST-PERIODOS > "07"
               DISPLAY "Error grabando el periodo (" ST-PERIODOS ")."
               GO TO F-CIERRO-PERIODO.
           MOVE "CIERRE" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Periodo " WS-PERIODO " cerrado, " WS-MOVS-MES
               " movimientos"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Periodo " WS-PERIODO " cerrado.".

       F-CIERRO-PERIODO.
           EXIT.

       CUENTO-MES.
           MOVE 0 TO WS-MOVS-MES.
           MOVE 0 TO WS-NETO-MES.
           IF NOT MOVIMIENTOS-DISPONIBLES
               GO TO F-CUENTO-MES.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           MOVE WS-FECHA-DESDE TO MOV-FECHA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-FECHA
               INVALID KEY
                   GO TO F-CUENTO-MES
           END-START.

       LEO-MOV-MES.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-CUENTO-MES
           END-READ.
           IF ST-MOVIMIENTOS > "07"
               GO TO F-CUENTO-MES.
           IF MOV-FECHA > WS-FECHA-HASTA
               GO TO F-CUENTO-MES.
           ADD 1 TO WS-MOVS-MES.
           ADD MOV-VALOR TO WS-NETO-MES.
           GO TO LEO-MOV-MES.

       F-CUENTO-MES.
           EXIT.

      ******************************************************************
      * Reapertura: firma de supervisor y motivo obligatorio. El
      * registro conserva el ultimo cierre para referencia.
      ******************************************************************
       REABRO-PERIODO.
           IF NOT PUEDE-BORRAR
               DISPLAY "Se requiere firma de supervisor (nivel de "
                   "baja) para reabrir un periodo."
               GO TO F-REABRO-PERIODO.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           IF NOT PERIODO-VALIDO
               GO TO F-REABRO-PERIODO.
           IF PERIODO-NUEVO OR NOT PER-CERRADO
               DISPLAY "El periodo no esta cerrado."
               GO TO F-REABRO-PERIODO.
           DISPLAY "Motivo de la reapertura:".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACE
               DISPLAY "La reapertura exige motivo."
               GO TO F-REABRO-PERIODO.
           MOVE "A"                 TO PER-ESTADO.
           MOVE WS-FECHA-HOY        TO PER-FECHA-REAPERTURA.
           MOVE WS-OPERADOR-FIRMADO TO PER-OPERADOR-REAPERTURA.
           MOVE WS-MOTIVO           TO PER-MOTIVO-REAPERTURA.
           REWRITE REG-PERIODO.
           IF ST-PERIODOS > "07"
               DISPLAY "Error grabando el periodo (" ST-PERIODOS ")."
               GO TO F-REABRO-PERIODO.
           MOVE "REAPERTURA" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Periodo " WS-PERIODO " reabierto: " WS-MOTIVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Periodo " WS-PERIODO " reabierto.".

       F-REABRO-PERIODO.
           EXIT.

       LISTO-PERIODOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE 0 TO PER-AAAAMM.
           START PERIODOS KEY IS NOT LESS THAN PER-AAAAMM
               INVALID KEY
                   DISPLAY "No hay periodos cerrados."
                   GO TO F-LISTO-PERIODOS
           END-START.

       LEO-PERIODO-LISTA.
           READ PERIODOS NEXT RECORD
               AT END
                   DISPLAY "Periodos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-PERIODOS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF PER-CERRADO
               DISPLAY "  " PER-AAAAMM " CERRADO  el "
                   PER-FECHA-CIERRE " por " PER-OPERADOR-CIERRE
                   " (" PER-MOVIMIENTOS " movimientos)"
           ELSE
               DISPLAY "  " PER-AAAAMM " REABIERTO el "
                   PER-FECHA-REAPERTURA " por "
                   PER-OPERADOR-REAPERTURA ": "
                   PER-MOTIVO-REAPERTURA.
           GO TO LEO-PERIODO-LISTA.

       F-LISTO-PERIODOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CIERRE-PERIODO.
