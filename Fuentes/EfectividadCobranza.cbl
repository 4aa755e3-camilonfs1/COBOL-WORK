      *          promedio hasta curar por nivel. Sale como generacion
      *          fechada anotada en generaciones.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFECTIVIDAD-COBRANZA.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "EFECTIVIDAD-COBRANZA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                  TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo a medir - desde (AAAAMMDD):".
           ACCEPT WS-DESDE.
       PROCESO-CLIENTE.
           IF NOT HAY-CLIENTE-EN-CURSO OR WS-TOTAL-EVENTOS = 0
               GO TO F-PROCESO-CLIENTE.
           IF NOT CORRIDA-CONSOLIDADA
               PERFORM EMPRESA-DEL-CLIENTE THRU F-EMPRESA-DEL-CLIENTE
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO F-PROCESO-CLIENTE.
           MOVE 0 TO WS-FECHA-NIVEL-CURA.
           MOVE 1 TO WS-EVT-I.

       F-PROCESO-CLIENTE.
           EXIT.

      ******************************************************************
      * El historial no trae empresa: es la de los movimientos del
      * cliente (la 001 si no tiene ninguno).
      ******************************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 0 TO WS-EMP-REGISTRO-NUM.
           MOVE WS-ID-EN-CURSO TO MOV-ID-CLIENTE.
           MOVE 0 TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-EMPRESA-DEL-CLIENTE
           END-START.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-EMPRESA-DEL-CLIENTE
           END-READ.
           IF ST-MOVIMIENTOS = "00"
            AND MOV-ID-CLIENTE = WS-ID-EN-CURSO
               MOVE MOV-EMPRESA TO WS-EMP-REGISTRO.

       F-EMPRESA-DEL-CLIENTE.
           EXIT.

      ******************************************************************
      * Nivel y cobrador vigentes en MOV-FECHA: recorre los eventos
      * del cliente hasta esa fecha; un avance fija nivel y cobrador,
               WS-DESDE " A " WS-HASTA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NIVEL  RECAUDADO            ALCANZARON  CURAS  TASA"

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM EFECTIVIDAD-COBRANZA.
