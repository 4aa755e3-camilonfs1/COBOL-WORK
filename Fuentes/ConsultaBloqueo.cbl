      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del registro de bloqueos
      *          legales (bloqueos_legales.dat, BLOQLEGAL.cpy): recibe
      *          un CLI-ID y deja la marca de bloqueado si la cuenta
      *          tiene un bloqueo vigente hoy (sin fecha de
      *          liberacion, o con ella todavia en el futuro), con su
      *          motivo, fecha y operador. Los procesos que purgan,
      *          archivan, suprimen o fusionan saltan la cuenta
      *          bloqueada; la navegacion y la consulta 360 la
      *          muestran. Sin registro cargado no hay bloqueos. El
      *          registro se abre en la primera llamada y queda
      *          abierto el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-BLOQUEO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BLOQUEOS-LEGALES
                  ASSIGN TO "./bloqueos_legales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BLQ-ID-CLIENTE
                  STATUS ST-BLOQUEOS.

       DATA DIVISION.
       FILE SECTION.

       FD  BLOQUEOS-LEGALES.

           COPY BLOQLEGAL.

       WORKING-STORAGE SECTION.

       01  ST-BLOQUEOS  PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 REGISTRO-ABIERTO VALUE "S".
       01  WS-REGISTRO-SW PIC X VALUE "N".
           88 REGISTRO-DISPONIBLE VALUE "S".
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-BLOQUEADO   PIC X.
       01  LNK-MOTIVO      PIC X(40).
       01  LNK-FECHA       PIC 9(8).
       01  LNK-OPERADOR    PIC X(8).

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-BLOQUEADO
           LNK-MOTIVO LNK-FECHA LNK-OPERADOR.
       MAIN-RUTINA.
           MOVE "N"   TO LNK-BLOQUEADO.
           MOVE SPACE TO LNK-MOTIVO.
           MOVE 0     TO LNK-FECHA.
           MOVE SPACE TO LNK-OPERADOR.
           IF NOT REGISTRO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               OPEN INPUT BLOQUEOS-LEGALES
               IF ST-BLOQUEOS = "00"
                   SET REGISTRO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-REGISTRO-SW
               END-IF
           END-IF.
           IF NOT REGISTRO-DISPONIBLE
               GOBACK.
           MOVE LNK-ID-CLIENTE TO BLQ-ID-CLIENTE.
           READ BLOQUEOS-LEGALES KEY IS BLQ-ID-CLIENTE
               INVALID KEY
                   GOBACK
           END-READ.
           IF BLQ-FECHA-LIBERA NOT = 0
            AND BLQ-FECHA-LIBERA NOT > WS-FECHA-HOY
               GOBACK.
           MOVE "S"          TO LNK-BLOQUEADO.
           MOVE BLQ-MOTIVO   TO LNK-MOTIVO.
           MOVE BLQ-FECHA    TO LNK-FECHA.
           MOVE BLQ-OPERADOR TO LNK-OPERADOR.
           GOBACK.

       END PROGRAM CONSULTA-BLOQUEO.
