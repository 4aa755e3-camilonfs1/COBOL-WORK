      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que dice si un cliente tiene una tasa de
      *          mora negociada en vigor a una fecha, contra
      *          tasas_negociadas.dat (TASANEG.cpy), compartido por
      *          DEVENGO-INTERES, REPORTE-SALDOS y POSTEO-PAGOS para
      *          que las tres tomen la misma tasa. Rige la tasa cuyo
      *          periodo (inicio y fin inclusive) contiene la fecha y
      *          que no estaba anulada a esa fecha (la anulada rige
      *          hasta el dia anterior a TNG-ANULA-FECHA); si hubiera
      *          dos, la de inicio mas reciente.
      *          Resultado: LNK-HALLADA "S" con la tasa en LNK-TASA-MIL
      *          (puede ser 0, periodo de gracia), "N" sin tasa en
      *          vigor (rige la de la categoria). Sin archivo de tasas
      *          negociadas, "N". El archivo se abre en la primera
      *          llamada y queda abierto el resto de la corrida.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La tasa anulada rige para las fechas
      *                     anteriores a su anulacion (la devolucion por
      *                     fecha valor de POSTEO-PAGOS cuadra con el
      *                     certificado de interes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASA-NEGOCIADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY TNGSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TASAS-NEGOCIADAS.

           COPY TASANEG.

       WORKING-STORAGE SECTION.

       01  ST-TASAS-NEG   PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 ARCHIVO-ABIERTO      VALUE "S".
       01  WS-ARCHIVO-SW   PIC X VALUE "N".
           88 ARCHIVO-DISPONIBLE   VALUE "S".

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE   PIC 9(8).
       01  LNK-FECHA        PIC 9(8).
       01  LNK-TASA-MIL     PIC 9(3).
       01  LNK-HALLADA      PIC X.

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-FECHA LNK-TASA-MIL
               LNK-HALLADA.
       MAIN-RUTINA.
           MOVE "N" TO LNK-HALLADA.
           IF NOT ARCHIVO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT TASAS-NEGOCIADAS
               IF ST-TASAS-NEG = "00"
                   SET ARCHIVO-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT ARCHIVO-DISPONIBLE
               GOBACK.
           MOVE LNK-ID-CLIENTE TO TNG-ID-CLIENTE.
           MOVE 0              TO TNG-FECHA-INICIO.
           START TASAS-NEGOCIADAS KEY IS NOT LESS THAN TNG-CLAVE
               INVALID KEY
                   GOBACK
           END-START.

      *    Las tasas del cliente vienen en orden de fecha de inicio;
      *    la primera que empieza despues de la fecha corta la busqueda.
       LEO-TASA.
           READ TASAS-NEGOCIADAS NEXT RECORD
               AT END
                   GOBACK
           END-READ.
           IF ST-TASAS-NEG > "07"
               GOBACK.
           IF TNG-ID-CLIENTE NOT = LNK-ID-CLIENTE
            OR TNG-FECHA-INICIO > LNK-FECHA
               GOBACK.
      *    La anulada rige hasta el dia anterior a su anulacion.
           IF TNG-ANULADA AND LNK-FECHA NOT < TNG-ANULA-FECHA
               GO TO LEO-TASA.
           IF TNG-FECHA-FIN < LNK-FECHA
               GO TO LEO-TASA.
           MOVE "S"          TO LNK-HALLADA.
           MOVE TNG-TASA-MIL TO LNK-TASA-MIL.
           GO TO LEO-TASA.

       END PROGRAM TASA-NEGOCIADA.
