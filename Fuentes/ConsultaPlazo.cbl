      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma central del plazo de pago: recibe el
      *          CLI-ID, su CLI_CATEGORIA y una fecha de factura, y
      *          devuelve los dias de plazo pactados
      *          (plazos_pago.dat, PLAZOPAGO.cpy: el del cliente o,
      *          si no tiene, el de su categoria) y la fecha de
      *          vencimiento: la fecha de la factura mas esos dias
      *          calendario, corrida al primer dia habil con
      *          CALENDARIO-HABIL. Sin plazo pactado (o sin registro
      *          cargado) la factura vence de contado, el mismo dia
      *          habil de su fecha. Lo usan quienes sellan facturas
      *          (FACTURACION-COMERCIAL, REPORTE-SALDOS,
      *          CONVIERTE-FACTURAS) y GESTION-COBRANZA, que cuenta la
      *          mora desde el vencimiento. El registro se abre en la
      *          primera llamada y queda abierto el resto de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-PLAZO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PLAZOS-PAGO ASSIGN TO "./plazos_pago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLZ-CLAVE
                  STATUS ST-PLAZOS.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAZOS-PAGO.

           COPY PLAZOPAGO.

       WORKING-STORAGE SECTION.

       01  ST-PLAZOS  PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 REGISTRO-ABIERTO VALUE "S".
       01  WS-REGISTRO-SW PIC X VALUE "N".
           88 REGISTRO-DISPONIBLE VALUE "S".

      * Fecha de trabajo del vencimiento, avanzada dia a dia por el
      * calendario real (bisiestos incluidos).
       01  WS-VEN-FECHA        PIC 9(8) VALUE 0.
       01  WS-VEN-PARTES REDEFINES WS-VEN-FECHA.
           05 WS-VEN-ANO  PIC 9(4).
           05 WS-VEN-MES  PIC 99.
           05 WS-VEN-DIA  PIC 99.
       01  WS-VEN-TOPE         PIC 99   VALUE 0.
       01  WS-VEN-COCIENTE     PIC 9(4) VALUE 0.
       01  WS-VEN-RESTO        PIC 9(4) VALUE 0.

       01  WS-DIAS-POR-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-TABLA-MESES REDEFINES WS-DIAS-POR-MES.
           05 WS-DIAS-MES PIC 99 OCCURS 12 TIMES.

      * Interfaz con el subprograma de dias habiles.
       01  WS-CAL-FUNCION   PIC X    VALUE "S".
       01  WS-CAL-HASTA     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-CATEGORIA   PIC X.
       01  LNK-FECHA       PIC 9(8).
       01  LNK-DIAS        PIC 9(3).
       01  LNK-VENCE       PIC 9(8).

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-CATEGORIA
           LNK-FECHA LNK-DIAS LNK-VENCE.
       MAIN-RUTINA.
           MOVE 0 TO LNK-DIAS.
           MOVE 0 TO LNK-VENCE.
           IF LNK-FECHA = 0
               GOBACK.
           IF NOT REGISTRO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT PLAZOS-PAGO
               IF ST-PLAZOS = "00"
                   SET REGISTRO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-REGISTRO-SW
               END-IF
           END-IF.
           IF REGISTRO-DISPONIBLE
               PERFORM BUSCO-PLAZO THRU F-BUSCO-PLAZO.
           MOVE LNK-FECHA TO WS-VEN-FECHA.
           PERFORM SUMO-DIA-VENCE LNK-DIAS TIMES.
           MOVE "S" TO WS-CAL-FUNCION.
           MOVE WS-VEN-FECHA TO WS-CAL-HASTA.
           CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
               WS-VEN-FECHA WS-CAL-HASTA LNK-VENCE.
           IF LNK-VENCE = 0
               MOVE WS-VEN-FECHA TO LNK-VENCE.
           GOBACK.

      ******************************************************************
      * El plazo del cliente y, si no tiene, el de su categoria.
      ******************************************************************
       BUSCO-PLAZO.
           MOVE "C"            TO PLZ-TIPO.
           MOVE LNK-ID-CLIENTE TO PLZ-ID-CLIENTE.
           READ PLAZOS-PAGO KEY IS PLZ-CLAVE
               INVALID KEY
                   GO TO BUSCO-PLAZO-CATEGORIA
           END-READ.
           MOVE PLZ-DIAS TO LNK-DIAS.
           GO TO F-BUSCO-PLAZO.

       BUSCO-PLAZO-CATEGORIA.
           IF LNK-CATEGORIA = SPACE
               GO TO F-BUSCO-PLAZO.
           MOVE "K"           TO PLZ-TIPO.
           MOVE SPACE         TO PLZ-CODIGO.
           MOVE LNK-CATEGORIA TO PLZ-CODIGO (1:1).
           READ PLAZOS-PAGO KEY IS PLZ-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-PLAZO
           END-READ.
           MOVE PLZ-DIAS TO LNK-DIAS.

       F-BUSCO-PLAZO.
           EXIT.

      ******************************************************************
      * Avanza la fecha de vencimiento un dia de calendario real, con
      * vuelta de mes y de ano.
      ******************************************************************
       SUMO-DIA-VENCE.
           MOVE WS-DIAS-MES (WS-VEN-MES) TO WS-VEN-TOPE.
           IF WS-VEN-MES = 2
               DIVIDE WS-VEN-ANO BY 4 GIVING WS-VEN-COCIENTE
                   REMAINDER WS-VEN-RESTO
               IF WS-VEN-RESTO = 0
                   MOVE 29 TO WS-VEN-TOPE
               END-IF
               DIVIDE WS-VEN-ANO BY 100 GIVING WS-VEN-COCIENTE
                   REMAINDER WS-VEN-RESTO
               IF WS-VEN-RESTO = 0
                   MOVE 28 TO WS-VEN-TOPE
               END-IF
               DIVIDE WS-VEN-ANO BY 400 GIVING WS-VEN-COCIENTE
                   REMAINDER WS-VEN-RESTO
               IF WS-VEN-RESTO = 0
                   MOVE 29 TO WS-VEN-TOPE
               END-IF
           END-IF.
           IF WS-VEN-DIA < WS-VEN-TOPE
               ADD 1 TO WS-VEN-DIA
           ELSE
               MOVE 1 TO WS-VEN-DIA
               IF WS-VEN-MES < 12
                   ADD 1 TO WS-VEN-MES
               ELSE
                   MOVE 1 TO WS-VEN-MES
                   ADD 1 TO WS-VEN-ANO
               END-IF
           END-IF.

       END PROGRAM CONSULTA-PLAZO.
