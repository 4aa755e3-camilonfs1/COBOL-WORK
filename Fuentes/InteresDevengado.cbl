      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del interes devengado y
      *          todavia no capitalizado de una cuenta, en el libro de
      *          devengo diario (devengo_interes.dat, DEVENGO.cpy),
      *          para el saldo de cancelacion a mitad de mes: lo que
      *          el cliente debe hoy es CLI-SALDO mas este interes.
      *          Lo usan CLIENTE-360 (que lo muestra con el saldo para
      *          cancelar) e INICIO_2 (que no da de baja una cuenta
      *          con interes pendiente de capitalizar). Devuelve la
      *          suma de los renglones pendientes (con el signo del
      *          saldo: negativo es cargo), los dias que cubren y la
      *          fecha del ultimo. Resultado: "S" = hay interes
      *          pendiente, "N" = no hay, "X" = libro no disponible.
      *          El libro se abre en la primera llamada y queda
      *          abierto el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES-DEVENGADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY DEVSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  DEVENGOS.

           COPY DEVENGO.

       WORKING-STORAGE SECTION.

       01  ST-DEVENGOS   PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 LIBRO-ABIERTO      VALUE "S".
       01  WS-LIBRO-SW     PIC X VALUE "N".
           88 LIBRO-DISPONIBLE   VALUE "S".

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE     PIC 9(8).
       01  LNK-INTERES        PIC S9(7)V9(3).
       01  LNK-DIAS           PIC 9(3).
       01  LNK-ULTIMA-FECHA   PIC 9(8).
       01  LNK-RESULTADO      PIC X.

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-INTERES LNK-DIAS
               LNK-ULTIMA-FECHA LNK-RESULTADO.
       MAIN-RUTINA.
           MOVE "N" TO LNK-RESULTADO.
           MOVE 0   TO LNK-INTERES.
           MOVE 0   TO LNK-DIAS.
           MOVE 0   TO LNK-ULTIMA-FECHA.
           IF LNK-ID-CLIENTE = 0
               GOBACK.
           IF NOT LIBRO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT DEVENGOS
               IF ST-DEVENGOS = "00"
                   SET LIBRO-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT LIBRO-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           PERFORM SUMO-PENDIENTES THRU F-SUMO-PENDIENTES.
           IF LNK-INTERES NOT = 0
               MOVE "S" TO LNK-RESULTADO.
           GOBACK.

      ******************************************************************
      * Recorre los renglones de la cuenta sumando los pendientes.
      ******************************************************************
       SUMO-PENDIENTES.
           MOVE LNK-ID-CLIENTE TO DEV-ID-CLIENTE.
           MOVE 0              TO DEV-FECHA.
           START DEVENGOS KEY IS NOT LESS THAN DEV-CLAVE
               INVALID KEY
                   GO TO F-SUMO-PENDIENTES
           END-START.

       LEO-DEVENGO.
           READ DEVENGOS NEXT RECORD
               AT END
                   GO TO F-SUMO-PENDIENTES
           END-READ.
           IF ST-DEVENGOS > "07"
            OR DEV-ID-CLIENTE NOT = LNK-ID-CLIENTE
               GO TO F-SUMO-PENDIENTES.
           IF NOT DEV-PENDIENTE
               GO TO LEO-DEVENGO.
           ADD DEV-INTERES TO LNK-INTERES.
           ADD DEV-DIAS    TO LNK-DIAS.
           MOVE DEV-FECHA  TO LNK-ULTIMA-FECHA.
           GO TO LEO-DEVENGO.

       F-SUMO-PENDIENTES.
           EXIT.

       END PROGRAM INTERES-DEVENGADO.
