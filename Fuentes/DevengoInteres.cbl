      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Devengo diario del interes de mora. REPORTE-SALDOS
      *          cobraba el interes una vez al mes sobre el saldo de
      *          esa noche: el cliente que pagaba la vispera no
      *          pagaba nada por el mes en mora y el que caia en mora
      *          la vispera pagaba el mes entero. Este paso nocturno
      *          calcula, para cada cuenta en mora (saldo negativo), el
      *          interes del dia sobre el saldo de ese dia a la tasa
      *          de su CLI_CATEGORIA (maestro de categorias, con la
      *          tabla de respaldo de REPORTE-SALDOS) y lo deja en el
      *          libro de devengo (devengo_interes.dat, DEVENGO.cpy).
      *          La tasa es mensual en milesimas sobre el mes
      *          comercial de 30 dias, asi que el dia es un trigesimo;
      *          las noches sin corrida se devengan en la siguiente
      *          con el saldo de esa noche, y el dia 31 no devenga. Al
      *          cambio de mes REPORTE-SALDOS capitaliza lo pendiente
      *          como el movimiento INTERES. Una recorrida del mismo
      *          dia recalcula los renglones de ese dia que sigan
      *          pendientes.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La tasa negociada con el cliente
      *                     (TASA-NEGOCIADA, tasas_negociadas.dat) en
      *                     vigor a la fecha de la corrida reemplaza la
      *                     de su categoria; la de gracia (0) no
      *                     devenga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO-INTERES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY CATSEL.

           COPY DEVSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  DEVENGOS.

           COPY DEVENGO.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-CATEGORIAS   PIC XX VALUE SPACE.
       01  ST-DEVENGOS     PIC XX VALUE SPACE.

       01  WS-CATEGORIAS-SW       PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

      * Tabla de respaldo de la tasa de mora en milesimas, la misma de
      * REPORTE-SALDOS: rige si el maestro de categorias falta o la
      * categoria no esta en el.
       01  WS-TASA-EMPRESA-MIL    PIC 9(3) VALUE 10.
       01  WS-TASA-PARTICULAR-MIL PIC 9(3) VALUE 25.
       01  WS-TASA-APLICADA-MIL   PIC 9(3) VALUE 0.

      * Tasa negociada en vigor (TASA-NEGOCIADA): prima sobre la de la
      * categoria, aun en cero.
       01  WS-TNG-TASA-MIL        PIC 9(3) VALUE 0.
       01  WS-TNG-HALLADA         PIC X VALUE "N".

      * Dias a devengar: del ano comercial entre la corrida anterior
      * (el ultimo renglon de control del libro) y hoy.
       01  WS-FECHA-HOY       PIC 9(8) VALUE 0.
       01  WS-FECHA-ANTERIOR  PIC 9(8) VALUE 0.
       01  WS-FECHA-AUX       PIC 9(8) VALUE 0.
       01  WS-AUX-ANO         PIC 9(4) VALUE 0.
       01  WS-AUX-MES         PIC 9(4) VALUE 0.
       01  WS-AUX-DIA         PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO       PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC       PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY        PIC 9(8) VALUE 0.
       01  WS-DIAS-DEVENGO    PIC 9(3) VALUE 0.

       01  WS-INTERES-DIA     PIC S9(7)V9(3) VALUE 0.
       01  WS-CONTROL-EXISTE-SW PIC X  VALUE "N".
           88 CONTROL-EXISTE      VALUE "S".

       01  WS-TOTAL-LEIDOS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEVENGADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECALCULADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-YA-CAPITALIZ PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDO-MORA   PIC S9(9)V9(3) VALUE 0.
       01  WS-TOTAL-INTERES      PIC S9(9)V9(3) VALUE 0.

           COPY MONEDAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "DEVENGO-INTERES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               STOP RUN.
           PERFORM CALCULO-DIAS-DEVENGO THRU F-CALCULO-DIAS-DEVENGO.
           IF WS-DIAS-DEVENGO = 0
               DISPLAY "Sin dias comerciales que devengar desde la "
                   "corrida del " WS-FECHA-ANTERIOR "."
           ELSE
               PERFORM RECORRO-CLIENTES THRU F-RECORRO-CLIENTES.
           PERFORM GRABO-CONTROL-CORRIDA.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Dias devengados       : " WS-DIAS-DEVENGO.
           DISPLAY "Cuentas leidas        : " WS-TOTAL-LEIDOS.
           DISPLAY "Cuentas con devengo   : " WS-TOTAL-DEVENGADOS.
           DISPLAY "Renglones recalculados: " WS-TOTAL-RECALCULADOS.
           MOVE WS-TOTAL-INTERES TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "Interes devengado     : " WS-MONEDA-EDITADA.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE
           ELSE
               MOVE "N" TO WS-CATEGORIAS-SW
               DISPLAY "Maestro de categorias no disponible, el "
                   "devengo usa la tabla de respaldo.".
           OPEN I-O DEVENGOS.
           IF ST-DEVENGOS = "35"
               OPEN OUTPUT DEVENGOS
               CLOSE DEVENGOS
               OPEN I-O DEVENGOS.
           IF ST-DEVENGOS > "07"
               DISPLAY "Error abriendo DEVENGOS (" ST-DEVENGOS ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Dias comerciales desde la corrida anterior: el renglon de
      * control mas reciente anterior a hoy (una recorrida de hoy
      * vuelve a devengar los mismos dias). Sin corrida anterior se
      * devenga un dia.
      ******************************************************************
       CALCULO-DIAS-DEVENGO.
           MOVE 1 TO WS-DIAS-DEVENGO.
           MOVE 0 TO WS-FECHA-ANTERIOR.
           MOVE 0 TO DEV-ID-CLIENTE.
           COMPUTE DEV-FECHA = WS-FECHA-HOY - 1.
           START DEVENGOS KEY IS NOT GREATER THAN DEV-CLAVE
               INVALID KEY
                   GO TO F-CALCULO-DIAS-DEVENGO
           END-START.
           READ DEVENGOS PREVIOUS RECORD
               AT END
                   GO TO F-CALCULO-DIAS-DEVENGO
           END-READ.
           IF ST-DEVENGOS > "07" OR DEV-ID-CLIENTE NOT = 0
               GO TO F-CALCULO-DIAS-DEVENGO.
           MOVE DEV-FECHA TO WS-FECHA-ANTERIOR.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           MOVE WS-FECHA-ANTERIOR TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           IF WS-DIAS-HOY > WS-DIAS-CALC
               COMPUTE WS-DIAS-DEVENGO = WS-DIAS-HOY - WS-DIAS-CALC
           ELSE
               MOVE 0 TO WS-DIAS-DEVENGO.

       F-CALCULO-DIAS-DEVENGO.
           EXIT.

      *    Ano comercial: el dia 31 cuenta como 30, asi cada mes tiene
      *    sus 30 dias y un mes entero en mora devenga la tasa mensual.
       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           IF WS-AUX-DIA > 30
               MOVE 30 TO WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

       RECORRO-CLIENTES.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-RECORRO-CLIENTES
           END-START.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-RECORRO-CLIENTES
           END-READ.
           IF ST-FILE > "07"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-RECORRO-CLIENTES.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF CLI-SALDO NOT NUMERIC OR CLI-SALDO NOT < 0
               GO TO LEO-CLIENTE.
           PERFORM BUSCO-TASA THRU F-BUSCO-TASA.
           COMPUTE WS-INTERES-DIA ROUNDED =
               CLI-SALDO * WS-TASA-APLICADA-MIL * WS-DIAS-DEVENGO
               / 30000.
           IF WS-INTERES-DIA = 0
               GO TO LEO-CLIENTE.
           PERFORM GRABO-DEVENGO THRU F-GRABO-DEVENGO.
           GO TO LEO-CLIENTE.

       F-RECORRO-CLIENTES.
           EXIT.

      *    Tasa negociada en vigor; si no hay, la de la categoria y sin
      *    maestro o sin entrada, la tabla de respaldo.
       BUSCO-TASA.
           CALL "TASA-NEGOCIADA" USING CLI-ID WS-FECHA-HOY
               WS-TNG-TASA-MIL WS-TNG-HALLADA.
           IF WS-TNG-HALLADA = "S"
               MOVE WS-TNG-TASA-MIL TO WS-TASA-APLICADA-MIL
               GO TO F-BUSCO-TASA.
           MOVE 0 TO WS-TASA-APLICADA-MIL.
           IF CATEGORIAS-DISPONIBLES
               MOVE CLI_CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS KEY IS CAT-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-CATEGORIAS = "00"
                   MOVE CAT-TASA-MORA-MIL TO WS-TASA-APLICADA-MIL
               END-IF
           END-IF.
           IF WS-TASA-APLICADA-MIL = 0
               IF CLI_CATEGORIA = "E"
                   MOVE WS-TASA-EMPRESA-MIL
                       TO WS-TASA-APLICADA-MIL
               ELSE
                   MOVE WS-TASA-PARTICULAR-MIL
                       TO WS-TASA-APLICADA-MIL.

       F-BUSCO-TASA.
           EXIT.

      ******************************************************************
      * Renglon del dia de la cuenta. Si ya existe (recorrida del
      * mismo dia) se recalcula mientras siga pendiente; el ya
      * capitalizado no se toca.
      ******************************************************************
       GRABO-DEVENGO.
           MOVE CLI-ID       TO DEV-ID-CLIENTE.
           MOVE WS-FECHA-HOY TO DEV-FECHA.
           READ DEVENGOS KEY IS DEV-CLAVE
               INVALID KEY
                   PERFORM ARMO-DEVENGO
                   WRITE REG-DEVENGO
                   IF ST-DEVENGOS > "07"
                       DISPLAY "Error grabando el devengo del cliente "
                           CLI-ID " (" ST-DEVENGOS ")"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM SUMO-DEVENGO
                   END-IF
                   GO TO F-GRABO-DEVENGO
           END-READ.
           IF DEV-CAPITALIZADO
               ADD 1 TO WS-TOTAL-YA-CAPITALIZ
               GO TO F-GRABO-DEVENGO.
           PERFORM ARMO-DEVENGO.
           REWRITE REG-DEVENGO.
           IF ST-DEVENGOS > "07"
               DISPLAY "Error recalculando el devengo del cliente "
                   CLI-ID " (" ST-DEVENGOS ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-RECALCULADOS
               PERFORM SUMO-DEVENGO.

       F-GRABO-DEVENGO.
           EXIT.

       ARMO-DEVENGO.
           MOVE CLI-ID               TO DEV-ID-CLIENTE.
           MOVE WS-FECHA-HOY         TO DEV-FECHA.
           MOVE WS-DIAS-DEVENGO      TO DEV-DIAS.
           MOVE CLI-SALDO            TO DEV-SALDO.
           MOVE WS-TASA-APLICADA-MIL TO DEV-TASA-MIL.
           MOVE WS-INTERES-DIA       TO DEV-INTERES.
           IF CLI-MONEDA = SPACE
               MOVE "USD" TO DEV-MONEDA
           ELSE
               MOVE CLI-MONEDA TO DEV-MONEDA.
           MOVE CLI-EMPRESA          TO DEV-EMPRESA.
           SET DEV-PENDIENTE TO TRUE.
           MOVE 0                    TO DEV-PERIODO-CAP.

       SUMO-DEVENGO.
           ADD 1 TO WS-TOTAL-DEVENGADOS.
           ADD CLI-SALDO      TO WS-TOTAL-SALDO-MORA.
           ADD WS-INTERES-DIA TO WS-TOTAL-INTERES.

      ******************************************************************
      * Renglon de control de la corrida (cuenta cero): la proxima
      * corrida cuenta sus dias desde aqui.
      ******************************************************************
       GRABO-CONTROL-CORRIDA.
           MOVE 0            TO DEV-ID-CLIENTE.
           MOVE WS-FECHA-HOY TO DEV-FECHA.
           MOVE "S" TO WS-CONTROL-EXISTE-SW.
           READ DEVENGOS KEY IS DEV-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-EXISTE-SW
           END-READ.
           MOVE 0                   TO DEV-ID-CLIENTE.
           MOVE WS-FECHA-HOY        TO DEV-FECHA.
           MOVE WS-DIAS-DEVENGO     TO DEV-DIAS.
           MOVE WS-TOTAL-SALDO-MORA TO DEV-SALDO.
           MOVE 0                   TO DEV-TASA-MIL.
           MOVE WS-TOTAL-INTERES    TO DEV-INTERES.
           MOVE SPACE               TO DEV-MONEDA.
           MOVE 0                   TO DEV-EMPRESA.
           SET DEV-PENDIENTE TO TRUE.
           MOVE 0                   TO DEV-PERIODO-CAP.
           IF CONTROL-EXISTE
               REWRITE REG-DEVENGO
           ELSE
               WRITE REG-DEVENGO.
           IF ST-DEVENGOS > "07"
               DISPLAY "Error grabando el control del devengo ("
                   ST-DEVENGOS ")"
               MOVE 16 TO RETURN-CODE.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           IF CATEGORIAS-DISPONIBLES
               CLOSE CATEGORIAS.
           CLOSE DEVENGOS.

           COPY MONEDA.

           COPY BANNER.

       END PROGRAM DEVENGO-INTERES.
