      *          reporte no queda registro legible por maquina de los
      *          saldos del mes pasado.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La foto guarda tambien el estado de mora
      *                     de cada cliente al cierre (FOT-CUBETA,
      *                     FOT-DIAS-MORA): dias desde COB-FECHA-MORA
      *                     en cobranza.dat, o castigado si tiene
      *                     castigo activo en castigos.dat. De ahi
      *                     sale la matriz de migracion de
      *                     MATRIZ-MIGRACION entre dos cierres.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTO-SALDOS.

           COPY CLISEL.

           SELECT OPTIONAL COBRANZA ASSIGN TO "./cobranza.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COB-ID-CLIENTE
                  STATUS ST-COBRANZA.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-ID-CLIENTE
                  STATUS ST-CASTIGOS.

           SELECT FOTO-SALDOS-SALIDA ASSIGN TO WS-FOTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FOTO.

           COPY CLIENTE.

       FD  COBRANZA.

           COPY COBRANZA.

       FD  CASTIGOS.

           COPY CASTIGO.

       FD  FOTO-SALDOS-SALIDA.

           COPY FOTOSALDO.

       01  ST-FILE  PIC XX VALUE SPACE.
       01  ST-FOTO  PIC XX VALUE SPACE.
       01  ST-COBRANZA  PIC XX VALUE SPACE.
       01  ST-CASTIGOS  PIC XX VALUE SPACE.

       01  WS-FECHA-HOY   PIC 9(8)  VALUE 0.
       01  WS-PERIODO     PIC 9(6)  VALUE 0.

       01  WS-TOTAL-FOTOGRAFIADOS PIC 9(7)       VALUE 0.
       01  WS-HASH-SALDO          PIC S9(9)V9(3) VALUE 0.
       01  WS-TOTAL-EN-MORA       PIC 9(7)       VALUE 0.

      * Dias de mora en ano comercial, como AGING-FACTURAS.
       01  WS-FECHA-AUX   PIC 9(8) VALUE 0.
       01  WS-AUX-ANO     PIC 9(4) VALUE 0.
       01  WS-AUX-MES     PIC 9(4) VALUE 0.
       01  WS-AUX-DIA     PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO   PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC   PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY    PIC 9(8) VALUE 0.
       01  WS-DIAS-EDAD   PIC S9(8) VALUE 0.

           COPY BANNERWS.

               DISPLAY "Error abriendo FOTO-SALDOS-SALIDA (" ST-FOTO
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT COBRANZA.
           IF ST-COBRANZA > "07"
               DISPLAY "Archivo de cobranza no disponible ("
                   ST-COBRANZA "), la foto sale sin dias de mora.".
           OPEN INPUT CASTIGOS.
           IF ST-CASTIGOS > "07"
               DISPLAY "Libro de castigos no disponible ("
                   ST-CASTIGOS "), ningun cliente sale castigado.".
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM FOTOGRAFIO-CLIENTE UNTIL ST-FILE = "10".
           DISPLAY "Clientes fotografiados: "
               WS-TOTAL-FOTOGRAFIADOS.
           DISPLAY "Hash de saldo de la foto: " WS-HASH-SALDO.
           DISPLAY "Clientes en mora o castigados: "
               WS-TOTAL-EN-MORA.
           DISPLAY "Foto escrita en: " WS-FOTO-PATH.
           CLOSE CLIENTES.
           IF ST-COBRANZA NOT > "07"
               CLOSE COBRANZA.
           IF ST-CASTIGOS NOT > "07"
               CLOSE CASTIGOS.
           CLOSE FOTO-SALDOS-SALIDA.
           STOP RUN.

               MOVE "USD" TO FOT-MONEDA
           ELSE
               MOVE CLI-MONEDA TO FOT-MONEDA.
           PERFORM CLASIFICO-MORA THRU F-CLASIFICO-MORA.
           IF NOT FOT-AL-DIA
               ADD 1 TO WS-TOTAL-EN-MORA.
           WRITE REG-FOTO-SALDO.
           IF ST-FOTO > "07"
               DISPLAY "Error grabando la foto del cliente " CLI-ID
               ADD CLI-SALDO TO WS-HASH-SALDO.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

      ******************************************************************
      * Cubeta de mora del cliente al cierre: castigado si tiene
      * castigo activo; si no, con deuda y fecha de mora en cobranza,
      * segun los dias transcurridos; al dia en cualquier otro caso.
      ******************************************************************
       CLASIFICO-MORA.
           MOVE 0 TO FOT-CUBETA.
           MOVE 0 TO FOT-DIAS-MORA.
           IF ST-CASTIGOS > "07"
               GO TO BUSCO-COBRANZA.
           MOVE CLI-ID TO CAS-ID-CLIENTE.
           READ CASTIGOS KEY IS CAS-ID-CLIENTE
               INVALID KEY
                   GO TO BUSCO-COBRANZA
           END-READ.
           IF CAS-ESTADO = "A"
               SET FOT-CASTIGADO TO TRUE
               GO TO F-CLASIFICO-MORA.

       BUSCO-COBRANZA.
           IF CLI-SALDO NOT < 0 OR ST-COBRANZA > "07"
               GO TO F-CLASIFICO-MORA.
           MOVE CLI-ID TO COB-ID-CLIENTE.
           READ COBRANZA KEY IS COB-ID-CLIENTE
               INVALID KEY
                   GO TO F-CLASIFICO-MORA
           END-READ.
           IF COB-FECHA-MORA NOT NUMERIC OR COB-FECHA-MORA = 0
               GO TO F-CLASIFICO-MORA.
           MOVE COB-FECHA-MORA TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-EDAD = WS-DIAS-HOY - WS-DIAS-CALC.
           IF WS-DIAS-EDAD < 1
               GO TO F-CLASIFICO-MORA.
           IF WS-DIAS-EDAD > 99999
               MOVE 99999 TO FOT-DIAS-MORA
           ELSE
               MOVE WS-DIAS-EDAD TO FOT-DIAS-MORA.
           MOVE 1 TO FOT-CUBETA.
           IF WS-DIAS-EDAD > 30
               MOVE 2 TO FOT-CUBETA.
           IF WS-DIAS-EDAD > 60
               MOVE 3 TO FOT-CUBETA.
           IF WS-DIAS-EDAD > 90
               MOVE 4 TO FOT-CUBETA.

       F-CLASIFICO-MORA.
           EXIT.

       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

           COPY BANNER.

       END PROGRAM FOTO-SALDOS.
