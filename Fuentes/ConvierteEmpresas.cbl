      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Conversion de una sola vez para el soporte de varias
      *          empresas del grupo. Primero siembra la empresa 001
      *          (la original) en cada cliente que no la trae
      *          (CLI-EMPRESA no numerico o cero), subiendo su
      *          estampa. Despues copia movimientos.dat, leido con el
      *          layout anterior a MOV-EMPRESA via un SELECT propio
      *          (el registro crecio y el archivo viejo no abre con
      *          MOVSEL.cpy), a movimientos_emp.dat con la empresa
      *          del cliente de cada movimiento (001 para la cuenta
      *          de control 0 y para clientes ya purgados). Informa
      *          conteos y valor copiados; el reemplazo de
      *          movimientos.dat por movimientos_emp.dat lo hace el
      *          operador al cierre, como en REORGANIZA-MOVIMIENTOS.
      *          Las facturas se convierten con CONVIERTE-FACTURAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-EMPRESAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

      *    El archivo viejo se lee con su forma original: con el
      *    SELECT compartido y el layout nuevo ya no abriria.
           SELECT OPTIONAL MOVIMIENTOS-VIEJOS
                  ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VIE-CLAVE
                  ALTERNATE RECORD KEY IS VIE-FECHA WITH DUPLICATES
                  STATUS ST-VIEJOS.

           SELECT MOVIMIENTOS-EMP ASSIGN TO "./movimientos_emp.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA WITH DUPLICATES
                  STATUS ST-MOVIMIENTOS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS-VIEJOS.
      * Layout anterior del registro de movimientos, tal como quedo
      * en disco antes de la empresa del grupo.
       01  REG-MOV-VIEJO.
           05 VIE-CLAVE.
               10 VIE-ID-CLIENTE   PIC 9(8).
               10 VIE-FECHA        PIC 9(8).
               10 VIE-HORA         PIC 9(8).
               10 VIE-SECUENCIA    PIC 9(3).
           05 VIE-RESTO            PIC X(66).

       FD  MOVIMIENTOS-EMP.

           COPY MOVIMIENTO.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-VIEJOS       PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.

       01  WS-CLIENTES-SW  PIC X  VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".

       01  WS-TOTAL-CLIENTES    PIC 9(7)       VALUE 0.
       01  WS-TOTAL-SEMBRADOS   PIC 9(7)       VALUE 0.
       01  WS-TOTAL-COPIADOS    PIC 9(9)       VALUE 0.
       01  WS-TOTAL-SIN-CLIENTE PIC 9(9)       VALUE 0.
       01  WS-VALOR-COPIADO     PIC S9(11)V9(3) VALUE 0.
       01  WS-ULTIMO-CLIENTE    PIC 9(8)       VALUE 0.
       01  WS-EMPRESA-CLIENTE   PIC 9(3)       VALUE 1.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CONVIERTE-EMPRESAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Maestro de clientes no disponible (" ST-FILE
                   "), todos los movimientos quedan de la empresa "
                   "001."
           ELSE
               SET CLIENTES-DISPONIBLES TO TRUE
               PERFORM SIEMBRO-CLIENTES THRU F-SIEMBRO-CLIENTES.
           OPEN INPUT MOVIMIENTOS-VIEJOS.
           IF ST-VIEJOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS-VIEJOS (" ST-VIEJOS
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT MOVIMIENTOS-EMP.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS-EMP ("
                   ST-MOVIMIENTOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE LOW-VALUES TO VIE-CLAVE.
           START MOVIMIENTOS-VIEJOS KEY IS NOT LESS THAN VIE-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 99999999 TO WS-ULTIMO-CLIENTE.
           PERFORM COPIO-MOVIMIENTO THRU F-COPIO-MOVIMIENTO.
           CLOSE MOVIMIENTOS-VIEJOS.
           CLOSE MOVIMIENTOS-EMP.
           IF CLIENTES-DISPONIBLES
               CLOSE CLIENTES.
           DISPLAY "Clientes leidos         : " WS-TOTAL-CLIENTES.
           DISPLAY "Clientes a la 001       : " WS-TOTAL-SEMBRADOS.
           DISPLAY "Movimientos copiados    : " WS-TOTAL-COPIADOS
               " valor: " WS-VALOR-COPIADO.
           DISPLAY "Clientes sin maestro    : " WS-TOTAL-SIN-CLIENTE.
           DISPLAY "Convertido escrito en movimientos_emp.dat; "
               "reemplace movimientos.dat para que surta efecto.".
           STOP RUN.

      ******************************************************************
      * Todo cliente grabado antes de haber varias empresas es de la
      * 001.
      ******************************************************************
       SIEMBRO-CLIENTES.
           MOVE 0 TO CLI-ID.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-SIEMBRO-CLIENTES
           END-START.

       LEO-CLIENTE-SIEMBRA.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-SIEMBRO-CLIENTES
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SIEMBRO-CLIENTES.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF CLI-EMPRESA NUMERIC AND CLI-EMPRESA NOT = 0
               GO TO LEO-CLIENTE-SIEMBRA.
           MOVE 1 TO CLI-EMPRESA.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el cliente " CLI-ID " ("
                   ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO LEO-CLIENTE-SIEMBRA.
           ADD 1 TO WS-TOTAL-SEMBRADOS.
           GO TO LEO-CLIENTE-SIEMBRA.

       F-SIEMBRO-CLIENTES.
           EXIT.

       COPIO-MOVIMIENTO.
           READ MOVIMIENTOS-VIEJOS NEXT RECORD
               AT END
                   GO TO F-COPIO-MOVIMIENTO
           END-READ.
           IF ST-VIEJOS > "07" AND ST-VIEJOS NOT = "10"
               DISPLAY "Error leyendo MOVIMIENTOS-VIEJOS (" ST-VIEJOS
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-COPIO-MOVIMIENTO.
           IF VIE-ID-CLIENTE NOT = WS-ULTIMO-CLIENTE
               MOVE VIE-ID-CLIENTE TO WS-ULTIMO-CLIENTE
               PERFORM BUSCO-EMPRESA-CLIENTE
                   THRU F-BUSCO-EMPRESA-CLIENTE.
           MOVE REG-MOV-VIEJO      TO REG-MOVIMIENTO.
           MOVE WS-EMPRESA-CLIENTE TO MOV-EMPRESA.
           WRITE REG-MOVIMIENTO.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error copiando el movimiento " VIE-CLAVE
                   " (" ST-MOVIMIENTOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-COPIO-MOVIMIENTO.
           ADD 1         TO WS-TOTAL-COPIADOS.
           ADD MOV-VALOR TO WS-VALOR-COPIADO.
           GO TO COPIO-MOVIMIENTO.

       F-COPIO-MOVIMIENTO.
           EXIT.

      * El archivo viene en orden de cliente: se lee el maestro una
      * vez por cliente y no una por movimiento.
       BUSCO-EMPRESA-CLIENTE.
           MOVE 1 TO WS-EMPRESA-CLIENTE.
           IF NOT CLIENTES-DISPONIBLES OR VIE-ID-CLIENTE = 0
               GO TO F-BUSCO-EMPRESA-CLIENTE.
           MOVE VIE-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-CLIENTE
                   GO TO F-BUSCO-EMPRESA-CLIENTE
           END-READ.
           IF CLI-EMPRESA NUMERIC AND CLI-EMPRESA NOT = 0
               MOVE CLI-EMPRESA TO WS-EMPRESA-CLIENTE.

       F-BUSCO-EMPRESA-CLIENTE.
           EXIT.

           COPY BANNER.

       END PROGRAM CONVIERTE-EMPRESAS.
