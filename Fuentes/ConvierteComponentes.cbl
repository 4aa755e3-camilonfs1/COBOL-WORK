      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Conversion de una sola vez del maestro de CLIENTES
      *          para los componentes del saldo (capital, interes y
      *          cargos). Los campos nuevos se tomaron de la FILLER
      *          de CLI-IDENTIFICACION, asi que el maestro no se
      *          copia: cada registro se reescribe en el lugar. Por
      *          cada cliente se repasa su cadena de movimientos en
      *          orden de MOV-CLAVE con las mismas reglas del posteo
      *          (COMPONENTES-SALDO sobre una copia del registro): el
      *          saldo de apertura es el anterior al primer
      *          movimiento y entra todo como capital; una REVERSA se
      *          aplica con el tipo de su movimiento original; un
      *          movimiento que no movio el saldo (revaluacion,
      *          recupero) no se cuenta, y un salto en la cadena se
      *          aplica sin tipo. El interes y los cargos que resultan
      *          quedan en el maestro y el capital es el residuo del
      *          CLI-SALDO real. Los movimientos ya archivados por
      *          ARCHIVA-MOVIMIENTOS no se repasan: quedan dentro del
      *          saldo de apertura. Se puede correr de nuevo sin
      *          danio: el resultado se recalcula desde la historia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-COMPONENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS PIC XX VALUE SPACE.

      * Copia del registro sobre la que se repasa la historia.
           COPY CLIENTE REPLACING ==REG-CLIENTES== BY ==REG-REPASO==.

      * Tipos de los movimientos ya repasados del cliente en curso,
      * para aplicar cada REVERSA con el tipo de su original.
       01  WS-TABLA-TIPOS.
           05 WS-TTP-ENTRADA OCCURS 500 TIMES.
               10 WS-TTP-CLAVE  PIC X(27).
               10 WS-TTP-TIPO   PIC X(10).
       01  WS-TOTAL-TIPOS   PIC 9(3)  VALUE 0.
       01  WS-TTP-I         PIC 9(3)  VALUE 0.
       01  WS-CLAVE-BUSCADA PIC X(27) VALUE SPACE.

       01  WS-PRIMER-MOV-SW PIC X VALUE "S".
           88 SIN-MOVIMIENTOS VALUE "S".
       01  WS-DIFERENCIA    PIC S9(9)V9(3) VALUE 0.

       01  WS-TOTAL-LEIDOS       PIC 9(7)       VALUE 0.
       01  WS-TOTAL-CONVERTIDOS  PIC 9(7)       VALUE 0.
       01  WS-TOTAL-SIN-MOVS     PIC 9(7)       VALUE 0.
       01  WS-TOTAL-DESCUADRADOS PIC 9(7)       VALUE 0.
       01  WS-TOTAL-ERRORES      PIC 9(7)       VALUE 0.
       01  WS-TOTAL-REPASADOS    PIC 9(9)       VALUE 0.
       01  WS-TOTAL-SIN-ORIGINAL PIC 9(7)       VALUE 0.
       01  WS-TIPOS-FUERA        PIC 9(7)       VALUE 0.
       01  WS-HASH-CAPITAL       PIC S9(9)V9(3) VALUE 0.
       01  WS-HASH-INTERES       PIC S9(9)V9(3) VALUE 0.
       01  WS-HASH-CARGOS        PIC S9(9)V9(3) VALUE 0.

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CONVIERTE-COMPONENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           PERFORM CONVIERTO-CLIENTE THRU F-CONVIERTO-CLIENTE.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           STOP RUN.

      ******************************************************************
      * Recorre el maestro en orden de clave primaria: repasa la
      * historia de cada cliente y reescribe el registro con sus
      * componentes.
      ******************************************************************
       CONVIERTO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-CONVIERTO-CLIENTE
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CONVIERTO-CLIENTE.
           ADD 1 TO WS-TOTAL-LEIDOS.
           MOVE REG-CLIENTES TO REG-REPASO.
           MOVE "N" TO CLI-COMPONENTES-SW IN REG-REPASO.
           MOVE 0 TO CLI-SALDO-INTERES IN REG-REPASO.
           MOVE 0 TO CLI-SALDO-CARGOS  IN REG-REPASO.
           MOVE 0 TO WS-TOTAL-TIPOS.
           MOVE "S" TO WS-PRIMER-MOV-SW.
           PERFORM REPASO-MOVIMIENTOS THRU F-REPASO-MOVIMIENTOS.
           IF SIN-MOVIMIENTOS
               ADD 1 TO WS-TOTAL-SIN-MOVS
           ELSE
               IF CLI-SALDO IN REG-REPASO NOT =
                  CLI-SALDO IN REG-CLIENTES
                   ADD 1 TO WS-TOTAL-DESCUADRADOS.
           MOVE CLI-SALDO-INTERES IN REG-REPASO
               TO CLI-SALDO-INTERES IN REG-CLIENTES.
           MOVE CLI-SALDO-CARGOS IN REG-REPASO
               TO CLI-SALDO-CARGOS IN REG-CLIENTES.
           MOVE "S" TO CLI-COMPONENTES-SW IN REG-CLIENTES.
           COMPUTE CLI-SALDO-CAPITAL IN REG-CLIENTES =
               CLI-SALDO IN REG-CLIENTES
               - CLI-SALDO-INTERES IN REG-CLIENTES
               - CLI-SALDO-CARGOS IN REG-CLIENTES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error convirtiendo el cliente "
                   CLI-ID IN REG-CLIENTES " (" ST-FILE ")"
               ADD 1 TO WS-TOTAL-ERRORES
           ELSE
               ADD 1 TO WS-TOTAL-CONVERTIDOS
               ADD CLI-SALDO-CAPITAL IN REG-CLIENTES
                   TO WS-HASH-CAPITAL
               ADD CLI-SALDO-INTERES IN REG-CLIENTES
                   TO WS-HASH-INTERES
               ADD CLI-SALDO-CARGOS IN REG-CLIENTES
                   TO WS-HASH-CARGOS.
           GO TO CONVIERTO-CLIENTE.

       F-CONVIERTO-CLIENTE.
           EXIT.

      ******************************************************************
      * Cadena de movimientos del cliente en orden de MOV-CLAVE. El
      * primero fija el saldo de apertura; cada uno se aplica a la
      * copia solo si su MOV-SALDO-NUEVO sigue a la cadena por su
      * valor; si no, la diferencia (cero para los que no mueven el
      * saldo) se aplica sin tipo.
      ******************************************************************
       REPASO-MOVIMIENTOS.
           MOVE CLI-ID IN REG-CLIENTES TO MOV-ID-CLIENTE.
           MOVE 0 TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-REPASO-MOVIMIENTOS
           END-START.

       LEO-MOVIMIENTO-CLIENTE.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-REPASO-MOVIMIENTOS
           END-READ.
           IF ST-MOVIMIENTOS > "07" AND ST-MOVIMIENTOS NOT = "10"
               DISPLAY "Error leyendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REPASO-MOVIMIENTOS.
           IF MOV-ID-CLIENTE NOT = CLI-ID IN REG-CLIENTES
               GO TO F-REPASO-MOVIMIENTOS.
           ADD 1 TO WS-TOTAL-REPASADOS.
           PERFORM GUARDO-TIPO THRU F-GUARDO-TIPO.
           IF SIN-MOVIMIENTOS
               MOVE "N" TO WS-PRIMER-MOV-SW
               COMPUTE CLI-SALDO IN REG-REPASO =
                   MOV-SALDO-NUEVO - MOV-VALOR.
           COMPUTE WS-DIFERENCIA =
               MOV-SALDO-NUEVO - CLI-SALDO IN REG-REPASO.
           IF WS-DIFERENCIA = MOV-VALOR
               MOVE MOV-TIPO  TO WS-CMP-TIPO
               MOVE MOV-VALOR TO WS-CMP-VALOR
           ELSE
               MOVE SPACE TO WS-CMP-TIPO
               MOVE WS-DIFERENCIA TO WS-CMP-VALOR.
           IF WS-CMP-TIPO = "REVERSA"
               MOVE MOV-REF-REVERSA TO WS-CLAVE-BUSCADA
               PERFORM BUSCO-TIPO-ORIGINAL
                   THRU F-BUSCO-TIPO-ORIGINAL.
           MOVE MOV-SALDO-NUEVO TO CLI-SALDO IN REG-REPASO.
           CALL "COMPONENTES-SALDO" USING REG-REPASO WS-CMP-TIPO
               WS-CMP-VALOR.
           GO TO LEO-MOVIMIENTO-CLIENTE.

       F-REPASO-MOVIMIENTOS.
           EXIT.

       GUARDO-TIPO.
           IF WS-TOTAL-TIPOS NOT < 500
               ADD 1 TO WS-TIPOS-FUERA
               GO TO F-GUARDO-TIPO.
           ADD 1 TO WS-TOTAL-TIPOS.
           MOVE MOV-CLAVE TO WS-TTP-CLAVE (WS-TOTAL-TIPOS).
           MOVE MOV-TIPO  TO WS-TTP-TIPO (WS-TOTAL-TIPOS).

       F-GUARDO-TIPO.
           EXIT.

      ******************************************************************
      * Tipo del movimiento original de una REVERSA. Si el original
      * no esta en la tabla (archivado, o fuera de la tabla) la
      * reversa se aplica sin tipo.
      ******************************************************************
       BUSCO-TIPO-ORIGINAL.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 1 TO WS-TTP-I.

       PRUEBO-TIPO-ORIGINAL.
           IF WS-TTP-I > WS-TOTAL-TIPOS
               ADD 1 TO WS-TOTAL-SIN-ORIGINAL
               GO TO F-BUSCO-TIPO-ORIGINAL.
           IF WS-TTP-CLAVE (WS-TTP-I) = WS-CLAVE-BUSCADA
               MOVE WS-TTP-TIPO (WS-TTP-I) TO WS-CMP-TIPO
               GO TO F-BUSCO-TIPO-ORIGINAL.
           ADD 1 TO WS-TTP-I.
           GO TO PRUEBO-TIPO-ORIGINAL.

       F-BUSCO-TIPO-ORIGINAL.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Clientes leidos          : " WS-TOTAL-LEIDOS.
           DISPLAY "Clientes convertidos     : " WS-TOTAL-CONVERTIDOS.
           DISPLAY "  sin movimientos (todo capital): "
               WS-TOTAL-SIN-MOVS.
           DISPLAY "  historia sin llegar al saldo  : "
               WS-TOTAL-DESCUADRADOS.
           DISPLAY "Errores de conversion    : " WS-TOTAL-ERRORES.
           DISPLAY "Movimientos repasados    : " WS-TOTAL-REPASADOS.
           DISPLAY "Reversas sin su original : " WS-TOTAL-SIN-ORIGINAL.
           DISPLAY "Movimientos fuera de tabla: " WS-TIPOS-FUERA.
           DISPLAY "Hash de capital          : " WS-HASH-CAPITAL.
           DISPLAY "Hash de interes          : " WS-HASH-INTERES.
           DISPLAY "Hash de cargos           : " WS-HASH-CARGOS.
           IF WS-TOTAL-LEIDOS = WS-TOTAL-CONVERTIDOS
               DISPLAY "Conversion completa."
           ELSE
               DISPLAY "Conversion con diferencias, revise los "
                   "errores y corra de nuevo."
               MOVE 16 TO RETURN-CODE.

           COPY BANNER.

       END PROGRAM CONVIERTE-COMPONENTES.
