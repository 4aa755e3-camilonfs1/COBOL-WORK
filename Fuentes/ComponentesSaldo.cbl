      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que lleva CLI-SALDO abierto en capital,
      *          interes y cargos. Cada programa que postea llama
      *          despues de mover el valor a CLI-SALDO y antes del
      *          REWRITE, con el tipo y el valor del movimiento:
      *          INTERES e INT-DEVOL van al interes; CARGOFIJO,
      *          CHEQ-DEV, COSTASJUD y HONORJUD a los cargos; todo
      *          otro abono (valor positivo) se reparte en el orden
      *          de aplicacion del parametro ORDEN-APLICACION (tres
      *          digitos: 1 = cargos, 2 = interes, 3 = capital; 123
      *          por omision -- la norma pide saldar el interes antes
      *          que el capital), y todo otro debito va al capital.
      *          El capital es siempre el residuo CLI-SALDO menos
      *          interes menos cargos, asi que los tres suman el
      *          saldo aunque algun programa no llame; un interes o
      *          un cargo que quede a favor pasa al capital. El
      *          registro aun no convertido (CONVIERTE-COMPONENTES)
      *          arranca con todo su saldo anterior como capital.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPONENTES-SALDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-ORDEN-SW  PIC X VALUE "N".
           88 ORDEN-LEIDO VALUE "S".

      * Orden de aplicacion de los abonos.
       01  WS-ORDEN         PIC 9(3) VALUE 123.
       01  WS-ORDEN-DIGITOS REDEFINES WS-ORDEN.
           05 WS-ORDEN-COMP PIC 9 OCCURS 3 TIMES.
       01  WS-ORDEN-LEIDA   PIC 9(3) VALUE 0.
       01  WS-ORD-I         PIC 9    VALUE 0.
       01  WS-CHEQUEO-SUMA  PIC 99   VALUE 0.
       01  WS-CHEQUEO-PROD  PIC 99   VALUE 0.

       01  WS-PAR-CLAVE   PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO PIC X           VALUE SPACE.

       01  WS-CAPITAL     PIC S9(9)V9(3) VALUE 0.
       01  WS-POR-APLICAR PIC S9(9)V9(3) VALUE 0.
       01  WS-APLICADO    PIC S9(9)V9(3) VALUE 0.

       LINKAGE SECTION.

           COPY CLIENTE.

       01  LNK-TIPO   PIC X(10).
       01  LNK-VALOR  PIC S9(7)V9(3).

       PROCEDURE DIVISION USING REG-CLIENTES LNK-TIPO LNK-VALOR.
       MAIN-RUTINA.
           IF NOT ORDEN-LEIDO
               PERFORM LEO-ORDEN THRU F-LEO-ORDEN.
           IF NOT SALDO-EN-COMPONENTES
               MOVE 0 TO CLI-SALDO-INTERES
               MOVE 0 TO CLI-SALDO-CARGOS
               MOVE "S" TO CLI-COMPONENTES-SW.
           IF CLI-SALDO-INTERES NOT NUMERIC
               MOVE 0 TO CLI-SALDO-INTERES.
           IF CLI-SALDO-CARGOS NOT NUMERIC
               MOVE 0 TO CLI-SALDO-CARGOS.
           COMPUTE WS-CAPITAL = CLI-SALDO - LNK-VALOR
               - CLI-SALDO-INTERES - CLI-SALDO-CARGOS.
           EVALUATE LNK-TIPO
               WHEN "INTERES"
               WHEN "INT-DEVOL"
                   ADD LNK-VALOR TO CLI-SALDO-INTERES
               WHEN "CARGOFIJO"
               WHEN "CHEQ-DEV"
               WHEN "COSTASJUD"
               WHEN "HONORJUD"
                   ADD LNK-VALOR TO CLI-SALDO-CARGOS
               WHEN OTHER
                   IF LNK-VALOR > 0
                       MOVE LNK-VALOR TO WS-POR-APLICAR
                       PERFORM APLICO-COMPONENTE
                           VARYING WS-ORD-I FROM 1 BY 1
                           UNTIL WS-ORD-I > 3
                   END-IF
           END-EVALUATE.
           IF CLI-SALDO-INTERES > 0
               MOVE 0 TO CLI-SALDO-INTERES.
           IF CLI-SALDO-CARGOS > 0
               MOVE 0 TO CLI-SALDO-CARGOS.
           COMPUTE CLI-SALDO-CAPITAL = CLI-SALDO
               - CLI-SALDO-INTERES - CLI-SALDO-CARGOS.
           GOBACK.

      ******************************************************************
      * Aplica lo que queda del abono al componente que toca en el
      * turno WS-ORD-I, hasta saldarlo. Lo que sobra despues de los
      * tres turnos queda a favor en el capital (el residuo).
      ******************************************************************
       APLICO-COMPONENTE.
           MOVE 0 TO WS-APLICADO.
           EVALUATE WS-ORDEN-COMP (WS-ORD-I)
               WHEN 1
                   IF CLI-SALDO-CARGOS < 0
                       COMPUTE WS-APLICADO = 0 - CLI-SALDO-CARGOS
                   END-IF
               WHEN 2
                   IF CLI-SALDO-INTERES < 0
                       COMPUTE WS-APLICADO = 0 - CLI-SALDO-INTERES
                   END-IF
               WHEN 3
                   IF WS-CAPITAL < 0
                       COMPUTE WS-APLICADO = 0 - WS-CAPITAL
                   END-IF
           END-EVALUATE.
           IF WS-APLICADO > WS-POR-APLICAR
               MOVE WS-POR-APLICAR TO WS-APLICADO.
           SUBTRACT WS-APLICADO FROM WS-POR-APLICAR.
           EVALUATE WS-ORDEN-COMP (WS-ORD-I)
               WHEN 1
                   ADD WS-APLICADO TO CLI-SALDO-CARGOS
               WHEN 2
                   ADD WS-APLICADO TO CLI-SALDO-INTERES
               WHEN 3
                   ADD WS-APLICADO TO WS-CAPITAL
           END-EVALUATE.

      ******************************************************************
      * Orden de aplicacion de parametros.dat. Tiene que nombrar los
      * tres componentes una vez cada uno; si no, queda el de
      * omision.
      ******************************************************************
       LEO-ORDEN.
           MOVE "S" TO WS-ORDEN-SW.
           MOVE "ORDEN-APLICACION" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO NOT = "S"
               GO TO F-LEO-ORDEN.
           MOVE WS-PAR-VALOR TO WS-ORDEN-LEIDA.
           MOVE WS-ORDEN-LEIDA TO WS-ORDEN.
           COMPUTE WS-CHEQUEO-SUMA = WS-ORDEN-COMP (1)
               + WS-ORDEN-COMP (2) + WS-ORDEN-COMP (3).
           COMPUTE WS-CHEQUEO-PROD = WS-ORDEN-COMP (1)
               * WS-ORDEN-COMP (2) * WS-ORDEN-COMP (3).
           IF WS-CHEQUEO-SUMA NOT = 6 OR WS-CHEQUEO-PROD NOT = 6
               DISPLAY "ORDEN-APLICACION " WS-ORDEN-LEIDA
                   " no es valido, se aplica cargos-interes-capital."
               MOVE 123 TO WS-ORDEN.

       F-LEO-ORDEN.
           EXIT.

       END PROGRAM COMPONENTES-SALDO.
