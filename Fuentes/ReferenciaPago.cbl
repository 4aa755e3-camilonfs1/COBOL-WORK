      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de la referencia estructurada de pago de
      *          las facturas, compartido por FACTURACION-COMERCIAL y
      *          REIMPRIME-FACTURA (que la imprimen) y por
      *          POSTEO-PAGOS y APLICA-PAGOS-FACTURA (que la
      *          reconocen en el campo de referencia del pago). La
      *          referencia son 17 digitos: el ID del cliente (8), el
      *          numero de la factura (8) y un digito de
      *          verificacion, justificados a la izquierda en el
      *          campo de 20 posiciones. El digito se calcula sobre
      *          los 16 digitos, de derecha a izquierda, con los
      *          pesos 7, 3, 1 repetidos; es lo que le falta a la
      *          suma para llegar a la decena siguiente (resto de
      *          dividir por 10 restado de 10, y 10 vale 0).
      *          Funciones: "A" = armar la referencia de LNK-ID-CLIENTE
      *          y LNK-FACTURA; "V" = validar LNK-REFERENCIA y, si es
      *          buena, devolver el cliente y la factura que trae.
      *          Resultado: "S" = referencia armada o valida, "N" = no
      *          es una referencia estructurada (vacia, con letras o
      *          de otro largo: el pago se casa como siempre), "D" =
      *          tiene la forma pero el digito de verificacion no
      *          cuadra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCIA-PAGO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Pesos por posicion, contando desde el digito de la derecha.
       01  WS-PESOS-REF   PIC X(16) VALUE "7317317317317317".
       01  WS-PESOS-TABLA REDEFINES WS-PESOS-REF.
           05 WS-PESO-REF  PIC 9 OCCURS 16 TIMES.

      * Los 16 digitos de cliente y factura, y el digito.
       01  WS-REF-TRABAJO.
           05 WS-REF-ID       PIC 9(8).
           05 WS-REF-FACTURA  PIC 9(8).
           05 WS-REF-DV       PIC 9.
       01  WS-REF-DIGITOS REDEFINES WS-REF-TRABAJO.
           05 WS-REF-DIG      PIC 9 OCCURS 17 TIMES.

       01  WS-I-REF          PIC 99   VALUE 0.
       01  WS-POS-REF        PIC 99   VALUE 0.
       01  WS-SUMA-REF       PIC 9(4) VALUE 0.
       01  WS-COCIENTE-REF   PIC 9(4) VALUE 0.
       01  WS-RESTO-REF      PIC 9    VALUE 0.
       01  WS-DV-CALCULADO   PIC 9    VALUE 0.

       LINKAGE SECTION.
       01  LNK-FUNCION    PIC X.
       01  LNK-REFERENCIA PIC X(20).
       01  LNK-ID-CLIENTE PIC 9(8).
       01  LNK-FACTURA    PIC 9(8).
       01  LNK-RESULTADO  PIC X.

       PROCEDURE DIVISION USING LNK-FUNCION LNK-REFERENCIA
               LNK-ID-CLIENTE LNK-FACTURA LNK-RESULTADO.
       MAIN-RUTINA.
           MOVE "S" TO LNK-RESULTADO.
           IF LNK-FUNCION = "A"
               MOVE LNK-ID-CLIENTE TO WS-REF-ID
               MOVE LNK-FACTURA    TO WS-REF-FACTURA
               PERFORM CALCULO-DIGITO-REF
               MOVE WS-DV-CALCULADO TO WS-REF-DV
               MOVE SPACE TO LNK-REFERENCIA
               MOVE WS-REF-TRABAJO TO LNK-REFERENCIA (1:17)
               GOBACK.
           MOVE 0 TO LNK-ID-CLIENTE.
           MOVE 0 TO LNK-FACTURA.
           IF LNK-REFERENCIA (1:17) NOT NUMERIC
            OR LNK-REFERENCIA (18:3) NOT = SPACE
               MOVE "N" TO LNK-RESULTADO
               GOBACK.
           MOVE LNK-REFERENCIA (1:17) TO WS-REF-TRABAJO.
           PERFORM CALCULO-DIGITO-REF.
           IF WS-DV-CALCULADO NOT = WS-REF-DV
               MOVE "D" TO LNK-RESULTADO
               GOBACK.
           MOVE WS-REF-ID      TO LNK-ID-CLIENTE.
           MOVE WS-REF-FACTURA TO LNK-FACTURA.
           GOBACK.

      ******************************************************************
      * Digito de verificacion de los 16 digitos de cliente y
      * factura.
      ******************************************************************
       CALCULO-DIGITO-REF.
           MOVE 0 TO WS-SUMA-REF.
           PERFORM SUMO-DIGITO-REF
               VARYING WS-I-REF FROM 1 BY 1
               UNTIL WS-I-REF > 16.
           DIVIDE WS-SUMA-REF BY 10 GIVING WS-COCIENTE-REF
               REMAINDER WS-RESTO-REF.
           IF WS-RESTO-REF = 0
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO-REF.

       SUMO-DIGITO-REF.
           COMPUTE WS-POS-REF = 17 - WS-I-REF.
           COMPUTE WS-SUMA-REF =
               WS-SUMA-REF +
               (WS-REF-DIG (WS-POS-REF) * WS-PESO-REF (WS-I-REF)).

       END PROGRAM REFERENCIA-PAGO.
