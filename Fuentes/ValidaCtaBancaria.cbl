      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de validacion de la cuenta bancaria de
      *          domiciliacion (CLI-CTA-BANCARIA) contra el
      *          directorio de bancos (bancos.dat, BANCO.cpy),
      *          compartido por todas las capturas del maestro y por
      *          el giro para que la regla viva en un solo lugar: el
      *          codigo de banco de las posiciones 1 a 4 debe estar
      *          en el directorio y activo, y el numero de la 5 en
      *          adelante debe ser numerico, sin blancos intermedios,
      *          del largo del banco y con el digito de control de su
      *          regla. La cuenta en blanco es valida (el cliente no
      *          domicilia). Resultado: "S" = valida, "B" = banco no
      *          esta en el directorio, "I" = banco inactivo, "N" =
      *          numero en blanco, con blancos o no numerico, "L" =
      *          largo distinto al del banco, "D" = digito de control
      *          errado, "X" = directorio no disponible (la cuenta no
      *          se pudo validar). LNK-BANCO devuelve el nombre del
      *          banco cuando se encuentra. El directorio se abre en
      *          la primera llamada y queda abierto el resto de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CTA-BANCARIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BANCOS ASSIGN TO "./bancos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BAN-CODIGO
                  STATUS ST-BANCOS.

       DATA DIVISION.
       FILE SECTION.

       FD  BANCOS.

           COPY BANCO.

       WORKING-STORAGE SECTION.

       01  ST-BANCOS     PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 DIRECTORIO-ABIERTO    VALUE "S".
       01  WS-DIRECTORIO-SW PIC X VALUE "N".
           88 DIRECTORIO-DISPONIBLE VALUE "S".

       01  WS-CTA-TRABAJO  PIC X(20) VALUE SPACE.
       01  WS-CTA-CARACTERES REDEFINES WS-CTA-TRABAJO.
           05 WS-CTA-CAR   PIC X OCCURS 20 TIMES.
       01  WS-CTA-DIGITOS REDEFINES WS-CTA-TRABAJO.
           05 WS-CTA-DIG   PIC 9 OCCURS 20 TIMES.

       01  WS-LARGO        PIC 99   VALUE 0.
       01  WS-BLANCOS      PIC 99   VALUE 0.
       01  WS-I-CTA        PIC 99   VALUE 0.
       01  WS-POS-CTA      PIC 99   VALUE 0.
       01  WS-PESO         PIC 99   VALUE 0.
       01  WS-PRODUCTO     PIC 99   VALUE 0.
       01  WS-SUMA         PIC 9(5) VALUE 0.
       01  WS-COCIENTE     PIC 9(5) VALUE 0.
       01  WS-RESTO        PIC 99   VALUE 0.
       01  WS-DV-CALCULADO PIC 9    VALUE 0.

       LINKAGE SECTION.
       01  LNK-CUENTA     PIC X(24).
       01  LNK-RESULTADO  PIC X.
       01  LNK-BANCO      PIC X(30).

       PROCEDURE DIVISION USING LNK-CUENTA LNK-RESULTADO LNK-BANCO.
       MAIN-RUTINA.
           MOVE "S"   TO LNK-RESULTADO.
           MOVE SPACE TO LNK-BANCO.
           IF LNK-CUENTA = SPACE
               GOBACK.
           IF NOT DIRECTORIO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT BANCOS
               IF ST-BANCOS = "00"
                   SET DIRECTORIO-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT DIRECTORIO-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           MOVE LNK-CUENTA (1:4) TO BAN-CODIGO.
           READ BANCOS KEY IS BAN-CODIGO
               INVALID KEY
                   MOVE "B" TO LNK-RESULTADO
                   GOBACK
           END-READ.
           MOVE BAN-NOMBRE TO LNK-BANCO.
           IF NOT BANCO-ACTIVO
               MOVE "I" TO LNK-RESULTADO
               GOBACK.
           MOVE LNK-CUENTA (5:20) TO WS-CTA-TRABAJO.
           PERFORM MIDO-LARGO THRU F-MIDO-LARGO.
           IF WS-LARGO = 0 OR WS-BLANCOS > 0
               MOVE "N" TO LNK-RESULTADO
               GOBACK.
           IF WS-CTA-TRABAJO (1:WS-LARGO) NOT NUMERIC
               MOVE "N" TO LNK-RESULTADO
               GOBACK.
           IF WS-LARGO NOT = BAN-LONGITUD
               MOVE "L" TO LNK-RESULTADO
               GOBACK.
           IF BAN-REGLA = "N" OR WS-LARGO < 2
               GOBACK.
           IF BAN-REGLA = "L"
               PERFORM CALCULO-DIGITO-LUHN
           ELSE
               PERFORM CALCULO-DIGITO-MOD11.
           IF WS-CTA-DIG (WS-LARGO) NOT = WS-DV-CALCULADO
               MOVE "D" TO LNK-RESULTADO.
           GOBACK.

      ******************************************************************
      * Largo significativo del numero (hasta el ultimo caracter no
      * blanco) y cuantos blancos quedan adentro, como en VALIDA-NIT.
      ******************************************************************
       MIDO-LARGO.
           MOVE 20 TO WS-LARGO.
           MOVE 0  TO WS-BLANCOS.

       BUSCO-ULTIMO-CARACTER.
           IF WS-LARGO = 0
               GO TO F-MIDO-LARGO.
           IF WS-CTA-CAR (WS-LARGO) = SPACE
               SUBTRACT 1 FROM WS-LARGO
               GO TO BUSCO-ULTIMO-CARACTER.
           INSPECT WS-CTA-TRABAJO (1:WS-LARGO)
               TALLYING WS-BLANCOS FOR ALL SPACE.

       F-MIDO-LARGO.
           EXIT.

      ******************************************************************
      * Modulo 10 (Luhn) sobre los digitos que preceden al de control:
      * desde la derecha, uno si y uno no se duplica (restando 9 si
      * pasa de 9); el digito completa la suma a la decena.
      ******************************************************************
       CALCULO-DIGITO-LUHN.
           MOVE 0 TO WS-SUMA.
           PERFORM SUMO-DIGITO-LUHN
               VARYING WS-I-CTA FROM 1 BY 1
               UNTIL WS-I-CTA > WS-LARGO - 1.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = 0
               MOVE 0 TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO.

       SUMO-DIGITO-LUHN.
           COMPUTE WS-POS-CTA = WS-LARGO - WS-I-CTA.
           DIVIDE WS-I-CTA BY 2 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = 1
               COMPUTE WS-PRODUCTO = WS-CTA-DIG (WS-POS-CTA) * 2
               IF WS-PRODUCTO > 9
                   SUBTRACT 9 FROM WS-PRODUCTO
               END-IF
           ELSE
               MOVE WS-CTA-DIG (WS-POS-CTA) TO WS-PRODUCTO.
           ADD WS-PRODUCTO TO WS-SUMA.

      ******************************************************************
      * Modulo 11 con pesos 2, 3, 4, 5, 6, 7 (y vuelta a 2) desde la
      * derecha sobre los digitos que preceden al de control.
      ******************************************************************
       CALCULO-DIGITO-MOD11.
           MOVE 0 TO WS-SUMA.
           MOVE 1 TO WS-PESO.
           PERFORM SUMO-DIGITO-MOD11
               VARYING WS-I-CTA FROM 1 BY 1
               UNTIL WS-I-CTA > WS-LARGO - 1.
           DIVIDE WS-SUMA BY 11 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO > 1
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           ELSE
               MOVE WS-RESTO TO WS-DV-CALCULADO.

       SUMO-DIGITO-MOD11.
           COMPUTE WS-POS-CTA = WS-LARGO - WS-I-CTA.
           ADD 1 TO WS-PESO.
           IF WS-PESO > 7
               MOVE 2 TO WS-PESO.
           COMPUTE WS-SUMA =
               WS-SUMA + (WS-CTA-DIG (WS-POS-CTA) * WS-PESO).

       END PROGRAM VALIDA-CTA-BANCARIA.
