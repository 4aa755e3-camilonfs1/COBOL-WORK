      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de validacion de la identificacion
      *          tributaria del cliente (CLI-TIPO-DOC, CLI-NIT y
      *          CLI-NIT-DV de CLIENTE.cpy), compartido por todas las
      *          capturas del maestro para que la regla viva en un
      *          solo lugar. Tipos: "N" = NIT (digito de verificacion
      *          obligatorio), "C" = cedula de ciudadania, "E" =
      *          cedula de extranjeria (numericas, digito opcional
      *          pero verificado si viene) y "P" = pasaporte
      *          (alfanumerico, sin digito). El digito se calcula con
      *          la regla nacional de la DIAN: suma de los digitos
      *          del numero, de derecha a izquierda, por los pesos
      *          primos 3, 7, 13 ... 71; resto de dividir por 11; un
      *          resto de 0 o 1 es el digito, si no 11 menos el resto.
      *          Tipo, numero y digito todos en blanco es valido (la
      *          cuenta aun no tiene identificacion registrada).
      *          Resultado: "S" = valida, "T" = tipo de documento
      *          desconocido, "N" = numero en blanco, con blancos
      *          intermedios o no numerico, "D" = digito de
      *          verificacion ausente o errado. LNK-EDITADO devuelve
      *          la identificacion lista para imprimir (sigla, numero
      *          y digito calculado), tambien en el rechazo "D" para
      *          que el operador vea cual es el digito correcto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-NIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Pesos de la DIAN por posicion, contando desde el digito de la
      * derecha del numero.
       01  WS-PESOS-NIT  PIC X(30)
                         VALUE "030713171923293741434753596771".
       01  WS-PESOS-TABLA REDEFINES WS-PESOS-NIT.
           05 WS-PESO-NIT  PIC 99 OCCURS 15 TIMES.

       01  WS-NIT-TRABAJO  PIC X(15) VALUE SPACE.
       01  WS-NIT-CARACTERES REDEFINES WS-NIT-TRABAJO.
           05 WS-NIT-CAR   PIC X OCCURS 15 TIMES.
       01  WS-NIT-DIGITOS REDEFINES WS-NIT-TRABAJO.
           05 WS-NIT-DIG   PIC 9 OCCURS 15 TIMES.

       01  WS-LARGO          PIC 99   VALUE 0.
       01  WS-BLANCOS        PIC 99   VALUE 0.
       01  WS-I-NIT          PIC 99   VALUE 0.
       01  WS-POS-NIT        PIC 99   VALUE 0.
       01  WS-SUMA-NIT       PIC 9(5) VALUE 0.
       01  WS-COCIENTE-NIT   PIC 9(5) VALUE 0.
       01  WS-RESTO-NIT      PIC 99   VALUE 0.
       01  WS-DV-CALCULADO   PIC 9    VALUE 0.
       01  WS-DV-X REDEFINES WS-DV-CALCULADO PIC X.
       01  WS-SIGLA          PIC X(4) VALUE SPACE.

       LINKAGE SECTION.
       01  LNK-TIPO-DOC   PIC X.
       01  LNK-NIT        PIC X(15).
       01  LNK-DV         PIC X.
       01  LNK-RESULTADO  PIC X.
       01  LNK-EDITADO    PIC X(24).

       PROCEDURE DIVISION USING LNK-TIPO-DOC LNK-NIT LNK-DV
               LNK-RESULTADO LNK-EDITADO.
       MAIN-RUTINA.
           MOVE "S"   TO LNK-RESULTADO.
           MOVE SPACE TO LNK-EDITADO.
           IF LNK-TIPO-DOC = SPACE AND LNK-NIT = SPACE
            AND LNK-DV = SPACE
               MOVE "SIN IDENTIFICACION" TO LNK-EDITADO
               GOBACK.
           EVALUATE LNK-TIPO-DOC
               WHEN "N"
                   MOVE "NIT"  TO WS-SIGLA
               WHEN "C"
                   MOVE "C.C." TO WS-SIGLA
               WHEN "E"
                   MOVE "C.E." TO WS-SIGLA
               WHEN "P"
                   MOVE "PAS." TO WS-SIGLA
               WHEN OTHER
                   MOVE "T" TO LNK-RESULTADO
                   GOBACK
           END-EVALUATE.
           MOVE LNK-NIT TO WS-NIT-TRABAJO.
           PERFORM MIDO-LARGO THRU F-MIDO-LARGO.
           IF WS-LARGO = 0 OR WS-BLANCOS > 0
               MOVE "N" TO LNK-RESULTADO
               GOBACK.
      *    El pasaporte es alfanumerico y no lleva digito.
           IF LNK-TIPO-DOC = "P"
               STRING WS-SIGLA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LNK-NIT DELIMITED BY SPACE
                   INTO LNK-EDITADO
               IF LNK-DV NOT = SPACE
                   MOVE "D" TO LNK-RESULTADO
               END-IF
               GOBACK.
           IF WS-NIT-TRABAJO (1:WS-LARGO) NOT NUMERIC
               MOVE "N" TO LNK-RESULTADO
               GOBACK.
           PERFORM CALCULO-DIGITO-NIT.
           IF LNK-TIPO-DOC = "N" OR LNK-DV NOT = SPACE
               STRING WS-SIGLA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LNK-NIT DELIMITED BY SPACE
                   "-" WS-DV-X DELIMITED BY SIZE
                   INTO LNK-EDITADO
           ELSE
               STRING WS-SIGLA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LNK-NIT DELIMITED BY SPACE
                   INTO LNK-EDITADO.
           IF LNK-TIPO-DOC = "N" AND LNK-DV = SPACE
               MOVE "D" TO LNK-RESULTADO
               GOBACK.
           IF LNK-DV NOT = SPACE AND LNK-DV NOT = WS-DV-X
               MOVE "D" TO LNK-RESULTADO.
           GOBACK.

      ******************************************************************
      * Largo significativo del numero (hasta el ultimo caracter no
      * blanco) y cuantos blancos quedan adentro de ese largo: el
      * numero se captura justificado a la izquierda y sin
      * separadores.
      ******************************************************************
       MIDO-LARGO.
           MOVE 15 TO WS-LARGO.
           MOVE 0  TO WS-BLANCOS.

       BUSCO-ULTIMO-CARACTER.
           IF WS-LARGO = 0
               GO TO F-MIDO-LARGO.
           IF WS-NIT-CAR (WS-LARGO) = SPACE
               SUBTRACT 1 FROM WS-LARGO
               GO TO BUSCO-ULTIMO-CARACTER.
           INSPECT WS-NIT-TRABAJO (1:WS-LARGO)
               TALLYING WS-BLANCOS FOR ALL SPACE.

       F-MIDO-LARGO.
           EXIT.

      ******************************************************************
      * Digito de verificacion de la DIAN sobre los WS-LARGO digitos
      * del numero.
      ******************************************************************
       CALCULO-DIGITO-NIT.
           MOVE 0 TO WS-SUMA-NIT.
           PERFORM SUMO-DIGITO-NIT
               VARYING WS-I-NIT FROM 1 BY 1
               UNTIL WS-I-NIT > WS-LARGO.
           DIVIDE WS-SUMA-NIT BY 11 GIVING WS-COCIENTE-NIT
               REMAINDER WS-RESTO-NIT.
           IF WS-RESTO-NIT > 1
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO-NIT
           ELSE
               MOVE WS-RESTO-NIT TO WS-DV-CALCULADO.

       SUMO-DIGITO-NIT.
           COMPUTE WS-POS-NIT = WS-LARGO - WS-I-NIT + 1.
           COMPUTE WS-SUMA-NIT =
               WS-SUMA-NIT +
               (WS-NIT-DIG (WS-POS-NIT) * WS-PESO-NIT (WS-I-NIT)).

       END PROGRAM VALIDA-NIT.
