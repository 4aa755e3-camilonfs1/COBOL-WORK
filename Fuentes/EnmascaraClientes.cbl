      *          proteccion de datos objeto las copias de prueba con
      *          nombres reales.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  CLI-NIT tambien sale revuelto, y el digito
      *                     de verificacion se recalcula sobre el
      *                     numero enmascarado para que la copia siga
      *                     pasando VALIDA-NIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARA-CLIENTES.
                      WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2 IN REG-PRUEBA
                      WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT IN REG-PRUEBA
                      WITH DUPLICATES
                  STATUS ST-PRUEBA.

       DATA DIVISION.

       01  WS-TOTAL-ENMASCARADOS PIC 9(7) VALUE 0.

      * Digito de verificacion del numero tributario enmascarado: se
      * prueba cada digito contra VALIDA-NIT hasta dar con el bueno.
       01  WS-DV-PRUEBA      PIC 99    VALUE 0.
       01  WS-DV-CANDIDATO   PIC 9     VALUE 0.
       01  WS-DV-CANDIDATO-X REDEFINES WS-DV-CANDIDATO PIC X.
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               CONVERTING WS-MINUSCULAS TO WS-MIN-ROTADO.
           INSPECT CLI-EMAIL IN REG-PRUEBA
               CONVERTING WS-DIGITOS TO WS-DIG-ROTADO.
           INSPECT CLI-NIT IN REG-PRUEBA
               CONVERTING WS-MAYUSCULAS TO WS-MAY-ROTADO.
           INSPECT CLI-NIT IN REG-PRUEBA
               CONVERTING WS-DIGITOS TO WS-DIG-ROTADO.
           IF CLI-NIT-DV IN REG-PRUEBA NOT = SPACE
               MOVE "N" TO WS-NIT-RESULTADO
               PERFORM PRUEBO-DIGITO-NIT
                   VARYING WS-DV-PRUEBA FROM 0 BY 1
                   UNTIL WS-DV-PRUEBA > 9 OR WS-NIT-RESULTADO = "S".
           WRITE REG-PRUEBA.
           IF ST-PRUEBA > "07"
               DISPLAY "Error grabando la copia del cliente "
       F-ENMASCARO-CLIENTE.
           EXIT.

      ******************************************************************
      * Prueba el digito WS-DV-PRUEBA como digito de verificacion del
      * numero tributario ya enmascarado.
      ******************************************************************
       PRUEBO-DIGITO-NIT.
           MOVE WS-DV-PRUEBA TO WS-DV-CANDIDATO.
           MOVE WS-DV-CANDIDATO-X TO CLI-NIT-DV IN REG-PRUEBA.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC IN REG-PRUEBA
               CLI-NIT IN REG-PRUEBA CLI-NIT-DV IN REG-PRUEBA
               WS-NIT-RESULTADO WS-NIT-EDITADO.

      ******************************************************************
      * Arma los alfabetos rotados del cliente en curso: la rotacion
      * de letras sale de CLI-ID modulo 25 mas uno y la de digitos de
