      *                     las convierta en altas de CLIENTES-NUEVOS
      *                     -- antes nada leia este archivo y la
      *                     captura se perdia.
      *   2026-10-15  CEVR  SOLICITA-CAMPANA pide el codigo de la
      *                     campana de mercadeo que trajo a la persona,
      *                     lo valida con VALIDA-CAMPANA y lo graba en
      *                     PER-CAMPANA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       01  EDAD PIC 99.
       01  WS-EDAD-ENTRADA PIC X(2).
       01  ST-PERSONAS PIC XX.
       01  CAMPANA PIC X(6).
       01  WS-CMP-RESULTADO PIC X.
       01  WS-CMP-DESCRIPCION PIC X(40).

       PROCEDURE DIVISION.
       SOLICITA-DATOS.
               OPEN OUTPUT PERSONAS.
           PERFORM SOLICITA-NOMBRE THRU SOLICITA-APELLIDO.
           PERFORM SOLICITA-EDAD.
           PERFORM SOLICITA-CAMPANA.
           DISPLAY "Nombre: " NOMBRE "Apellido: " APELLIDOS "Edad:" EDAD
           PERFORM GRABA-PERSONA.
           CLOSE PERSONAS.
               GO TO SOLICITA-EDAD.
           MOVE WS-EDAD-ENTRADA TO EDAD.

       SOLICITA-CAMPANA.
           DISPLAY "Codigo de la campana que lo trajo (en blanco si "
               "ninguna):"
           ACCEPT CAMPANA.
           INSPECT CAMPANA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CALL "VALIDA-CAMPANA" USING CAMPANA WS-CMP-RESULTADO
               WS-CMP-DESCRIPCION.
           IF WS-CMP-RESULTADO = "N"
               DISPLAY "Campana no registrada, intenta de nuevo."
               GO TO SOLICITA-CAMPANA.

       GRABA-PERSONA.
           MOVE NOMBRE    TO PER-NOMBRE.
           MOVE APELLIDOS TO PER-APELLIDOS.
           MOVE EDAD      TO PER-EDAD.
           MOVE SPACE     TO PER-ESTADO.
           MOVE CAMPANA   TO PER-CAMPANA.
           WRITE REG-PERSONA.

       END PROGRAM YOUR-PROGRAM-NAME.
