      *          era otro ajuste (S)aldo suelto y nadie podia
      *          distinguir correcciones de actividad real.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  La reversa llama a COMPONENTES-SALDO con el
      *                     tipo del movimiento original.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSA-MOVIMIENTO.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
                       "no se reversa."
                   GO TO F-EJECUTO-REVERSA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "El cliente del movimiento ya no existe, "
                   "no se reversa."
               GO TO F-EJECUTO-REVERSA.
           COMPUTE WS-VALOR-REVERSA = 0 - WS-VALOR-ORIGINAL.
           COMPUTE CLI-SALDO ROUNDED = CLI-SALDO + WS-VALOR-REVERSA
               ON SIZE ERROR
                       "rango, no se aplica."
                   GO TO F-EJECUTO-REVERSA
           END-COMPUTE.
           MOVE WS-TIPO-ORIGINAL TO WS-CMP-TIPO.
           MOVE WS-VALOR-REVERSA TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"              TO MOV-MARCA-REVERSADO.
           MOVE WS-CLAVE-ORIGINAL TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-REVERSA-INTENTO.
           WRITE REG-MOVIMIENTO
