      *          postea cada devolucion con su movimiento REEMBOLSO,
      *          cuadrando contra la cola del archivo.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El reembolso llama a COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSOS.

           COPY MONEDAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   GO TO F-POSTEO-REEMBOLSO
           END-COMPUTE.
           MOVE "REEMBOLSO" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = 0 - DET-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           MOVE SPACE       TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-REEMBOLSO-INTENTO.
           WRITE REG-MOVIMIENTO
