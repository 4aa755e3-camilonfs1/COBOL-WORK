      *          reporte de los items que llevan demasiados dias
      *          esperando en la cola.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Llama a COMPONENTES-SALDO al postear el
      *                     ajuste aprobado.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      *   2026-10-15  CEVR  Aprobar y rechazar son funciones aparte en
      *                     la matriz del operador (AUTORIZO-FUNCION):
      *                     la decision no concedida deja el item
      *                     pendiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-AJUSTES.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               " por " APR-OPERADOR ".".
           DISPLAY "(A)probar, (R)echazar o (P)endiente?".
           ACCEPT WS-DECISION.
           IF WS-DECISION = "A" OR "a" OR "R" OR "r"
               MOVE WS-DECISION TO WS-FUNCION-OPCION
               MOVE 3           TO WS-FUNCION-NIVEL
               PERFORM AUTORIZO-FUNCION
               IF NOT FUNCION-AUTORIZADA
                   DISPLAY "Decision no autorizada para el operador, "
                       "el item queda pendiente."
                   GO TO LEO-PENDIENTE
               END-IF
           END-IF.
           EVALUATE WS-DECISION
               WHEN "A" WHEN "a"
                   PERFORM APRUEBO-ITEM THRU F-APRUEBO-ITEM
                       "rechacelo."
                   GO TO F-APRUEBO-ITEM
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "El cliente del item ya no existe, "
                   "rechacelo."
               GO TO F-APRUEBO-ITEM.
           COMPUTE WS-SALDO-NUEVO ROUNDED = CLI-SALDO + APR-VALOR
               ON SIZE ERROR
                   DISPLAY "El ajuste deja el saldo fuera de rango, "
                   GO TO F-APRUEBO-ITEM
           END-COMPUTE.
           MOVE WS-SALDO-NUEVO TO CLI-SALDO.
           IF APR-VALOR >= 0
               MOVE "CARGO" TO WS-CMP-TIPO
           ELSE
               MOVE "PAGO"  TO WS-CMP-TIPO.
           MOVE APR-VALOR TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-APROBADO-INTENTO.
           WRITE REG-MOVIMIENTO
