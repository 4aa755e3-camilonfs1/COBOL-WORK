      *          ACTUALIZO-CLIENTE y una interrupcion entre ambos
      *          dejaba los libros descuadrados sin rastro.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Debito y credito llaman a COMPONENTES-SALDO;
      *                     la reversa del debito devuelve el capital.
      *   2026-10-15  CEVR  Ambas cuentas deben ser de la misma empresa
      *                     del grupo y de una empresa autorizada al
      *                     operador; los dos movimientos llevan esa
      *                     empresa en MOV-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIA-CUENTAS.
       01  WS-SALDO-ORIGEN-NUEVO  PIC S9(7)V9(3) VALUE 0.
       01  WS-SALDO-DESTINO-NUEVO PIC S9(7)V9(3) VALUE 0.
       01  WS-SALDO-ORIGEN-VIEJO  PIC S9(7)V9(3) VALUE 0.
       01  WS-EMPRESA-ORIGEN      PIC 9(3)       VALUE 1.
       01  WS-EMPRESA-DESTINO     PIC 9(3)       VALUE 1.

      * Compuerta de limite de credito del lado del debito, igual que
      * en ACTUALIZO-CLIENTE.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
                       WS-ID-ORIGEN
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cuenta origen no encontrada: " WS-ID-ORIGEN
               GO TO F-EJECUTO-TRANSFERENCIA.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-ORIGEN
           ELSE
               MOVE CLI-EMPRESA TO WS-EMPRESA-ORIGEN.
           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
               DISPLAY "La cuenta origen esta " CLI-ESTADO
                   ": no se postean transferencias."
                       WS-ID-DESTINO
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cuenta destino no encontrada: " WS-ID-DESTINO
               GO TO F-EJECUTO-TRANSFERENCIA.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-DESTINO
           ELSE
               MOVE CLI-EMPRESA TO WS-EMPRESA-DESTINO.
      *    Cada empresa del grupo lleva sus propios libros: el dinero
      *    no cruza de una a otra por una transferencia de cuentas.
           IF WS-EMPRESA-DESTINO NOT = WS-EMPRESA-ORIGEN
               DISPLAY "Las cuentas son de empresas distintas del "
                   "grupo (" WS-EMPRESA-ORIGEN " vs "
                   WS-EMPRESA-DESTINO "), no se transfiere."
               GO TO F-EJECUTO-TRANSFERENCIA.
           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
               DISPLAY "La cuenta destino esta " CLI-ESTADO
                   ": no se postean transferencias."
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-READ.
           MOVE WS-SALDO-ORIGEN-NUEVO TO CLI-SALDO.
           MOVE "TRANSF-ENV" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = 0 - WS-MONTO.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-READ.
           MOVE WS-SALDO-DESTINO-NUEVO TO CLI-SALDO.
           MOVE "TRANSF-REC" TO WS-CMP-TIPO.
           MOVE WS-MONTO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
                   GO TO F-REVERSO-DEBITO
           END-READ.
           MOVE WS-SALDO-ORIGEN-VIEJO TO CLI-SALDO.
      *    El debito fue todo al capital: la llamada sin valor lo
      *    recalcula como residuo del saldo devuelto.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.

           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE WS-EMPRESA-ORIGEN TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-TRANSFER-INTENTO.
           WRITE REG-MOVIMIENTO
