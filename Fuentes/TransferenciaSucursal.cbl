      *          Antes mover plata entre matriz y sucursal eran dos
      *          ediciones sueltas sin relacion.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El lado matriz llama a COMPONENTES-SALDO; si
      *                     se reversa, recupera tambien el interes y
      *                     los cargos.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIA-SUCURSAL.
       01  WS-VALOR-SUB    PIC S9(7)V9(3) VALUE 0.
       01  WS-CONFIRMA     PIC X    VALUE SPACE.
       01  WS-SALDO-RESPALDO PIC S9(7)V9(3) VALUE 0.
       01  WS-INTERES-RESPALDO PIC S9(7)V9(3) VALUE 0.
       01  WS-CARGOS-RESPALDO  PIC S9(7)V9(3) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
                   DISPLAY "Matriz no encontrada."
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Matriz no encontrada."
               GO TO F-EJECUTO-TRANSFERENCIA.
           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
               DISPLAY "La matriz esta " CLI-ESTADO ", no se "
                   "transfiere."
               GO TO F-EJECUTO-TRANSFERENCIA.
      *    Lado matriz primero.
           MOVE CLI-SALDO TO WS-SALDO-RESPALDO.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           MOVE CLI-SALDO-INTERES TO WS-INTERES-RESPALDO.
           MOVE CLI-SALDO-CARGOS  TO WS-CARGOS-RESPALDO.
           COMPUTE CLI-SALDO ROUNDED = CLI-SALDO + WS-VALOR-MATRIZ
               ON SIZE ERROR
                   DISPLAY "El lado matriz queda fuera de rango, no "
                       "se transfiere."
                   GO TO F-EJECUTO-TRANSFERENCIA
           END-COMPUTE.
           MOVE "TRANSF-SUC" TO WS-CMP-TIPO.
           MOVE WS-VALOR-MATRIZ TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.

       REVERSO-LADO-MATRIZ.
           MOVE WS-SALDO-RESPALDO TO CLI-SALDO.
           MOVE WS-INTERES-RESPALDO TO CLI-SALDO-INTERES.
           MOVE WS-CARGOS-RESPALDO  TO CLI-SALDO-CARGOS.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "NO SE PUDO REVERSAR EL LADO MATRIZ ("
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "SUCURSAL " WS-ID-SUB
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-MATRIZ-INTENTO.
           WRITE REG-MOVIMIENTO
