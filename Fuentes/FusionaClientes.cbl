      *          era un procedimiento manual largo y propenso a dejar
      *          historia apuntando al ID muerto.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  No se fusiona si el duplicado o el
      *                     sobreviviente tienen bloqueo legal vigente
      *                     (CONSULTA-BLOQUEO): la fusion retira un ID
      *                     y re-apunta su historia.
      *   2026-10-15  CEVR  El sobreviviente suma tambien el interes y
      *                     los cargos del duplicado.
      *   2026-10-15  CEVR  No se fusionan cuentas de empresas distintas
      *                     del grupo ni cuentas de una empresa no
      *                     autorizada al operador; el area de guarda
      *                     del movimiento crece con MOV-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-CLIENTES.
      * Datos del duplicado guardados antes de tocar nada.
       01  WS-SALDO-DUPLICADO  PIC S9(7)V9(3) VALUE 0.
       01  WS-MONEDA-DUPLICADO PIC X(3)       VALUE SPACE.
       01  WS-INTERES-DUPLICADO PIC S9(7)V9(3) VALUE 0.
       01  WS-CARGOS-DUPLICADO  PIC S9(7)V9(3) VALUE 0.
       01  WS-MONEDA-SOBREVIVE PIC X(3)       VALUE SPACE.
       01  WS-EMPRESA-DUPLICADO PIC 9(3)       VALUE 1.
       01  WS-EMPRESA-SOBREVIVE PIC 9(3)       VALUE 1.

      * Areas de trabajo para re-apuntar registros cuyo ID hace parte
      * de la clave: se guarda el registro y su clave, se borra, se
      * graba bajo el sobreviviente y se retoma el recorrido despues
      * de la clave guardada.
       01  WS-REG-MOV-GUARDADO  PIC X(96) VALUE SPACE.
       01  WS-CLAVE-MOV-GUARDADA.
           05 WS-CMG-ID    PIC 9(8).
           05 WS-CMG-FECHA PIC 9(8).
       01  WS-MOVS-MOVIDOS   PIC 9(7) VALUE 0.
       01  WS-SUBS-MOVIDAS   PIC 9(7) VALUE 0.

           COPY BLOQWS.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           IF WS-ID-SOBREVIVE = WS-ID-DUPLICADO
               DISPLAY "Son el mismo ID, no hay nada que fusionar."
               GO TO F-EJECUTO-FUSION.
           MOVE WS-ID-DUPLICADO TO WS-BLOQUEO-ID.
           PERFORM VERIFICO-BLOQUEO.
           IF CLIENTE-BLOQUEADO
               GO TO F-EJECUTO-FUSION.
           MOVE WS-ID-SOBREVIVE TO WS-BLOQUEO-ID.
           PERFORM VERIFICO-BLOQUEO.
           IF CLIENTE-BLOQUEADO
               GO TO F-EJECUTO-FUSION.
           MOVE WS-ID-DUPLICADO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                       WS-ID-DUPLICADO
                   GO TO F-EJECUTO-FUSION
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Duplicado no encontrado: "
                   WS-ID-DUPLICADO
               GO TO F-EJECUTO-FUSION.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-DUPLICADO
           ELSE
               MOVE CLI-EMPRESA TO WS-EMPRESA-DUPLICADO.
           MOVE CLI-SALDO TO WS-SALDO-DUPLICADO.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           MOVE CLI-SALDO-INTERES TO WS-INTERES-DUPLICADO.
           MOVE CLI-SALDO-CARGOS  TO WS-CARGOS-DUPLICADO.
           IF CLI-MONEDA = SPACE
               MOVE "USD" TO WS-MONEDA-DUPLICADO
           ELSE
                       WS-ID-SOBREVIVE
                   GO TO F-EJECUTO-FUSION
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Sobreviviente no encontrado: "
                   WS-ID-SOBREVIVE
               GO TO F-EJECUTO-FUSION.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-SOBREVIVE
           ELSE
               MOVE CLI-EMPRESA TO WS-EMPRESA-SOBREVIVE.
           IF WS-EMPRESA-SOBREVIVE NOT = WS-EMPRESA-DUPLICADO
               DISPLAY "Las cuentas son de empresas distintas del "
                   "grupo (" WS-EMPRESA-SOBREVIVE " vs "
                   WS-EMPRESA-DUPLICADO "), no se fusionan."
               GO TO F-EJECUTO-FUSION.
           IF CLI-MONEDA = SPACE
               MOVE "USD" TO WS-MONEDA-SOBREVIVE
           ELSE
               DISPLAY "Fusion cancelada."
               GO TO F-EJECUTO-FUSION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
      *    Saldo combinado en el sobreviviente.
           COMPUTE CLI-SALDO ROUNDED =
               CLI-SALDO + WS-SALDO-DUPLICADO
                       "no se fusiona."
                   GO TO F-EJECUTO-FUSION
           END-COMPUTE.
           ADD WS-INTERES-DUPLICADO TO CLI-SALDO-INTERES.
           ADD WS-CARGOS-DUPLICADO  TO CLI-SALDO-CARGOS.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
       F-EJECUTO-FUSION.
           EXIT.

      ******************************************************************
      * Una cuenta con bloqueo legal vigente no se fusiona: se informa
      * y se salta.
      ******************************************************************
       VERIFICO-BLOQUEO.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.
           IF CLIENTE-BLOQUEADO
               DISPLAY "Bloqueo legal, no se fusiona: " WS-BLOQUEO-ID
                   " desde " WS-BLOQUEO-FECHA " " WS-BLOQUEO-MOTIVO.

      ******************************************************************
      * Re-apunta al sobreviviente los movimientos del duplicado: el
      * ID hace parte de la clave, asi que cada registro se borra y se
