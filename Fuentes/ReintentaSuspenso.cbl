      *                     conversion de POSTEO-PAGOS o la revision
      *                     manual: este reintento resuelve
      *                     identidades, no cambios de moneda.
      *   2026-10-15  CEVR  El suspenso lleva la retencion del pago
      *                     (PAG-RETENCION y su tipo, detras del
      *                     contador). El item que ahora casa se
      *                     postea como en POSTEO-PAGOS: la cuenta
      *                     se salda por el bruto, lo retenido queda
      *                     como RETFUENTE o RETIVA y en el registro
      *                     de retenciones; si la retencion sigue sin
      *                     poderse postear, el item se re-suspende.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El pago liberado, con su retencion, se
      *                     reparte en componentes (COMPONENTES-SALDO).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  El suspenso lleva el banco de recaudo donde
      *                     entro el pago (SUS-BANCO, puesto por
      *                     POSTEO-PAGOS); el item re-suspendido lo
      *                     conserva y el PAGO liberado lo deja en
      *                     MOV-BANCO-RECAUDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINTENTA-SUSPENSO.
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ALIAS.

           SELECT OPTIONAL RETENCIONES
                  ASSIGN TO "./retenciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  STATUS ST-RETENCIONES.

           SELECT REPORTE ASSIGN TO "./reintento_suspenso.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY MOVIMIENTO.

      * Mismo layout de PAGOBANCO.cpy (moneda incluida) con el
      * contador de reintentos en las posiciones que el copybook deja
      * libres antes de la retencion: los registros viejos sin
      * contador llegan con espacios y se interpretan como cero.
       FD  SUSPENSO-ENTRADA.
       01  REG-PAGO-SUSPENSO.
           05 SUS-VALOR       PIC 9(7)V9(3).
           05 SUS-MONEDA      PIC X(3).
           05 SUS-REINTENTOS  PIC 9(3).
           05 SUS-RETENCION   PIC 9(7)V9(3).
           05 SUS-TIPO-RETENCION PIC X.
           05 SUS-BANCO       PIC X(4).

       FD  SUSPENSO-TRABAJO.
       01  REG-PAGO-TRABAJO.
           05 TRA-VALOR       PIC 9(7)V9(3).
           05 TRA-MONEDA      PIC X(3).
           05 TRA-REINTENTOS  PIC 9(3).
           05 TRA-RETENCION   PIC 9(7)V9(3).
           05 TRA-TIPO-RETENCION PIC X.
           05 TRA-BANCO       PIC X(4).

       FD  RENUMERACION.


           COPY ALIAS.

       FD  RETENCIONES.

           COPY RETENCION.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       01  ST-RENUMERACION  PIC XX VALUE SPACE.
       01  ST-ALIAS         PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.
       01  ST-RETENCIONES   PIC XX VALUE SPACE.

      * Tolerancia de sobrepago, la misma de POSTEO-PAGOS: lo que
      * ahora casa pero dejaria saldo a favor por encima de esto se
       01  WS-NOMBRE-BUSCA  PIC X(20) VALUE SPACE.
       01  WS-MOTIVO        PIC X(40) VALUE SPACE.

      * Retencion del item en curso, con las mismas reglas de
      * POSTEO-PAGOS, y el tipo de movimiento con que se postea.
       01  WS-RETENCION-PAGO PIC 9(7)V9(3) VALUE 0.
       01  WS-TIPO-MOV-RET   PIC X(10)     VALUE SPACE.
       01  WS-TIPO-VALIDO    PIC X         VALUE SPACE.
       01  WS-TOTAL-RETENCIONES PIC 9(7)       VALUE 0.
       01  WS-VALOR-RETENIDO    PIC S9(9)V9(3) VALUE 0.

       01  WS-TOTAL-LEIDOS      PIC 9(7)       VALUE 0.
       01  WS-TOTAL-POSTEADOS   PIC 9(7)       VALUE 0.
       01  WS-TOTAL-RESUSPENSOS PIC 9(7)       VALUE 0.
       01  WS-VALOR-POSTEADO    PIC S9(9)V9(3) VALUE 0.
       01  WS-VALOR-RESUSPENSO  PIC S9(9)V9(3) VALUE 0.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               DISPLAY "Error abriendo SUSPENSO-TRABAJO (" ST-TRABAJO
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O RETENCIONES.
           IF ST-RETENCIONES = "35"
               OPEN OUTPUT RETENCIONES.
           IF ST-RETENCIONES > "07"
               DISPLAY "Error abriendo RETENCIONES (" ST-RETENCIONES
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT RENUMERACION.
           IF ST-RENUMERACION > "07"
               DISPLAY "Archivo de renumeracion no disponible ("
               MOVE "MONEDA DISTINTA A LA CUENTA" TO WS-MOTIVO
               PERFORM RESUSPENDO-ITEM
               GO TO REINTENTO-ITEM.
           PERFORM VALIDO-RETENCION THRU F-VALIDO-RETENCION.
           IF WS-MOTIVO NOT = SPACE
               PERFORM RESUSPENDO-ITEM
               GO TO REINTENTO-ITEM.
           COMPUTE WS-SALDO-RESULTANTE ROUNDED =
               CLI-SALDO + SUS-VALOR + WS-RETENCION-PAGO
               ON SIZE ERROR
                   MOVE "SALDO RESULTANTE FUERA DE RANGO"
                       TO WS-MOTIVO
               PERFORM RESUSPENDO-ITEM
               GO TO REINTENTO-ITEM.
           MOVE WS-SALDO-RESULTANTE TO CLI-SALDO.
           MOVE "PAGO" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = SUS-VALOR + WS-RETENCION-PAGO.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
               PERFORM RESUSPENDO-ITEM
               GO TO REINTENTO-ITEM.
           PERFORM GRABO-MOVIMIENTO-PAGO THRU GRABO-PAGO-INTENTO.
           IF WS-RETENCION-PAGO > 0
               PERFORM GRABO-RETENCION THRU F-GRABO-RETENCION.
           ADD 1 TO WS-TOTAL-POSTEADOS.
           ADD SUS-VALOR TO WS-VALOR-POSTEADO.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE SUS-VALOR      TO TRA-VALOR.
           MOVE SUS-MONEDA     TO TRA-MONEDA.
           COMPUTE TRA-REINTENTOS = SUS-REINTENTOS + 1.
           IF SUS-RETENCION NUMERIC
               MOVE SUS-RETENCION      TO TRA-RETENCION
               MOVE SUS-TIPO-RETENCION TO TRA-TIPO-RETENCION
           ELSE
               MOVE 0     TO TRA-RETENCION
               MOVE SPACE TO TRA-TIPO-RETENCION.
           MOVE SUS-BANCO      TO TRA-BANCO.
           WRITE REG-PAGO-TRABAJO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RE-SUSPENDIDO CLIENTE " SUS-ID-CLIENTE " REF "
           MOVE 0          TO MOV-SECUENCIA.
           MOVE "PAGO"     TO MOV-TIPO.
           MOVE SUS-VALOR  TO MOV-VALOR.
           COMPUTE MOV-SALDO-NUEVO = CLI-SALDO - WS-RETENCION-PAGO.
           MOVE SPACE      TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE SUS-BANCO  TO MOV-BANCO-RECAUDO.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-PAGO-INTENTO.
           WRITE REG-MOVIMIENTO
               DISPLAY "Error grabando el movimiento del pago del "
                   "cliente " WS-ID-RESUELTO ": " ST-MOVIMIENTOS.

      ******************************************************************
      * Retencion del item, con las reglas de POSTEO-PAGOS: renta o
      * IVA, cuenta empresarial. La moneda ya se verifico arriba.
      ******************************************************************
       VALIDO-RETENCION.
           MOVE SPACE TO WS-MOTIVO.
           MOVE 0 TO WS-RETENCION-PAGO.
           MOVE SPACE TO WS-TIPO-MOV-RET.
           IF SUS-RETENCION NOT NUMERIC
               GO TO F-VALIDO-RETENCION.
           IF SUS-RETENCION = 0
               GO TO F-VALIDO-RETENCION.
           EVALUATE SUS-TIPO-RETENCION
               WHEN "R"
                   MOVE "RETFUENTE" TO WS-TIPO-MOV-RET
               WHEN "I"
                   MOVE "RETIVA"    TO WS-TIPO-MOV-RET
               WHEN OTHER
                   MOVE "TIPO DE RETENCION DESCONOCIDO" TO WS-MOTIVO
                   GO TO F-VALIDO-RETENCION
           END-EVALUATE.
           IF CLI_CATEGORIA NOT = "E"
               MOVE "RETENCION EN CUENTA NO EMPRESARIAL" TO WS-MOTIVO
               GO TO F-VALIDO-RETENCION.
           MOVE SUS-RETENCION TO WS-RETENCION-PAGO.

       F-VALIDO-RETENCION.
           EXIT.

      ******************************************************************
      * Movimiento de la retencion y su fila en el registro, igual
      * que GRABO-RETENCION de POSTEO-PAGOS.
      ******************************************************************
       GRABO-RETENCION.
           MOVE WS-ID-RESUELTO TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0                 TO MOV-SECUENCIA.
           MOVE WS-TIPO-MOV-RET   TO MOV-TIPO.
           MOVE WS-RETENCION-PAGO TO MOV-VALOR.
           MOVE CLI-SALDO         TO MOV-SALDO-NUEVO.
           MOVE SPACE             TO MOV-OPERADOR.
           MOVE "N"               TO MOV-MARCA-REVERSADO.
           MOVE SUS-REFERENCIA    TO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-RET-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-RET-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento " MOV-TIPO
                   " del cliente " WS-ID-RESUELTO ": "
                   ST-MOVIMIENTOS.
           ADD 1 TO WS-TOTAL-RETENCIONES.
           ADD WS-RETENCION-PAGO TO WS-VALOR-RETENIDO.
           IF ST-RETENCIONES > "07"
               GO TO F-GRABO-RETENCION.
           MOVE SUS-REFERENCIA     TO RET-REFERENCIA.
           MOVE SUS-FECHA          TO RET-FECHA.
           MOVE WS-ID-RESUELTO     TO RET-ID-CLIENTE.
           MOVE SUS-TIPO-RETENCION TO RET-TIPO.
           MOVE WS-RETENCION-PAGO  TO RET-VALOR.
           MOVE SUS-VALOR          TO RET-VALOR-NETO.
           COMPUTE RET-VALOR-BRUTO = SUS-VALOR + WS-RETENCION-PAGO.
           ACCEPT RET-FECHA-POSTEO FROM DATE YYYYMMDD.
           WRITE REG-RETENCION
               INVALID KEY
                   DISPLAY "Retencion de la referencia "
                       SUS-REFERENCIA " ya registrada ("
                       ST-RETENCIONES ")."
           END-WRITE.

       F-GRABO-RETENCION.
           EXIT.

       CIERRO-PRIMERA-PASADA.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE SUSPENSO-TRABAJO.
           IF ST-RENUMERACION NOT > "07"
               CLOSE RENUMERACION.
           IF ST-RETENCIONES NOT > "07"
               CLOSE RETENCIONES.

      ******************************************************************
      * Segunda pasada: el archivo de trabajo con lo re-suspendido
           MOVE TRA-VALOR      TO SUS-VALOR.
           MOVE TRA-MONEDA     TO SUS-MONEDA.
           MOVE TRA-REINTENTOS TO SUS-REINTENTOS.
           MOVE TRA-RETENCION  TO SUS-RETENCION.
           MOVE TRA-TIPO-RETENCION TO SUS-TIPO-RETENCION.
           MOVE TRA-BANCO      TO SUS-BANCO.
           WRITE REG-PAGO-SUSPENSO.
           GO TO COPIO-ITEM-TRABAJO.

               " valor: " WS-VALOR-POSTEADO.
           DISPLAY "Items re-suspensos : " WS-TOTAL-RESUSPENSOS
               " valor: " WS-VALOR-RESUSPENSO.
           DISPLAY "Retenciones        : " WS-TOTAL-RETENCIONES
               " valor: " WS-VALOR-RETENIDO.

           COPY BANNER.

