      ******************************************************************
      * Copybook: MANTCLI.cpy
      * Purpose:  Reglas de modificacion y baja de una cuenta del
      *           maestro de CLIENTES a partir de una transaccion en el
      *           layout de CLIMANT.cpy (REG-MANTENIMIENTO), las mismas
      *           de ACTUALIZO-CLIENTE y BORRO-CLIENTE en INICIO_2,
      *           compartidas por MANTENIMIENTO-LOTE y APLICA-PENDIENTES
      *           (ver MANTCLIWS.cpy para los campos y la receta de
      *           COPY).
      * Mod history:
      *   2026-10-15  CEVR  Created: the change and closure rules of
      *                     MANTENIMIENTO-LOTE moved here so the
      *                     nightly future-dated queue applies them
      *                     unchanged; new campo (L) limite de credito.
      *   2026-10-15  CEVR  APLICO-BAJA rechaza la cuenta con bloqueo
      *                     legal vigente (CONSULTA-BLOQUEO), como
      *                     BORRO-CLIENTE en INICIO_2.
      ******************************************************************

      ******************************************************************
      * Modificacion de una cuenta: lee el cliente objetivo y aplica
      * el campo con las mismas reglas que ACTUALIZO-CLIENTE en
      * INICIO_2.
      ******************************************************************
       APLICO-CAMBIO.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           MOVE MAN-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cambio rechazado, cliente no encontrado: "
                       MAN-ID-CLIENTE
                   MOVE "Cliente no encontrado" TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   GO TO F-APLICO-CAMBIO
           END-READ.
           EVALUATE MAN-CAMPO
               WHEN "D"
                   CALL "ESTANDARIZA-DIRECCION" USING MAN-VALOR-TEXTO
                       CLI_DIRECCION
               WHEN "H"
                   PERFORM APLICO-CONSENTIMIENTO
                       THRU F-APLICO-CONSENTIMIENTO
                   GO TO F-APLICO-CAMBIO
               WHEN "P"
                   MOVE MAN-VALOR-TEXTO TO CLI_CODPOST
                   PERFORM VALIDO-CODIGO-POSTAL
                       THRU F-VALIDO-CODIGO-POSTAL
                   IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
                       DISPLAY "Cambio rechazado, codigo postal "
                           "invalido para " MAN-ID-CLIENTE
                       MOVE "Codigo postal invalido"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
               WHEN "C"
                   MOVE MAN-VALOR-TEXTO (1:1) TO CAT-CODIGO
                   PERFORM VALIDO-CATEGORIA THRU F-VALIDO-CATEGORIA
                   IF CATEGORIAS-DISPONIBLES
                    AND ST-CATEGORIAS NOT = "00"
                       DISPLAY "Cambio rechazado, categoria no "
                           "registrada para " MAN-ID-CLIENTE
                       MOVE "Categoria no registrada"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   MOVE MAN-VALOR-TEXTO (1:1) TO CLI_CATEGORIA
                   MOVE CLI_CATEGORIA TO CLI_CATEGORIA_2
               WHEN "S"
                   IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
                       DISPLAY "Cambio rechazado, la cuenta "
                           MAN-ID-CLIENTE " esta " CLI-ESTADO
                           ": no se postean ajustes de saldo."
                       MOVE "Cuenta bloqueada o cerrada"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   COMPUTE WS-SALDO-PROPUESTO ROUNDED =
                       CLI-SALDO + MAN-VALOR-SALDO
                       ON SIZE ERROR
                           DISPLAY "Cambio rechazado, el ajuste deja "
                               "el saldo fuera de rango: "
                               MAN-ID-CLIENTE
                           MOVE "El ajuste deja el saldo fuera de rango"
                               TO WS-MOTIVO-RECHAZO
                           ADD 1 TO WS-TOTAL-RECHAZADAS
                           GO TO F-APLICO-CAMBIO
                   END-COMPUTE
                   PERFORM VALIDO-LIMITE-CREDITO
                   IF LIMITE-EXCEDIDO
                       DISPLAY "Cambio rechazado, el ajuste excede "
                           "el limite de credito del cliente "
                           MAN-ID-CLIENTE
                       MOVE "El ajuste excede el limite de credito"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   MOVE WS-SALDO-PROPUESTO TO CLI-SALDO
                   IF MAN-VALOR-SALDO >= 0
                       MOVE "CARGO" TO WS-CMP-TIPO
                   ELSE
                       MOVE "PAGO"  TO WS-CMP-TIPO
                   END-IF
                   MOVE MAN-VALOR-SALDO TO WS-CMP-VALOR
                   CALL "COMPONENTES-SALDO" USING REG-CLIENTES
                       WS-CMP-TIPO WS-CMP-VALOR
               WHEN "T"
                   MOVE MAN-VALOR-TEXTO TO CLI-TELEFONO
                   ACCEPT CLI-ULTIMO-CONTACTO FROM DATE YYYYMMDD
               WHEN "E"
                   MOVE MAN-VALOR-TEXTO TO CLI-EMAIL
                   ACCEPT CLI-ULTIMO-CONTACTO FROM DATE YYYYMMDD
               WHEN "M"
                   MOVE MAN-VALOR-TEXTO (1:3) TO CLI-MONEDA
               WHEN "R"
                   MOVE MAN-VALOR-TEXTO TO CLI_RAZONSOCIAL
               WHEN "L"
                   IF MAN-VALOR-SALDO < 0
                       DISPLAY "Cambio rechazado, limite de credito "
                           "negativo para " MAN-ID-CLIENTE
                       MOVE "Limite de credito negativo"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   MOVE MAN-VALOR-SALDO TO CLI-LIMITE-CREDITO
               WHEN "I"
                   MOVE MAN-VALOR-TEXTO (1:1)  TO WS-VALOR-TIPO-DOC
                   MOVE MAN-VALOR-TEXTO (2:15) TO WS-VALOR-NIT
                   MOVE MAN-VALOR-TEXTO (17:1) TO WS-VALOR-NIT-DV
                   CALL "VALIDA-NIT" USING WS-VALOR-TIPO-DOC
                       WS-VALOR-NIT WS-VALOR-NIT-DV
                       WS-NIT-RESULTADO WS-NIT-EDITADO
                   IF WS-NIT-RESULTADO NOT = "S"
                       DISPLAY "Cambio rechazado, identificacion "
                           "tributaria invalida (" WS-NIT-RESULTADO
                           ") para " MAN-ID-CLIENTE
                       MOVE "Identificacion tributaria invalida"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   MOVE WS-VALOR-TIPO-DOC TO CLI-TIPO-DOC
                   MOVE WS-VALOR-NIT      TO CLI-NIT
                   MOVE WS-VALOR-NIT-DV   TO CLI-NIT-DV
               WHEN "A"
                   MOVE MAN-VALOR-TEXTO (1:24) TO WS-VALOR-CUENTA
                   MOVE MAN-VALOR-TEXTO (25:1) TO WS-VALOR-MANDATO
                   CALL "VALIDA-CTA-BANCARIA" USING WS-VALOR-CUENTA
                       WS-CTA-RESULTADO WS-CTA-BANCO
                   IF WS-CTA-RESULTADO NOT = "S"
                    AND WS-CTA-RESULTADO NOT = "X"
                       DISPLAY "Cambio rechazado, cuenta bancaria "
                           "invalida (" WS-CTA-RESULTADO ") para "
                           MAN-ID-CLIENTE
                       MOVE "Cuenta bancaria invalida"
                           TO WS-MOTIVO-RECHAZO
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       GO TO F-APLICO-CAMBIO
                   END-IF
                   MOVE WS-VALOR-CUENTA TO CLI-CTA-BANCARIA
                   IF WS-VALOR-MANDATO = "S" OR WS-VALOR-MANDATO = "s"
                       MOVE "S" TO CLI-MANDATO-SW
                       ACCEPT CLI-MANDATO-FECHA FROM DATE YYYYMMDD
                   ELSE
                       MOVE "N" TO CLI-MANDATO-SW
                       MOVE 0   TO CLI-MANDATO-FECHA
                   END-IF
               WHEN OTHER
                   DISPLAY "Cambio rechazado, campo desconocido "
                       MAN-CAMPO " para el cliente " MAN-ID-CLIENTE
                   MOVE "Campo desconocido" TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   GO TO F-APLICO-CAMBIO
           END-EVALUATE.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error actualizando el cliente "
                   MAN-ID-CLIENTE " (" ST-FILE ")"
               MOVE "Error actualizando el cliente" TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
           ELSE
               ADD 1 TO WS-CAMBIOS-APLICADOS
               MOVE "ACTUALIZA"     TO AUD-OPERACION
               MOVE MAN-ID-CLIENTE  TO AUD-ID-CLIENTE
               MOVE SPACE TO AUD-DETALLE
               STRING WS-ORIGEN-CAMBIO DELIMITED BY SPACE
                   ", campo modificado: " MAN-CAMPO
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM GRABO-AUDITORIA
               IF MAN-CAMPO = "S"
                   PERFORM GRABO-MOVIMIENTO
                       THRU GRABO-MOVIMIENTO-INTENTO
               END-IF.

       F-APLICO-CAMBIO.
           EXIT.

      ******************************************************************
      * Campo (H): consentimiento del cliente para un proposito de
      * comunicacion. MAN-VALOR-TEXTO lleva el proposito ((M)ercadeo,
      * (E)ncuestas, (T)erceros) en la posicion 1, la decision (S/N)
      * en la 2, la fecha en que el cliente la dio (AAAAMMDD, en
      * blanco = hoy) en la 3 a 10 y la fuente en la 11 a 20 (en
      * blanco = LOTE). No toca el maestro: la fila del cliente y
      * proposito se graba o se reemplaza en consentimientos.dat.
      ******************************************************************
       APLICO-CONSENTIMIENTO.
           IF NOT CONSENTIMIENTOS-DISPONIBLES
               DISPLAY "Consentimiento rechazado, registro no "
                   "disponible, cliente " MAN-ID-CLIENTE
               MOVE "Registro de consentimientos no disponible"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-CONSENTIMIENTO.
           MOVE MAN-ID-CLIENTE         TO CNS-ID-CLIENTE.
           MOVE MAN-VALOR-TEXTO (1:1)  TO CNS-PROPOSITO.
           IF NOT CNS-PROPOSITO-VALIDO
               DISPLAY "Consentimiento rechazado, proposito "
                   "desconocido " CNS-PROPOSITO " para "
                   MAN-ID-CLIENTE
               MOVE "Proposito de consentimiento desconocido"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-CONSENTIMIENTO.
           MOVE "N" TO WS-CNS-NUEVO-SW.
           READ CONSENTIMIENTOS KEY IS CNS-CLAVE
               INVALID KEY
                   SET CNS-NUEVO TO TRUE
                   MOVE MAN-ID-CLIENTE        TO CNS-ID-CLIENTE
                   MOVE MAN-VALOR-TEXTO (1:1) TO CNS-PROPOSITO
           END-READ.
           MOVE MAN-VALOR-TEXTO (2:1)  TO CNS-OTORGADO.
           IF CNS-OTORGADO = "s"
               MOVE "S" TO CNS-OTORGADO.
           IF CNS-OTORGADO = "n"
               MOVE "N" TO CNS-OTORGADO.
           IF NOT CNS-SI AND NOT CNS-NO
               DISPLAY "Consentimiento rechazado, decision "
                   "distinta de S/N para " MAN-ID-CLIENTE
               MOVE "Decision de consentimiento distinta de S/N"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-CONSENTIMIENTO.
           ACCEPT CNS-FECHA-REGISTRO FROM DATE YYYYMMDD.
           IF MAN-VALOR-TEXTO (3:8) NUMERIC
            AND MAN-VALOR-TEXTO (3:8) NOT = "00000000"
               MOVE MAN-VALOR-TEXTO (3:8) TO CNS-FECHA
           ELSE
               MOVE CNS-FECHA-REGISTRO TO CNS-FECHA.
           MOVE MAN-VALOR-TEXTO (11:10) TO CNS-FUENTE.
           IF CNS-FUENTE = SPACE
               MOVE "LOTE" TO CNS-FUENTE.
           MOVE SPACE TO CNS-OPERADOR.
           IF CNS-NUEVO
               WRITE REG-CONSENTIMIENTO
           ELSE
               REWRITE REG-CONSENTIMIENTO.
           IF ST-CONSENTIMIENTOS > "07"
               DISPLAY "Error grabando el consentimiento del cliente "
                   MAN-ID-CLIENTE " (" ST-CONSENTIMIENTOS ")"
               MOVE "Error grabando el consentimiento"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-CONSENTIMIENTO.
           ADD 1 TO WS-CONSENT-APLICADOS.
           MOVE "CONSENTIM"    TO AUD-OPERACION.
           MOVE MAN-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING WS-ORIGEN-CAMBIO DELIMITED BY SPACE
               ", consentimiento " CNS-PROPOSITO "="
               CNS-OTORGADO " del " CNS-FECHA " fuente " CNS-FUENTE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       F-APLICO-CONSENTIMIENTO.
           EXIT.

      ******************************************************************
      * Baja de una cuenta: mismas compuertas que BORRO-CLIENTE en
      * INICIO_2 -- cuenta cerrada, saldo en cero, sub-cuentas en cero
      * y sin bloqueo legal vigente -- antes del DELETE.
      ******************************************************************
       APLICO-BAJA.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           MOVE MAN-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Baja rechazada, cliente no encontrado: "
                       MAN-ID-CLIENTE
                   MOVE "Cliente no encontrado" TO WS-MOTIVO-RECHAZO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   GO TO F-APLICO-BAJA
           END-READ.
           IF NOT CUENTA-CERRADA
               DISPLAY "Baja rechazada, la cuenta " MAN-ID-CLIENTE
                   " debe estar en estado (C)errada antes de la "
                   "baja."
               MOVE "La cuenta no esta en estado (C)errada"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-BAJA.
           IF CLI-SALDO NOT = 0
               DISPLAY "Baja rechazada, el cliente " MAN-ID-CLIENTE
                   " tiene saldo distinto de cero."
               MOVE "Saldo distinto de cero" TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-BAJA.
           PERFORM SUMO-SUBCUENTAS THRU F-SUMO-SUBCUENTAS.
           IF WS-SUB-SALDO-TOTAL NOT = 0
               DISPLAY "Baja rechazada, el cliente " MAN-ID-CLIENTE
                   " tiene saldo pendiente en alguna sub-cuenta."
               MOVE "Saldo pendiente en alguna sub-cuenta"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-BAJA.
           MOVE CLI-ID TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.
           IF CLIENTE-BLOQUEADO
               DISPLAY "Baja rechazada, la cuenta " MAN-ID-CLIENTE
                   " tiene bloqueo legal desde " WS-BLOQUEO-FECHA
                   ": " WS-BLOQUEO-MOTIVO
               MOVE "Cuenta con bloqueo legal" TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-BAJA.
           DELETE CLIENTES RECORD.
           IF ST-FILE > "07"
               DISPLAY "Error dando de baja el cliente "
                   MAN-ID-CLIENTE " (" ST-FILE ")"
               MOVE "Error dando de baja el cliente"
                   TO WS-MOTIVO-RECHAZO
               ADD 1 TO WS-TOTAL-RECHAZADAS
           ELSE
               ADD 1 TO WS-BAJAS-APLICADAS
               MOVE "BAJA"         TO AUD-OPERACION
               MOVE MAN-ID-CLIENTE TO AUD-ID-CLIENTE
               MOVE SPACE TO AUD-DETALLE
               STRING WS-ORIGEN-CAMBIO DELIMITED BY SPACE
                   ", baja de la cuenta" DELIMITED BY SIZE
                   INTO AUD-DETALLE
               PERFORM GRABO-AUDITORIA.

       F-APLICO-BAJA.
           EXIT.

      ******************************************************************
      * Compuerta de limite de credito, igual que VALIDO-LIMITE-
      * CREDITO en INICIO_2: hay exceso cuando hay limite asignado, la
      * deuda resultante lo supera y el ajuste empeora el saldo. En el
      * lote no hay operador que autorice, asi que el exceso se
      * rechaza.
      ******************************************************************
       VALIDO-LIMITE-CREDITO.
           MOVE "N" TO WS-LIMITE-SW.
           IF CLI-LIMITE-CREDITO NOT NUMERIC
               MOVE 0 TO WS-LIMITE-VIGENTE
           ELSE
               MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-VIGENTE.
           IF WS-LIMITE-VIGENTE > 0
            AND WS-SALDO-PROPUESTO < (0 - WS-LIMITE-VIGENTE)
            AND WS-SALDO-PROPUESTO < CLI-SALDO
               MOVE "S" TO WS-LIMITE-SW.

       SUMO-SUBCUENTAS.
           MOVE 0 TO WS-SUB-SALDO-TOTAL.
           IF ST-SUBCUENTAS > "07"
               GO TO F-SUMO-SUBCUENTAS.
           MOVE MAN-ID-CLIENTE TO WS-ID-MATRIZ.
           MOVE WS-ID-MATRIZ TO SUB-ID-MATRIZ.
           MOVE 0 TO SUB-ID.
           START SUBCUENTAS KEY IS NOT LESS THAN SUB-CLAVE
               INVALID KEY
                   GO TO F-SUMO-SUBCUENTAS
           END-START.

       ACUMULO-SUBCUENTA.
           READ SUBCUENTAS NEXT RECORD
               AT END
                   GO TO F-SUMO-SUBCUENTAS
           END-READ.
           IF ST-SUBCUENTAS > "07"
               GO TO F-SUMO-SUBCUENTAS.
           IF SUB-ID-MATRIZ NOT = WS-ID-MATRIZ
               GO TO F-SUMO-SUBCUENTAS.
           ADD SUB-SALDO TO WS-SUB-SALDO-TOTAL.
           GO TO ACUMULO-SUBCUENTA.

       F-SUMO-SUBCUENTAS.
           EXIT.

       VALIDO-CODIGO-POSTAL.
           IF NOT CODPOSTAL-DISPONIBLE
               MOVE "00" TO ST-CODPOSTAL
               GO TO F-VALIDO-CODIGO-POSTAL.
           MOVE CLI_CODPOST TO COD-POSTAL.
           READ CODIGOS-POSTALES KEY IS COD-POSTAL
               INVALID KEY
                   CONTINUE
           END-READ.

       F-VALIDO-CODIGO-POSTAL.
           EXIT.

      ******************************************************************
      * Verifica la categoria en CAT-CODIGO contra el maestro de
      * categorias, cuando esta disponible. Deja el resultado en
      * ST-CATEGORIAS ("00" = valida).
      ******************************************************************
       VALIDO-CATEGORIA.
           IF NOT CATEGORIAS-DISPONIBLES
               MOVE "00" TO ST-CATEGORIAS
               GO TO F-VALIDO-CATEGORIA.
           READ CATEGORIAS KEY IS CAT-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.

       F-VALIDO-CATEGORIA.
           EXIT.

      ******************************************************************
      * Registro de auditoria por cada cambio del lote, igual que
      * GRABO-AUDITORIA en INICIO_2. AUD-OPERADOR queda en blanco: el
      * lote corre sin operador firmado.
      ******************************************************************
       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE SPACE        TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

      ******************************************************************
      * Movimiento por cada ajuste de saldo del lote, con el mismo
      * layout que GRABO-MOVIMIENTO en INICIO_2.
      ******************************************************************
       GRABO-MOVIMIENTO.
           MOVE MAN-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0 TO MOV-SECUENCIA.
           IF MAN-VALOR-SALDO >= 0
               MOVE "CARGO" TO MOV-TIPO
           ELSE
               MOVE "PAGO"  TO MOV-TIPO.
           MOVE MAN-VALOR-SALDO TO MOV-VALOR.
           MOVE CLI-SALDO       TO MOV-SALDO-NUEVO.
           MOVE SPACE           TO MOV-OPERADOR.

           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-MOVIMIENTO-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-MOVIMIENTO-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento del cliente "
                   MAN-ID-CLIENTE ": " ST-MOVIMIENTOS.
