      *          contra movimientos RECIBOCAJA posteados hoy a su
      *          nombre, con aviso si no cuadran.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Cada recibo anota el canal (mostrador o
      *                     correo) y el instrumento de pago
      *                     (efectivo, cheque con banco y numero,
      *                     tarjeta o transferencia) y la clave del
      *                     RECIBOCAJA posteado (RECIBO.cpy), y se
      *                     aplica a las facturas abiertas del
      *                     cliente de la mas antigua a la mas nueva,
      *                     con cada aplicacion en
      *                     recibos_facturas.dat: CHEQUE-DEVUELTO
      *                     reversa con eso el cheque que rebota. La
      *                     cuenta marcada de solo efectivo no recibe
      *                     otro instrumento, y el cierre separa el
      *                     efectivo del cajon de lo demas.
      *   2026-10-15  CEVR  El abono del recibo se reparte en los
      *                     componentes del saldo (COMPONENTES-SALDO):
      *                     cargos, interes y capital en el orden de
      *                     ORDEN-APLICACION.
      *   2026-10-15  CEVR  Numeracion fiscal autorizada: el numero del
      *                     recibo sale del rango vigente de
      *                     numeracion_fiscal.dat (NUMERACION-FISCAL) en
      *                     lugar del numerador recibos_control.dat, que
      *                     se retira; sin rango el recibo no se emite.
      *                     El recibo impreso lleva la leyenda de la
      *                     resolucion.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  El recibo se numera con los rangos de la
      *                     empresa del cliente y lleva su razon social
      *                     y NIT; el cliente de una empresa no
      *                     autorizada al operador no se atiende.
      *   2026-10-15  CEVR  Las opciones (R)ecibo y (C)ierre del cajon
      *                     se corren solo si la matriz de funciones del
      *                     operador las concede (AUTORIZO-FUNCION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-RECIBOS.

           COPY MOVSEL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECIBOS.

           SELECT OPTIONAL RECIBOS-FACTURAS
                  ASSIGN TO "./recibos_facturas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-REC-FACTURAS.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL IMPRESOS ASSIGN TO WS-IMPRESOS-PATH
                  ORGANIZATION LINE SEQUENTIAL

           COPY MOVIMIENTO.

       FD  RECIBOS.

           COPY RECIBO.

       FD  RECIBOS-FACTURAS.

           COPY RECFAC.

       FD  FACTURAS.

           COPY FACTURA.

       FD  IMPRESOS.
       01  LINEA-RECIBO PIC X(100).

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS PIC XX VALUE SPACE.
       01  ST-RECIBOS     PIC XX VALUE SPACE.
       01  ST-IMPRESOS    PIC XX VALUE SPACE.
       01  ST-REC-FACTURAS PIC XX VALUE SPACE.
       01  ST-FACTURAS    PIC XX VALUE SPACE.
       01  WS-FACTURAS-SW PIC X  VALUE "N".
           88 FACTURAS-DISPONIBLES VALUE "S".
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION        PIC X    VALUE SPACE.
       01  WS-IMPRESOS-PATH PIC X(60) VALUE SPACE.
       01  WS-TIPO-VALIDO   PIC X    VALUE SPACE.

      * Canal e instrumento del pago en curso (ver RECIBO.cpy) y la
      * clave del RECIBOCAJA que lo posteo.
       01  WS-CANAL         PIC X     VALUE SPACE.
       01  WS-INSTRUMENTO   PIC X     VALUE SPACE.
       01  WS-BANCO         PIC X(4)  VALUE SPACE.
       01  WS-DOCUMENTO     PIC X(20) VALUE SPACE.
       01  WS-NOMBRE-INSTRUMENTO PIC X(13) VALUE SPACE.
       01  WS-INSTRUMENTO-SW PIC X    VALUE "N".
           88 INSTRUMENTO-ACEPTADO VALUE "S".
       01  WS-CLAVE-MOVIMIENTO PIC X(27) VALUE SPACE.

      * Aplicacion del recibo a las facturas abiertas del cliente: lo
      * que queda por aplicar, lo aplicado a la factura en curso y
      * cuantas facturas toco.
       01  WS-RESTANTE      PIC 9(7)V9(3) VALUE 0.
       01  WS-APLICADO      PIC 9(7)V9(3) VALUE 0.
       01  WS-FACTURAS-APLICADAS PIC 9(3) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

       01  WS-REC-TOTAL     PIC 9(9)V9(3) VALUE 0.
       01  WS-MOV-CANTIDAD  PIC 9(5)      VALUE 0.
       01  WS-MOV-TOTAL     PIC 9(9)V9(3) VALUE 0.
      * Lo emitido por instrumento: solo el efectivo se entrega con
      * el cajon (1 = efectivo, 2 = cheque, 3 = tarjeta,
      * 4 = transferencia, 5 = recibos sin instrumento).
       01  WS-TABLA-INSTRUMENTOS.
           05 WS-INS-ENTRADA OCCURS 5 TIMES.
               10 WS-INS-CANTIDAD PIC 9(5).
               10 WS-INS-TOTAL    PIC 9(9)V9(3).
       01  WS-INS-I         PIC 9     VALUE 0.

           COPY FIRMAWS.

           COPY MONEDAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY NUMFISWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           DISPLAY "Operacion: (R)ecibo de caja, (C)ierre del cajon "
               "o (S)alir.".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = "S" AND NOT = "s"
               MOVE WS-OPCION TO WS-FUNCION-OPCION
               MOVE 2         TO WS-FUNCION-NIVEL
               PERFORM AUTORIZO-FUNCION
               IF NOT FUNCION-AUTORIZADA
                   DISPLAY "Opcion no autorizada para el operador."
                   GO TO PIDO-OPERACION
               END-IF
           END-IF.
           EVALUATE WS-OPCION
               WHEN "R" WHEN "r"
                   PERFORM EMITO-RECIBO THRU F-EMITO-RECIBO
               DISPLAY "Error abriendo MOVIMIENTOS ("
                   ST-MOVIMIENTOS ")"
               MOVE 16 TO RETURN-CODE.
      *    Sin registro de facturas el recibo solo abona al saldo.
           OPEN I-O FACTURAS.
           IF ST-FACTURAS NOT > "07"
               SET FACTURAS-DISPONIBLES TO TRUE.
           MOVE SPACE TO WS-IMPRESOS-PATH.
           STRING "./recibos_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-IMPRESOS-PATH.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-EMITO-RECIBO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-EMITO-RECIBO.
           IF CUENTA-CERRADA
               DISPLAY "La cuenta esta cerrada, no recibe pagos."
               GO TO F-EMITO-RECIBO.
           IF WS-VALOR-RECIBO <= 0
               DISPLAY "El monto del recibo debe ser positivo."
               GO TO F-EMITO-RECIBO.
           PERFORM PIDO-INSTRUMENTO THRU F-PIDO-INSTRUMENTO.
           IF NOT INSTRUMENTO-ACEPTADO
               GO TO F-EMITO-RECIBO.
           PERFORM SIGUIENTE-NUMERO-RECIBO.
           IF WS-NFI-RESULTADO NOT = "S"
               DISPLAY "Sin rango de numeracion autorizado vigente "
                   "para recibos de caja, el recibo no se emite."
               GO TO F-EMITO-RECIBO.
      *    El pago abona al saldo (las deudas van en negativo).
           ADD WS-VALOR-RECIBO TO CLI-SALDO.
           MOVE "RECIBOCAJA" TO WS-CMP-TIPO.
           MOVE WS-VALOR-RECIBO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
               GO TO F-EMITO-RECIBO.
           PERFORM GRABO-MOVIMIENTO-CAJA
               THRU GRABO-MOVIMIENTO-INTENTO.
           MOVE SPACE TO WS-CLAVE-MOVIMIENTO.
           IF ST-MOVIMIENTOS NOT > "07"
               MOVE MOV-CLAVE TO WS-CLAVE-MOVIMIENTO.
           MOVE 0 TO WS-FACTURAS-APLICADAS.
           IF FACTURAS-DISPONIBLES
               PERFORM APLICO-FACTURAS THRU F-APLICO-FACTURAS.
           PERFORM GRABO-REGISTRO-RECIBO.
           PERFORM IMPRIMO-RECIBO.
           MOVE "RECIBO"       TO AUD-OPERACION.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Recibo No. " WS-NUMERO-RECIBO " emitido; saldo "
               "nuevo " CLI-SALDO ".".
           IF WS-FACTURAS-APLICADAS > 0
               DISPLAY "Aplicado a " WS-FACTURAS-APLICADAS
                   " factura(s) abierta(s).".

       F-EMITO-RECIBO.
           EXIT.

      ******************************************************************
      * Canal e instrumento del pago. El cheque exige banco y numero;
      * la tarjeta, la autorizacion; la transferencia, banco y
      * referencia. Por correo no llega efectivo, y la cuenta marcada
      * de solo efectivo no recibe otra cosa.
      ******************************************************************
       PIDO-INSTRUMENTO.
           MOVE "N"   TO WS-INSTRUMENTO-SW.
           MOVE SPACE TO WS-BANCO.
           MOVE SPACE TO WS-DOCUMENTO.
           DISPLAY "Recibido por: (M)ostrador o (C)orreo:".
           ACCEPT WS-CANAL.
           INSPECT WS-CANAL CONVERTING "mc" TO "MC".
           IF WS-CANAL NOT = "M" AND WS-CANAL NOT = "C"
               DISPLAY "Canal no valido, el recibo no se emite."
               GO TO F-PIDO-INSTRUMENTO.
           DISPLAY "Forma de pago: (E)fectivo, (C)heque, (T)arjeta "
               "o t(R)ansferencia:".
           ACCEPT WS-INSTRUMENTO.
           INSPECT WS-INSTRUMENTO CONVERTING "ectr" TO "ECTR".
           EVALUATE WS-INSTRUMENTO
               WHEN "E"
                   MOVE "EFECTIVO"      TO WS-NOMBRE-INSTRUMENTO
               WHEN "C"
                   MOVE "CHEQUE"        TO WS-NOMBRE-INSTRUMENTO
               WHEN "T"
                   MOVE "TARJETA"       TO WS-NOMBRE-INSTRUMENTO
               WHEN "R"
                   MOVE "TRANSFERENCIA" TO WS-NOMBRE-INSTRUMENTO
               WHEN OTHER
                   DISPLAY "Forma de pago no valida, el recibo no se "
                       "emite."
                   GO TO F-PIDO-INSTRUMENTO
           END-EVALUATE.
           IF CUENTA-SOLO-EFECTIVO AND WS-INSTRUMENTO NOT = "E"
               DISPLAY "La cuenta esta marcada de SOLO EFECTIVO por "
                   "cheques devueltos (" CLI-CHEQ-DEVUELTOS "); "
                   "solo se recibe efectivo."
               GO TO F-PIDO-INSTRUMENTO.
           IF WS-CANAL = "C" AND WS-INSTRUMENTO = "E"
               DISPLAY "Por correo no se recibe efectivo, el recibo no "
                   "se emite."
               GO TO F-PIDO-INSTRUMENTO.
           IF WS-INSTRUMENTO = "C" OR WS-INSTRUMENTO = "R"
               DISPLAY "Codigo del banco:"
               ACCEPT WS-BANCO
               INSPECT WS-BANCO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-BANCO = SPACE
                   DISPLAY "Falta el banco, el recibo no se emite."
                   GO TO F-PIDO-INSTRUMENTO
               END-IF
           END-IF.
           EVALUATE WS-INSTRUMENTO
               WHEN "C"
                   DISPLAY "Numero del cheque:"
               WHEN "T"
                   DISPLAY "Numero de autorizacion de la tarjeta:"
               WHEN "R"
                   DISPLAY "Referencia de la transferencia:"
           END-EVALUATE.
           IF WS-INSTRUMENTO NOT = "E"
               ACCEPT WS-DOCUMENTO
               IF WS-DOCUMENTO = SPACE
                   DISPLAY "Falta el numero del documento, el recibo "
                       "no se emite."
                   GO TO F-PIDO-INSTRUMENTO
               END-IF
           END-IF.
           SET INSTRUMENTO-ACEPTADO TO TRUE.

       F-PIDO-INSTRUMENTO.
           EXIT.

      ******************************************************************
      * Aplica el recibo a las facturas abiertas del cliente, de la
      * mas antigua (numero menor) a la mas nueva, como
      * APLICA-PAGOS-FACTURA, y anota cada aplicacion para que un
      * cheque devuelto pueda reabrirlas.
      ******************************************************************
       APLICO-FACTURAS.
           MOVE WS-VALOR-RECIBO TO WS-RESTANTE.
           OPEN EXTEND RECIBOS-FACTURAS.
           IF ST-REC-FACTURAS > "07"
               DISPLAY "Aviso: registro de aplicaciones no disponible ("
                   ST-REC-FACTURAS "), el recibo no se aplica a "
                   "facturas."
               GO TO F-APLICO-FACTURAS.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO CIERRO-APLICACION
           END-START.

       RECORRO-FACTURAS.
           IF WS-RESTANTE = 0
               GO TO CIERRO-APLICACION.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO CIERRO-APLICACION
           END-READ.
           IF FAC-ID-CLIENTE NOT = WS-ID-CLIENTE
            OR FAC-ESTADO NOT = "A"
            OR FAC-SALDO-PENDIENTE NOT > 0
               GO TO RECORRO-FACTURAS.
           MOVE "N" TO RCF-SALDADA.
           IF WS-RESTANTE >= FAC-SALDO-PENDIENTE
               MOVE FAC-SALDO-PENDIENTE TO WS-APLICADO
               MOVE 0   TO FAC-SALDO-PENDIENTE
               MOVE "P" TO FAC-ESTADO
               MOVE WS-FECHA-HOY TO FAC-FECHA-SALDADA
               MOVE "S" TO RCF-SALDADA
           ELSE
               MOVE WS-RESTANTE TO WS-APLICADO
               SUBTRACT WS-APLICADO FROM FAC-SALDO-PENDIENTE.
           REWRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error aplicando a la factura " FAC-NUMERO
                   " (" ST-FACTURAS ")."
               GO TO RECORRO-FACTURAS.
           SUBTRACT WS-APLICADO FROM WS-RESTANTE.
           ADD 1 TO WS-FACTURAS-APLICADAS.
           MOVE WS-NUMERO-RECIBO TO RCF-NUMERO-RECIBO.
           MOVE FAC-NUMERO       TO RCF-FAC-NUMERO.
           MOVE WS-APLICADO      TO RCF-VALOR.
           WRITE REG-RECIBO-FACTURA.
           GO TO RECORRO-FACTURAS.

       CIERRO-APLICACION.
           CLOSE RECIBOS-FACTURAS.

       F-APLICO-FACTURAS.
           EXIT.

      ******************************************************************
      * Numero del recibo: sale del rango autorizado vigente para
      * recibos de caja (NUMERACION-FISCAL), que relee y reescribe el
      * rango en cada emision.
      ******************************************************************
       SIGUIENTE-NUMERO-RECIBO.
           MOVE 0            TO WS-NUMERO-RECIBO.
           MOVE "S"          TO WS-NFI-FUNCION.
           MOVE "R"          TO WS-NFI-TIPO.
           MOVE CLI-EMPRESA  TO WS-NFI-EMPRESA.
           MOVE WS-FECHA-HOY TO WS-NFI-FECHA.
           CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION WS-NFI-TIPO
               WS-NFI-EMPRESA WS-NFI-FECHA WS-NFI-NUMERO
               WS-NFI-SUCURSAL WS-NFI-LEYENDA WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO = "S"
               MOVE WS-NFI-NUMERO TO WS-NUMERO-RECIBO.

       GRABO-MOVIMIENTO-CAJA.
           MOVE WS-ID-CLIENTE TO MOV-ID-CLIENTE.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-MOVIMIENTO-INTENTO.
           WRITE REG-MOVIMIENTO
               MOVE WS-OPERADOR-FIRMADO TO RCB-CAJERO
               MOVE WS-ID-CLIENTE    TO RCB-ID-CLIENTE
               MOVE WS-VALOR-RECIBO  TO RCB-VALOR
               MOVE WS-CANAL         TO RCB-CANAL
               MOVE WS-INSTRUMENTO   TO RCB-INSTRUMENTO
               MOVE WS-BANCO         TO RCB-BANCO
               MOVE WS-DOCUMENTO     TO RCB-DOCUMENTO
               MOVE WS-CLAVE-MOVIMIENTO TO RCB-MOV-CLAVE
               WRITE REG-RECIBO
               CLOSE RECIBOS.

           MOVE "       CLIENTES / CARTERA COMERCIAL" TO
               LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE WS-NFI-EMPRESA TO WS-EMP-CODIGO.
           PERFORM ARMO-EMISOR.
           IF WS-EMP-EMISOR NOT = SPACE
               MOVE WS-EMP-EMISOR TO LINEA-RECIBO
               WRITE LINEA-RECIBO.
           MOVE SPACE TO LINEA-RECIBO.
           STRING "RECIBO No. " WS-NUMERO-RECIBO
               "    FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE WS-NFI-LEYENDA TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACE TO LINEA-RECIBO.
           STRING "RECIBIMOS DE: " CLI_NOMBRE (1:50)
               DELIMITED BY SIZE INTO LINEA-RECIBO.
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACE TO LINEA-RECIBO.
           IF WS-INSTRUMENTO = "E"
               STRING "FORMA DE PAGO: " WS-NOMBRE-INSTRUMENTO
                   DELIMITED BY SIZE INTO LINEA-RECIBO
           ELSE
               STRING "FORMA DE PAGO: " WS-NOMBRE-INSTRUMENTO
                   " " WS-BANCO " No. " WS-DOCUMENTO
                   DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF WS-CANAL = "C"
               MOVE "RECIBIDO POR CORREO" TO LINEA-RECIBO
               WRITE LINEA-RECIBO.
           IF WS-INSTRUMENTO = "C"
               MOVE "SUJETO A LA EFECTIVIDAD DEL CHEQUE" TO
                   LINEA-RECIBO
               WRITE LINEA-RECIBO.
           MOVE SPACE TO LINEA-RECIBO.
           STRING "CAJERO: " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE 0 TO WS-REC-TOTAL.
           MOVE 0 TO WS-MOV-CANTIDAD.
           MOVE 0 TO WS-MOV-TOTAL.
           INITIALIZE WS-TABLA-INSTRUMENTOS.
           OPEN INPUT RECIBOS.
           IF ST-RECIBOS > "07"
               DISPLAY "Registro de recibos no disponible ("
           IF RCB-FECHA = WS-FECHA-HOY
            AND RCB-CAJERO = WS-OPERADOR-FIRMADO
               ADD 1 TO WS-REC-CANTIDAD
               ADD RCB-VALOR TO WS-REC-TOTAL
               PERFORM SUMO-INSTRUMENTO.
           GO TO LEO-RECIBO-CIERRE.

       SUMO-INSTRUMENTO.
           EVALUATE RCB-INSTRUMENTO
               WHEN "E"
                   MOVE 1 TO WS-INS-I
               WHEN "C"
                   MOVE 2 TO WS-INS-I
               WHEN "T"
                   MOVE 3 TO WS-INS-I
               WHEN "R"
                   MOVE 4 TO WS-INS-I
               WHEN OTHER
                   MOVE 5 TO WS-INS-I
           END-EVALUATE.
           ADD 1 TO WS-INS-CANTIDAD (WS-INS-I).
           ADD RCB-VALOR TO WS-INS-TOTAL (WS-INS-I).

       CUADRO-MOVIMIENTOS.
           MOVE 0 TO MOV-ID-CLIENTE.
           MOVE 0 TO MOV-FECHA.
               " por " WS-REC-TOTAL.
           DISPLAY "Movimientos posteados: " WS-MOV-CANTIDAD
               " por " WS-MOV-TOTAL.
           DISPLAY "  Efectivo           : " WS-INS-CANTIDAD (1)
               " por " WS-INS-TOTAL (1).
           DISPLAY "  Cheques            : " WS-INS-CANTIDAD (2)
               " por " WS-INS-TOTAL (2).
           DISPLAY "  Tarjetas           : " WS-INS-CANTIDAD (3)
               " por " WS-INS-TOTAL (3).
           DISPLAY "  Transferencias     : " WS-INS-CANTIDAD (4)
               " por " WS-INS-TOTAL (4).
           IF WS-INS-CANTIDAD (5) > 0
               DISPLAY "  Sin forma de pago  : " WS-INS-CANTIDAD (5)
                   " por " WS-INS-TOTAL (5).
           IF WS-REC-CANTIDAD = WS-MOV-CANTIDAD
            AND WS-REC-TOTAL = WS-MOV-TOTAL
               DISPLAY "EL CAJON CUADRA."
           ELSE
               DISPLAY "EL CAJON NO CUADRA: revise recibo por "
                   "recibo antes de entregar el efectivo.".
           DISPLAY "Efectivo a entregar con el cajon: "
               WS-INS-TOTAL (1).

       F-CIERRO-CAJON.
           EXIT.
           CLOSE MOVIMIENTOS.
           CLOSE IMPRESOS.
           CLOSE AUDITORIA-TRAIL.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS.

           COPY MONEDA.


           COPY FIRMA.

           COPY EMPCORR.

       END PROGRAM CAJA-RECIBOS.
