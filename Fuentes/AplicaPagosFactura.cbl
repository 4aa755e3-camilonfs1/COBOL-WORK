      *                     (FAC-FECHA-SALDADA): con la fecha de
      *                     corte y la de pago, DIAS-DE-PAGO mide
      *                     cuanto tarda en pagar cada razon social.
      *   2026-10-15  CEVR  Retenciones de los clientes empresariales:
      *                     el pago con PAG-RETENCION salda las
      *                     facturas por el bruto (lo recibido mas lo
      *                     retenido), con la retencion anotada en el
      *                     reporte. Con tipo desconocido o en cuenta
      *                     no empresarial -- las mismas que
      *                     POSTEO-PAGOS manda al suspenso -- se
      *                     aplica solo lo recibido, con aviso. El
      *                     registro de retenciones lo lleva
      *                     POSTEO-PAGOS.
      *   2026-10-15  CEVR  Descuento por pronto pago: la factura con
      *                     oferta vigente en descuentos_factura.dat
      *                     (DESCPP.cpy) que recibe dentro de la fecha
      *                     limite lo pendiente menos el descuento
      *                     queda saldada completa ("P") y la oferta
      *                     en "T" (tomado); el movimiento DESCPP lo
      *                     postea POSTEO-PAGOS. Pagada completa
      *                     fuera de plazo, la oferta queda "V"
      *                     (perdido); descontada fuera de plazo,
      *                     queda "R" (reclamado tarde) y la
      *                     diferencia sigue abierta, con su renglon
      *                     en el reporte.
      *   2026-10-15  CEVR  Referencia estructurada de pago: el pago
      *                     cuya referencia (REFERENCIA-PAGO) nombra una
      *                     factura del cliente con el digito correcto
      *                     va primero a esa factura, con el cliente de
      *                     la referencia aunque el banco traiga otro
      *                     ID; lo que sobre sigue a las abiertas mas
      *                     antiguas. Sin referencia valida, como
      *                     siempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-PAGOS-FACTURA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL PAGOS-FACTURAS
                  ASSIGN TO "./pagos_facturas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DESCUENTOS-FACTURA
                  ASSIGN TO "./descuentos_factura.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPP-FAC-NUMERO
                  STATUS ST-DESCUENTOS.

           SELECT REPORTE ASSIGN TO "./aplicacion_pagos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.
       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  PAGOS-FACTURAS.

           COPY PAGOBANCO.

           COPY FACTURA.

       FD  DESCUENTOS-FACTURA.

           COPY DESCPP.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX VALUE SPACE.
       01  ST-PAGOS     PIC XX VALUE SPACE.
       01  ST-FACTURAS  PIC XX VALUE SPACE.
       01  ST-REPORTE   PIC XX VALUE SPACE.
       01  ST-DESCUENTOS PIC XX VALUE SPACE.
       01  WS-DESCUENTOS-SW PIC X VALUE "N".
           88 DESCUENTOS-DISPONIBLES VALUE "S".

      * Lo que queda del pago en curso por aplicar, y lo aplicado a
      * la factura en curso.
       01  WS-RESTANTE   PIC S9(7)V9(3) VALUE 0.
       01  WS-APLICADO   PIC S9(7)V9(3) VALUE 0.

      * Retencion valida del pago en curso (cero si no trae o no se
      * acepta), que se suma a lo recibido para saldar por el bruto.
       01  WS-RETENCION  PIC 9(7)V9(3)  VALUE 0.
       01  WS-TOTAL-RETENCIONES PIC 9(7)       VALUE 0.
       01  WS-VALOR-RETENIDO    PIC S9(9)V9(3) VALUE 0.
       01  WS-RETENCIONES-NO-APLICADAS PIC 9(7) VALUE 0.

      * Descuento por pronto pago de la factura en curso: si el pago
      * la salda con el descuento, y los totales de control de
      * descuentos tomados, perdidos y reclamados fuera de plazo.
       01  WS-DESC-APLICA-SW    PIC X          VALUE "N".
           88 DESCUENTO-APLICA  VALUE "S".
       01  WS-NETO-DESCUENTO    PIC S9(7)V9(3) VALUE 0.
       01  WS-DESC-TOMADOS      PIC 9(7)       VALUE 0.
       01  WS-VALOR-DESCONTADO  PIC S9(9)V9(3) VALUE 0.
       01  WS-DESC-PERDIDOS     PIC 9(7)       VALUE 0.
       01  WS-DESC-TARDIOS      PIC 9(7)       VALUE 0.

      * Referencia estructurada del pago (REFERENCIA-PAGO): la
      * factura que trae, si el pago va primero a ella, y los totales
      * de control de pagos casados por referencia, IDs corregidos y
      * referencias con el digito errado.
       01  WS-REF-FUNCION       PIC X    VALUE "V".
       01  WS-REF-RESULTADO     PIC X    VALUE SPACE.
       01  WS-REF-ID-CLIENTE    PIC 9(8) VALUE 0.
       01  WS-REF-FACTURA       PIC 9(8) VALUE 0.
       01  WS-REFERIDA-SW       PIC X    VALUE "N".
           88 FACTURA-REFERIDA  VALUE "S".
       01  WS-PAGOS-REFERIDOS   PIC 9(7) VALUE 0.
       01  WS-IDS-CORREGIDOS    PIC 9(7) VALUE 0.
       01  WS-REF-ERRADAS       PIC 9(7) VALUE 0.

       01  WS-TOTAL-PAGOS       PIC 9(7)       VALUE 0.
       01  WS-FACTURAS-PAGADAS  PIC 9(7)       VALUE 0.
       01  WS-VALOR-APLICADO    PIC S9(9)V9(3) VALUE 0.
           MOVE "APLICA-PAGOS-FACTURA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                  TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT PAGOS-FACTURAS.
           IF ST-PAGOS > "07"
               DISPLAY "Error abriendo PAGOS-FACTURAS (" ST-PAGOS ")"
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O DESCUENTOS-FACTURA.
           IF ST-DESCUENTOS NOT > "07"
               SET DESCUENTOS-DISPONIBLES TO TRUE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
           WRITE LINEA-REPORTE.
           PERFORM APLICO-PAGO THRU F-APLICO-PAGO.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES.
           CLOSE PAGOS-FACTURAS.
           CLOSE FACTURAS.
           IF DESCUENTOS-DISPONIBLES
               CLOSE DESCUENTOS-FACTURA.
           CLOSE REPORTE.
           STOP RUN.

      ******************************************************************
      * Aplica un pago: recorre las facturas en orden de numero (las
      * mas antiguas primero) y consume el pago contra las abiertas
      * del cliente hasta agotarlo o agotar las facturas. El pago con
      * referencia estructurada va primero a la factura que nombra, y
      * solo lo que sobre sigue a las demas abiertas del cliente.
      ******************************************************************
       APLICO-PAGO.
           READ PAGOS-FACTURAS
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-PAGO.
           ADD 1 TO WS-TOTAL-PAGOS.
           PERFORM BUSCO-FACTURA-REFERIDA
               THRU F-BUSCO-FACTURA-REFERIDA.
           PERFORM VALIDO-RETENCION THRU F-VALIDO-RETENCION.
           COMPUTE WS-RESTANTE = PAG-VALOR + WS-RETENCION.
           IF FACTURA-REFERIDA
               GO TO APLICO-FACTURA.

       INICIO-RECORRIDO.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
           IF FAC-ID-CLIENTE NOT = PAG-ID-CLIENTE
            OR FAC-ESTADO NOT = "A"
               GO TO RECORRO-FACTURAS.

       APLICO-FACTURA.
           PERFORM EVALUO-DESCUENTO THRU F-EVALUO-DESCUENTO.
           IF DESCUENTO-APLICA
               MOVE WS-NETO-DESCUENTO TO WS-APLICADO
               MOVE 0   TO FAC-SALDO-PENDIENTE
               MOVE "P" TO FAC-ESTADO
               ACCEPT FAC-FECHA-SALDADA FROM DATE YYYYMMDD
               ADD 1 TO WS-FACTURAS-PAGADAS
               GO TO ACTUALIZO-FACTURA.
           IF WS-RESTANTE >= FAC-SALDO-PENDIENTE
               MOVE FAC-SALDO-PENDIENTE TO WS-APLICADO
               MOVE 0   TO FAC-SALDO-PENDIENTE
           ELSE
               MOVE WS-RESTANTE TO WS-APLICADO
               SUBTRACT WS-APLICADO FROM FAC-SALDO-PENDIENTE.

       ACTUALIZO-FACTURA.
           SUBTRACT WS-APLICADO FROM WS-RESTANTE.
           ADD WS-APLICADO TO WS-VALOR-APLICADO.
           REWRITE REG-FACTURA.
               WS-APLICADO " A LA FACTURA " FAC-NUMERO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF FACTURA-REFERIDA
               MOVE "N" TO WS-REFERIDA-SW
               GO TO INICIO-RECORRIDO.
           GO TO RECORRO-FACTURAS.

       CIERRO-PAGO.
       F-APLICO-PAGO.
           EXIT.

      ******************************************************************
      * Referencia estructurada del pago: si el digito cuadra y la
      * factura existe y es del cliente que dice la referencia, el
      * pago es de ese cliente (aunque el banco traiga otro ID) y, si
      * la factura sigue abierta, va primero a ella. Sin referencia
      * estructurada, con el digito errado o con una factura que no
      * corresponde, el pago se aplica como siempre por el ID.
      ******************************************************************
       BUSCO-FACTURA-REFERIDA.
           MOVE "N" TO WS-REFERIDA-SW.
           CALL "REFERENCIA-PAGO" USING WS-REF-FUNCION PAG-REFERENCIA
               WS-REF-ID-CLIENTE WS-REF-FACTURA WS-REF-RESULTADO.
           IF WS-REF-RESULTADO = "N"
               GO TO F-BUSCO-FACTURA-REFERIDA.
           IF WS-REF-RESULTADO = "D"
               ADD 1 TO WS-REF-ERRADAS
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA " CON DIGITO DE "
                   "VERIFICACION ERRADO, SE APLICA POR EL CLIENTE "
                   PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-BUSCO-FACTURA-REFERIDA.
           MOVE WS-REF-FACTURA TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE 0 TO FAC-ID-CLIENTE
           END-READ.
           IF ST-FACTURAS NOT = "00"
            OR FAC-ID-CLIENTE NOT = WS-REF-ID-CLIENTE
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA " NO CORRESPONDE A "
                   "UNA FACTURA, SE APLICA POR EL CLIENTE "
                   PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-BUSCO-FACTURA-REFERIDA.
           IF PAG-ID-CLIENTE NOT = WS-REF-ID-CLIENTE
               ADD 1 TO WS-IDS-CORREGIDOS
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA ": PAGO DEL CLIENTE "
                   WS-REF-ID-CLIENTE ", NO DEL " PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-REF-ID-CLIENTE TO PAG-ID-CLIENTE.
           IF FAC-ESTADO NOT = "A"
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA ": LA FACTURA "
                   FAC-NUMERO " YA ESTA PAGADA, VA A LAS ABIERTAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-BUSCO-FACTURA-REFERIDA.
           MOVE "S" TO WS-REFERIDA-SW.
           ADD 1 TO WS-PAGOS-REFERIDOS.

       F-BUSCO-FACTURA-REFERIDA.
           EXIT.

      ******************************************************************
      * La retencion del pago solo se suma si es de renta o de IVA y
      * el cliente es empresarial; si no, se aplica lo recibido y la
      * retencion queda en el reporte para revision.
      ******************************************************************
       VALIDO-RETENCION.
           MOVE 0 TO WS-RETENCION.
           IF PAG-RETENCION NOT NUMERIC
               GO TO F-VALIDO-RETENCION.
           IF PAG-RETENCION = 0
               GO TO F-VALIDO-RETENCION.
           MOVE PAG-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI_CATEGORIA
           END-READ.
           IF (PAG-TIPO-RETENCION NOT = "R"
            AND PAG-TIPO-RETENCION NOT = "I")
            OR CLI_CATEGORIA NOT = "E"
               ADD 1 TO WS-RETENCIONES-NO-APLICADAS
               DISPLAY "AVISO: retencion de la referencia "
                   PAG-REFERENCIA " no aplicable (tipo "
                   PAG-TIPO-RETENCION "), se aplica solo lo recibido."
               MOVE SPACE TO LINEA-REPORTE
               STRING "RETENCION NO APLICADA: CLIENTE " PAG-ID-CLIENTE
                   " REF " PAG-REFERENCIA " VALOR " PAG-RETENCION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-VALIDO-RETENCION.
           MOVE PAG-RETENCION TO WS-RETENCION.
           ADD 1 TO WS-TOTAL-RETENCIONES.
           ADD WS-RETENCION TO WS-VALOR-RETENIDO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PAGO REF " PAG-REFERENCIA " CON RETENCION "
               PAG-TIPO-RETENCION " DE " WS-RETENCION
               ", SALDA POR EL BRUTO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-VALIDO-RETENCION.
           EXIT.

      ******************************************************************
      * Oferta de descuento por pronto pago de la factura en curso.
      * Aplica cuando la oferta esta vigente, el pago es de la fecha
      * limite o anterior y alcanza para lo pendiente menos el
      * descuento, o cuando POSTEO-PAGOS ya la dio por tomada con
      * este mismo pago. Fuera de plazo, la oferta se cierra como
      * perdida (pago completo) o reclamada tarde (pago descontado);
      * en ambos casos la factura se aplica por lo recibido.
      ******************************************************************
       EVALUO-DESCUENTO.
           MOVE "N" TO WS-DESC-APLICA-SW.
           IF NOT DESCUENTOS-DISPONIBLES
               GO TO F-EVALUO-DESCUENTO.
           MOVE FAC-NUMERO TO DPP-FAC-NUMERO.
           READ DESCUENTOS-FACTURA KEY IS DPP-FAC-NUMERO
               INVALID KEY
                   GO TO F-EVALUO-DESCUENTO
           END-READ.
           IF FAC-SALDO-PENDIENTE NOT > DPP-VALOR
               GO TO F-EVALUO-DESCUENTO.
           COMPUTE WS-NETO-DESCUENTO = FAC-SALDO-PENDIENTE - DPP-VALOR.
           IF DPP-TOMADO
            AND DPP-REFERENCIA = PAG-REFERENCIA
            AND DPP-FACTURA-SW NOT = "S"
            AND WS-RESTANTE >= WS-NETO-DESCUENTO
               GO TO TOMO-DESCUENTO.
           IF NOT DPP-OFRECIDO
               GO TO F-EVALUO-DESCUENTO.
           IF PAG-FECHA NOT > DPP-FECHA-LIMITE
               IF WS-RESTANTE >= WS-NETO-DESCUENTO
                   GO TO TOMO-DESCUENTO
               ELSE
                   GO TO F-EVALUO-DESCUENTO.
           IF WS-RESTANTE >= FAC-SALDO-PENDIENTE
               MOVE "V" TO DPP-ESTADO
               ADD 1 TO WS-DESC-PERDIDOS
           ELSE
               IF WS-RESTANTE >= WS-NETO-DESCUENTO
                   MOVE "R" TO DPP-ESTADO
                   ADD 1 TO WS-DESC-TARDIOS
                   MOVE SPACE TO LINEA-REPORTE
                   STRING "DESCUENTO RECLAMADO FUERA DE PLAZO: FACTURA "
                       FAC-NUMERO " LIMITE " DPP-FECHA-LIMITE
                       " PAGO " PAG-FECHA " QUEDA ABIERTO "
                       DPP-VALOR
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   GO TO F-EVALUO-DESCUENTO.
           MOVE PAG-FECHA      TO DPP-FECHA-PAGO.
           MOVE PAG-REFERENCIA TO DPP-REFERENCIA.
           REWRITE REG-DESCUENTO-FACTURA.
           GO TO F-EVALUO-DESCUENTO.

       TOMO-DESCUENTO.
           SET DESCUENTO-APLICA TO TRUE.
           MOVE "T"            TO DPP-ESTADO.
           MOVE PAG-FECHA      TO DPP-FECHA-PAGO.
           MOVE PAG-REFERENCIA TO DPP-REFERENCIA.
           MOVE "S"            TO DPP-FACTURA-SW.
           REWRITE REG-DESCUENTO-FACTURA.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Error actualizando el descuento de la factura "
                   FAC-NUMERO " (" ST-DESCUENTOS ")"
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-DESC-TOMADOS.
           ADD DPP-VALOR TO WS-VALOR-DESCONTADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DESCUENTO PRONTO PAGO " DPP-PCT-MIL " POR MIL "
               DPP-VALOR " EN LA FACTURA " FAC-NUMERO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-EVALUO-DESCUENTO.
           EXIT.

       ANOTO-REMANENTE.
           ADD WS-RESTANTE TO WS-VALOR-REMANENTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "VALOR REMANENTE SIN APLICAR: " WS-VALOR-REMANENTE
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RETENCIONES APLICADAS: " WS-TOTAL-RETENCIONES
               " VALOR: " WS-VALOR-RETENIDO
               " NO APLICADAS: " WS-RETENCIONES-NO-APLICADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DESCUENTOS TOMADOS: " WS-DESC-TOMADOS
               " VALOR: " WS-VALOR-DESCONTADO
               " PERDIDOS: " WS-DESC-PERDIDOS
               " FUERA DE PLAZO: " WS-DESC-TARDIOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PAGOS POR REFERENCIA DE FACTURA: " WS-PAGOS-REFERIDOS
               " ID CORREGIDO: " WS-IDS-CORREGIDOS
               " DIGITO ERRADO: " WS-REF-ERRADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Pagos procesados : " WS-TOTAL-PAGOS.
           DISPLAY "Facturas saldadas: " WS-FACTURAS-PAGADAS.
           DISPLAY "Valor aplicado   : " WS-VALOR-APLICADO.
           DISPLAY "Valor remanente  : " WS-VALOR-REMANENTE.
           DISPLAY "Retenciones      : " WS-TOTAL-RETENCIONES
               " valor: " WS-VALOR-RETENIDO.
           DISPLAY "Descuentos p.pago: " WS-DESC-TOMADOS
               " valor: " WS-VALOR-DESCONTADO.
           DISPLAY "Por referencia   : " WS-PAGOS-REFERIDOS
               " ID corregido: " WS-IDS-CORREGIDOS
               " digito errado: " WS-REF-ERRADAS.

           COPY BANNER.

