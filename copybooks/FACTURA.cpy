      *                     pendiente en cero). Con la fecha de corte
      *                     y la de saldada, DIAS-DE-PAGO mide
      *                     cuanto tarda en pagar cada razon social.
      *   2026-10-15  CEVR  FAC-FECHA-VENCE agregada al final: la
      *                     fecha de la factura mas el plazo de pago
      *                     del cliente o de su categoria
      *                     (plazos_pago.dat, CONSULTA-PLAZO), corrida
      *                     al dia habil. El envejecimiento, la
      *                     cobranza y los dias de pago cuentan desde
      *                     ella y no desde FAC-FECHA. El registro
      *                     crece: CONVIERTE-FACTURAS reconstruye el
      *                     archivo sellando el vencimiento de las
      *                     facturas ya emitidas.
      *   2026-10-15  CEVR  FAC-EMPRESA agregado al final: la empresa
      *                     emisora, la del cliente facturado, que
      *                     ademas fija de que rangos autorizados sale
      *                     el numero. No numerico o cero = 001. El
      *                     registro crece: CONVIERTE-FACTURAS
      *                     reconstruye el archivo sellando la empresa
      *                     de cada factura con la de su cliente.
      ******************************************************************
       01  REG-FACTURA.
           05 FAC-NUMERO          PIC 9(8).
           05 FAC-ID-SUCURSAL     PIC 9(8).
           05 FAC-NOMBRE-SUCURSAL PIC X(15).
           05 FAC-FECHA-SALDADA   PIC 9(8).
           05 FAC-FECHA-VENCE     PIC 9(8).
           05 FAC-EMPRESA         PIC 9(3).
