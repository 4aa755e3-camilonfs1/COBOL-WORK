      ******************************************************************
      * Copybook: TERMDESC.cpy
      * Purpose:  Record layout for the early-payment discount terms
      *           (terminos_descuento.dat), indexed by TDC-CLAVE: el
      *           descuento por pronto pago pactado con un cliente
      *           (TDC-TIPO "C", TDC-ID-CLIENTE) o con toda una
      *           categoria (TDC-TIPO "K", la letra de CLI_CATEGORIA
      *           en la primera posicion de TDC-CODIGO). TDC-PCT-MIL
      *           es el descuento en milesimas sobre el total de la
      *           factura (20 = 2%) y TDC-DIAS los dias calendario
      *           desde la fecha de la factura para ganarlo. El del
      *           cliente prima sobre el de su categoria (un cliente
      *           con 0 queda sin descuento aunque su categoria lo
      *           tenga). Mantenido con MANTIENE-DESCUENTOS y leido
      *           por FACTURACION-COMERCIAL al emitir la factura.
      * Mod history:
      *   2026-10-15  CEVR  Created for the early-payment discount
      *                     terms.
      ******************************************************************
       01  REG-TERMINO-DESCUENTO.
           05 TDC-CLAVE.
              10 TDC-TIPO          PIC X.
                 88 TDC-DE-CLIENTE    VALUE "C".
                 88 TDC-DE-CATEGORIA  VALUE "K".
              10 TDC-CODIGO        PIC X(8).
              10 TDC-ID-CLIENTE REDEFINES TDC-CODIGO PIC 9(8).
           05 TDC-PCT-MIL          PIC 9(3).
           05 TDC-DIAS             PIC 9(3).
           05 TDC-FECHA-ALTA       PIC 9(8).
           05 TDC-OPERADOR         PIC X(8).
