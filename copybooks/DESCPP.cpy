      ******************************************************************
      * Copybook: DESCPP.cpy
      * Purpose:  Record layout for the per-invoice early-payment
      *           discount register (descuentos_factura.dat), indexed
      *           by DPP-FAC-NUMERO: una fila por cada factura emitida
      *           por FACTURACION-COMERCIAL con descuento por pronto
      *           pago, con el porcentaje (milesimas), la fecha limite
      *           (dia habil) y el valor del descuento sobre
      *           FAC-VALOR tal como salieron impresos. DPP-ESTADO:
      *           "O" = ofrecido (pendiente), "T" = tomado (pago a
      *           tiempo: la factura se salda completa y el descuento
      *           se postea como movimiento DESCPP), "V" = perdido
      *           (pagada completa despues de la fecha limite), "R" =
      *           reclamado tarde (el cliente desconto despues de la
      *           fecha limite: la diferencia queda abierta en la
      *           factura). DPP-FACTURA-SW = "S" cuando
      *           APLICA-PAGOS-FACTURA ya salda la factura con el
      *           descuento; DPP-MOVIMIENTO-SW = "S" cuando
      *           POSTEO-PAGOS ya posteo el movimiento DESCPP -- los
      *           dos programas corren por separado y el que llega
      *           segundo respeta la decision del primero por la
      *           referencia del pago. Lo lista REPORTE-DESCUENTOS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the early-payment discount
      *                     terms.
      ******************************************************************
       01  REG-DESCUENTO-FACTURA.
           05 DPP-FAC-NUMERO       PIC 9(8).
           05 DPP-ID-CLIENTE       PIC 9(8).
           05 DPP-FECHA-FACTURA    PIC 9(8).
           05 DPP-PCT-MIL          PIC 9(3).
           05 DPP-DIAS             PIC 9(3).
           05 DPP-FECHA-LIMITE     PIC 9(8).
           05 DPP-VALOR            PIC 9(7)V9(3).
           05 DPP-ESTADO           PIC X.
              88 DPP-OFRECIDO         VALUE "O".
              88 DPP-TOMADO           VALUE "T".
              88 DPP-PERDIDO          VALUE "V".
              88 DPP-RECLAMO-TARDIO   VALUE "R".
           05 DPP-FECHA-PAGO       PIC 9(8).
           05 DPP-REFERENCIA       PIC X(20).
           05 DPP-FACTURA-SW       PIC X.
           05 DPP-MOVIMIENTO-SW    PIC X.
