      ******************************************************************
      * Copybook: RECFAC.cpy
      * Purpose:  Record layout for the receipt-to-invoice application
      *           log (recibos_facturas.dat, line sequential): una
      *           fila por cada factura abierta a la que CAJA-RECIBOS
      *           aplico parte de un recibo, con lo aplicado y si la
      *           dejo saldada. CHEQUE-DEVUELTO la recorre para
      *           devolverle a cada factura lo que el cheque rebotado
      *           le habia abonado y reabrir las que habia saldado.
      * Mod history:
      *   2026-10-15  CEVR  Created for the returned-cheque
      *                     processing.
      ******************************************************************
       01  REG-RECIBO-FACTURA.
           05 RCF-NUMERO-RECIBO PIC 9(8).
           05 RCF-FAC-NUMERO    PIC 9(8).
           05 RCF-VALOR         PIC 9(7)V9(3).
           05 RCF-SALDADA       PIC X.
               88 RCF-FACTURA-SALDADA VALUE "S".
