      ******************************************************************
      * Copybook: RECIBO.cpy
      * Purpose:  Record layout for the counter receipt register
      *           (recibos.dat, line sequential): una fila por cada
      *           recibo de caja emitido por CAJA-RECIBOS, con el
      *           cajero, el monto y el instrumento con que pago el
      *           cliente. RCB-MOV-CLAVE es la clave del movimiento
      *           RECIBOCAJA posteado con el recibo, que
      *           CHEQUE-DEVUELTO reversa cuando el cheque rebota.
      *           Los recibos escritos antes del instrumento traen
      *           los campos nuevos en blanco.
      * Mod history:
      *   2026-10-15  CEVR  Sacado de CAJA-RECIBOS a copybook y
      *                     crecido al final con el canal, el
      *                     instrumento de pago (banco y numero del
      *                     cheque, autorizacion de la tarjeta o
      *                     referencia de la transferencia) y la
      *                     clave del movimiento RECIBOCAJA.
      ******************************************************************
       01  REG-RECIBO.
           05 RCB-NUMERO      PIC 9(8).
           05 RCB-FECHA       PIC 9(8).
           05 RCB-HORA        PIC 9(8).
           05 RCB-CAJERO      PIC X(8).
           05 RCB-ID-CLIENTE  PIC 9(8).
           05 RCB-VALOR       PIC 9(7)V9(3).
      *    Canal por el que llego el pago: "M" = mostrador, "C" =
      *    cheque recibido por correo.
           05 RCB-CANAL       PIC X.
               88 RECIBIDO-MOSTRADOR VALUE "M".
               88 RECIBIDO-CORREO    VALUE "C".
      *    Instrumento: "E" = efectivo, "C" = cheque, "T" = tarjeta,
      *    "R" = transferencia. RCB-BANCO es el codigo del banco de
      *    bancos.dat (cheque y transferencia); RCB-DOCUMENTO el
      *    numero del cheque, la autorizacion de la tarjeta o la
      *    referencia de la transferencia.
           05 RCB-INSTRUMENTO PIC X.
               88 PAGO-EFECTIVO      VALUE "E".
               88 PAGO-CHEQUE        VALUE "C".
               88 PAGO-TARJETA       VALUE "T".
               88 PAGO-TRANSFERENCIA VALUE "R".
               88 INSTRUMENTO-VALIDO VALUES "E" "C" "T" "R".
           05 RCB-BANCO       PIC X(4).
           05 RCB-DOCUMENTO   PIC X(20).
           05 RCB-MOV-CLAVE   PIC X(27).
