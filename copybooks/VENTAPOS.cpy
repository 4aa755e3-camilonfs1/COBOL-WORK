      ******************************************************************
      * Copybook: VENTAPOS.cpy
      * Purpose:  Record layout of the inbound charges file from the
      *           point-of-sale system (ventas_pos.dat): una venta a
      *           credito por registro, con el cliente, el numero del
      *           documento de venta, la fecha, el valor (base, sin
      *           impuesto), el IVA y la moneda. Blanco en VTA-MONEDA
      *           = la moneda de la cuenta. El archivo trae ademas el
      *           encabezado y los totales de VENTACTL.cpy, que
      *           comparten el area del registro: los detalles
      *           empiezan por el VTA-ID-CLIENTE numerico. Lo postea
      *           POSTEO-VENTAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the point-of-sale charges
      *                     interface.
      ******************************************************************
       01  REG-VENTA-POS.
           05 VTA-ID-CLIENTE  PIC 9(8).
           05 VTA-DOCUMENTO   PIC X(15).
           05 VTA-FECHA       PIC 9(8).
           05 VTA-VALOR       PIC 9(7)V9(3).
           05 VTA-IVA         PIC 9(7)V9(3).
           05 VTA-MONEDA      PIC X(3).
