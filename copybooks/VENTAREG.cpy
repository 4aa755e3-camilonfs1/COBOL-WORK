      ******************************************************************
      * Copybook: VENTAREG.cpy
      * Purpose:  Record layout for the posted-sales registry
      *           (ventas_posteadas.dat), indexed by VRG-DOCUMENTO:
      *           una fila por cada documento de venta del punto de
      *           venta ya posteado por POSTEO-VENTAS, con el cliente,
      *           los valores, la factura abierta que se le emitio y
      *           la fecha del posteo. Un documento que vuelva a
      *           llegar es un duplicado y se devuelve al area de
      *           ventas en vez de cargarse dos veces.
      * Mod history:
      *   2026-10-15  CEVR  Created for the point-of-sale charges
      *                     interface.
      ******************************************************************
       01  REG-VENTA-POSTEADA.
           05 VRG-DOCUMENTO     PIC X(15).
           05 VRG-ID-CLIENTE    PIC 9(8).
           05 VRG-FECHA         PIC 9(8).
           05 VRG-VALOR         PIC 9(7)V9(3).
           05 VRG-IVA           PIC 9(7)V9(3).
           05 VRG-FAC-NUMERO    PIC 9(8).
           05 VRG-FECHA-POSTEO  PIC 9(8).
