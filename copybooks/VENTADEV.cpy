      ******************************************************************
      * Copybook: VENTADEV.cpy
      * Purpose:  Record layout of the return file for the sales team
      *           (ventas_devueltas_AAAAMMDD.dat): cada venta del
      *           archivo del punto de venta que POSTEO-VENTAS no
      *           posteo, con sus datos como llegaron, el codigo y la
      *           descripcion del motivo y la fecha del proceso.
      *           VDV-MOTIVO: "01" cliente no existe, "02" cuenta
      *           bloqueada, "03" cuenta cerrada, "04" moneda distinta
      *           a la de la cuenta, "05" excede el limite de credito,
      *           "06" documento de venta ya posteado, "07" valor, IVA
      *           o fecha invalidos, "08" sin numeracion de factura
      *           (se reenvia cuando haya rango), "09" error grabando
      *           (se reenvia despues de revisar).
      * Mod history:
      *   2026-10-15  CEVR  Created for the point-of-sale charges
      *                     interface.
      ******************************************************************
       01  REG-VENTA-DEVUELTA.
           05 VDV-ID-CLIENTE    PIC 9(8).
           05 VDV-DOCUMENTO     PIC X(15).
           05 VDV-FECHA         PIC 9(8).
           05 VDV-VALOR         PIC 9(7)V9(3).
           05 VDV-IVA           PIC 9(7)V9(3).
           05 VDV-MONEDA        PIC X(3).
           05 VDV-MOTIVO        PIC XX.
           05 VDV-DESCRIPCION   PIC X(30).
           05 VDV-FECHA-PROCESO PIC 9(8).
