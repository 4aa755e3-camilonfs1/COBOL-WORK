      ******************************************************************
      * Copybook: VENTACTL.cpy
      * Purpose:  Control records of the inbound point-of-sale charges
      *           file (ventas_pos.dat): encabezado "H" con la fecha
      *           del archivo y el numero de secuencia de transmision,
      *           y totales "T" con el conteo de ventas, la suma de los
      *           valores y la suma del IVA. COPY debajo del FD, despues
      *           de VENTAPOS.cpy, como PAGOCTL.cpy con los pagos del
      *           banco. POSTEO-VENTAS rechaza completo el archivo que
      *           no los trae, que no cuadra o que llega fuera de
      *           secuencia.
      * Mod history:
      *   2026-10-15  CEVR  Created for the point-of-sale charges
      *                     interface.
      ******************************************************************
       01  REG-VENTA-CONTROL.
           05 VCT-TIPO-REG  PIC X.
               88 VCT-ENCABEZADO VALUE "H".
               88 VCT-TOTALES    VALUE "T".
           05 VCT-DATOS     PIC X(53).
           05 VCT-ENC REDEFINES VCT-DATOS.
               10 VCT-FECHA     PIC 9(8).
               10 VCT-SECUENCIA PIC 9(6).
               10 FILLER        PIC X(39).
           05 VCT-TOT REDEFINES VCT-DATOS.
               10 VCT-CONTEO    PIC 9(7).
               10 VCT-TOTAL     PIC 9(11)V9(3).
               10 VCT-TOTAL-IVA PIC 9(11)V9(3).
               10 FILLER        PIC X(18).
