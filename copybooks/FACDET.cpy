      ******************************************************************
      * Copybook: FACDET.cpy
      * Purpose:  Record layout for the invoice-line file
      *           (detalle_facturas.dat), indexed by FDT-CLAVE
      *           (FAC-NUMERO + numero de linea): las lineas de cada
      *           factura del registro con el item del catalogo
      *           (catalogo.dat, CATALOGO.cpy), cantidad, precio
      *           unitario, base, la tasa de IVA aplicada a la linea
      *           en milesimas, el impuesto y el total. La suma de
      *           las lineas es la base, el IVA y el FAC-VALOR de la
      *           factura. El codigo "SALDO" es la linea del saldo de
      *           la cuenta no explicado por los items. Escrito por
      *           FACTURACION-COMERCIAL; leido por REIMPRIME-FACTURA
      *           y RESUMEN-IVA.
      * Mod history:
      *   2026-10-15  CEVR  Created for itemized invoice lines.
      ******************************************************************
       01  REG-DETALLE-FACTURA.
           05 FDT-CLAVE.
              10 FDT-NUMERO       PIC 9(8).
              10 FDT-LINEA        PIC 9(3).
           05 FDT-CODIGO          PIC X(6).
           05 FDT-DESCRIPCION     PIC X(30).
           05 FDT-CANTIDAD        PIC 9(5).
           05 FDT-PRECIO-UNITARIO PIC S9(7)V9(3).
           05 FDT-BASE            PIC S9(7)V9(3).
           05 FDT-CATEGORIA-IVA   PIC X.
           05 FDT-TASA-IVA-MIL    PIC 9(3).
           05 FDT-IVA             PIC S9(7)V9(3).
           05 FDT-TOTAL           PIC S9(7)V9(3).
