      ******************************************************************
      * Copybook: CATALOGO.cpy
      * Purpose:  Record layout for the product/service catalog
      *           (catalogo.dat), indexed by CTL-CODIGO: cada producto
      *           o servicio facturable con su descripcion, su precio
      *           unitario y la categoria de IVA con que se grava
      *           (clave de tasas_iva.dat; blanco = la categoria del
      *           cliente). El codigo es el mismo CFJ-CODIGO de los
      *           cargos fijos, y FACTURACION-COMERCIAL arma con el
      *           las lineas de la factura (detalle_facturas.dat).
      *           CTL-ESTADO: "A" = activo, "I" = inactivo (no se
      *           ofrece para cargos nuevos). Mantenido por
      *           MANTIENE-CATALOGO.
      * Mod history:
      *   2026-10-15  CEVR  Created for itemized invoice lines.
      ******************************************************************
       01  REG-CATALOGO.
           05 CTL-CODIGO          PIC X(6).
           05 CTL-DESCRIPCION     PIC X(30).
           05 CTL-PRECIO-UNITARIO PIC 9(7)V9(3).
           05 CTL-CATEGORIA-IVA   PIC X.
           05 CTL-ESTADO          PIC X.
              88 ITEM-ACTIVO        VALUE "A".
              88 ITEM-INACTIVO      VALUE "I".
