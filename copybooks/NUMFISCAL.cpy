      ******************************************************************
      * Copybook: NUMFISCAL.cpy
      * Purpose:  Record layout for the fiscal numbering authorization
      *           file (numeracion_fiscal.dat), indexed by NUM-CLAVE:
      *           un rango de numeros autorizado por la autoridad
      *           tributaria por tipo de documento y sucursal emisora,
      *           con su resolucion, la fecha de la resolucion y la de
      *           vencimiento. NUM-TIPO: "F" = factura (FAC-NUMERO),
      *           "N" = nota de credito (NCR-NUMERO), "R" = recibo de
      *           caja (RCB-NUMERO). NUM-ULTIMO es el ultimo numero
      *           entregado del rango (menor que NUM-DESDE = ninguno
      *           todavia); NUMERACION-FISCAL lo sube con cada
      *           documento. NUM-ESTADO: "A" = activo, "I" = anulado
      *           (no entrega mas numeros). Mantenido por
      *           MANTIENE-NUMERACION.
      * Mod history:
      *   2026-10-15  CEVR  Created for the authorized numbering ranges.
      *   2026-10-15  CEVR  NUM-EMPRESA tomado de la FILLER: cada
      *                     empresa del grupo tiene sus propios rangos
      *                     autorizados y NUMERACION-FISCAL solo entrega
      *                     numeros de los de la empresa del documento.
      ******************************************************************
       01  REG-NUMERACION.
           05 NUM-CLAVE.
               10 NUM-TIPO        PIC X.
               10 NUM-SUCURSAL    PIC 9(3).
               10 NUM-DESDE       PIC 9(8).
           05 NUM-HASTA           PIC 9(8).
           05 NUM-ULTIMO          PIC 9(8).
           05 NUM-RESOLUCION      PIC X(20).
           05 NUM-FECHA-RESOL     PIC 9(8).
           05 NUM-FECHA-VENCE     PIC 9(8).
           05 NUM-ESTADO          PIC X.
               88 NUM-ACTIVO      VALUE "A".
               88 NUM-ANULADO     VALUE "I".
      *    Empresa del grupo (empresas.dat) a la que se autorizo el
      *    rango. No numerico o cero = 001. No es parte de la clave:
      *    como FAC-NUMERO es unico en todo facturas.dat, los rangos
      *    de un tipo no se solapan ni entre empresas.
           05 NUM-EMPRESA         PIC 9(3).
           05 FILLER              PIC X(17).
