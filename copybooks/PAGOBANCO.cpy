      *                     distinta, POSTEO-PAGOS convierte por
      *                     tasacambio.dat y postea la diferencia de
      *                     redondeo como movimiento DIF-CAMBIO.
      *   2026-10-15  CEVR  PAG-BANCO agregado al final (no rompe los
      *                     archivos ya escritos): el banco de recaudo
      *                     donde entro la plata (PBA-CODIGO de
      *                     perfiles_banco.dat). No viene en el
      *                     archivo del banco, POSTEO-PAGOS lo pone
      *                     segun el archivo que esta leyendo; en el
      *                     suspenso acompana al item hasta que se
      *                     postea. En blanco = el banco de siempre.
      ******************************************************************
       01  REG-PAGO-BANCO.
           05 PAG-ID-CLIENTE  PIC 9(8).
           05 PAG-REFERENCIA  PIC X(20).
           05 PAG-VALOR       PIC 9(7)V9(3).
           05 PAG-MONEDA      PIC X(3).
           05 FILLER          PIC X(3).
           05 PAG-RETENCION   PIC 9(7)V9(3).
           05 PAG-TIPO-RETENCION PIC X.
           05 PAG-BANCO       PIC X(4).
