      ******************************************************************
      * Copybook: RETENCION.cpy
      * Purpose:  Record layout for the withholding register
      *           (retenciones.dat), indexed by RET-CLAVE (referencia
      *           del banco + fecha del pago, la misma clave del
      *           registro de referencias): una fila por cada pago de
      *           cliente empresarial posteado por POSTEO-PAGOS con
      *           retencion. RET-TIPO: "R" = retencion en la fuente
      *           (renta), "I" = retencion de IVA. RET-VALOR es lo
      *           retenido, RET-VALOR-NETO lo recibido en el banco y
      *           RET-VALOR-BRUTO lo saldado en la cuenta. Respalda la
      *           declaracion propia (REPORTE-RETENCIONES) y el cruce
      *           contra los certificados del cliente.
      * Mod history:
      *   2026-10-15  CEVR  Created for the corporate withholding
      *                     taxes.
      ******************************************************************
       01  REG-RETENCION.
           05 RET-CLAVE.
               10 RET-REFERENCIA  PIC X(20).
               10 RET-FECHA       PIC 9(8).
           05 RET-ID-CLIENTE      PIC 9(8).
           05 RET-TIPO            PIC X.
              88 RET-EN-LA-FUENTE   VALUE "R".
              88 RET-DE-IVA         VALUE "I".
           05 RET-VALOR           PIC 9(7)V9(3).
           05 RET-VALOR-NETO      PIC 9(7)V9(3).
           05 RET-VALOR-BRUTO     PIC 9(7)V9(3).
           05 RET-FECHA-POSTEO    PIC 9(8).
