      * Mod history:
      *   2026-09-02  CEVR  Created for the collections-effectiveness
      *                     reporting.
      *   2026-10-15  CEVR  Tambien la lee LIQUIDA-COMISIONES: el
      *                     cobrador y el nivel vigentes el dia de
      *                     cada pago deciden a quien y a que tasa se
      *                     le paga la comision del mes.
      ******************************************************************
       01  REG-HIST-COBRANZA.
           05 HCO-ID-CLIENTE  PIC 9(8).
