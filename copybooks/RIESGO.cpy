      *           a cuentas de grado pobre.
      * Mod history:
      *   2026-09-02  CEVR  Created for the nightly risk scoring.
      *   2026-10-15  CEVR  Puntaje de buro mezclado:
      *                     RGO-PUNTAJE-INTERNO (el de comportamiento),
      *                     RGO-PUNTAJE-BURO y RGO-FECHA-BURO
      *                     (buro_puntajes.dat) al final del registro.
      ******************************************************************
       01  REG-RIESGO.
           05 RGO-ID-CLIENTE     PIC 9(8).
      *    (codeudores.dat). En blanco en los registros anteriores
      *    al campo.
           05 RGO-CONTINGENTES   PIC 9(3).
      *    Puntaje de comportamiento antes de mezclarle el del buro, y
      *    el puntaje de buro usado con su fecha de corte (ceros si el
      *    cliente no tiene documento o el buro no lo califico; en
      *    blanco en los registros anteriores a los campos).
           05 RGO-PUNTAJE-INTERNO PIC 9(3).
           05 RGO-PUNTAJE-BURO   PIC 9(3).
           05 RGO-FECHA-BURO     PIC 9(8).
