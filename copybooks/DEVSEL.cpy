      ******************************************************************
      * Copybook: DEVSEL.cpy
      * Purpose:  SELECT clause for the daily interest accrual ledger
      *           (devengo_interes.dat, DEVENGO.cpy), shared by the
      *           nightly accrual step, the month-end capitalization
      *           in REPORTE-SALDOS, the image of the nightly run and
      *           the accrued-interest lookup.
      * Mod history:
      *   2026-10-15  CEVR  Created for the daily interest accrual.
      ******************************************************************
           SELECT OPTIONAL DEVENGOS
                  ASSIGN TO "./devengo_interes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEV-CLAVE
                  STATUS ST-DEVENGOS.
