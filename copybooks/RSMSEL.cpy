      ******************************************************************
      * Copybook: RSMSEL.cpy
      * Purpose:  SELECT clause for the nightly movement summary
      *           (resumen_movimientos.dat, RESMOV.cpy), shared by
      *           RESUME-MOVIMIENTOS, que lo construye, y los
      *           reportes que lo leen. Por cliente se posiciona con
      *           START sobre RSM-CLAVE; por periodo, sobre la clave
      *           alterna RSM-PERIODO.
      * Mod history:
      *   2026-10-15  CEVR  Created for the nightly movement summary.
      ******************************************************************
           SELECT OPTIONAL RESUMEN-MOV
                  ASSIGN TO "./resumen_movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RSM-CLAVE
                  ALTERNATE RECORD KEY IS RSM-PERIODO WITH DUPLICATES
                  STATUS ST-RESUMEN.
