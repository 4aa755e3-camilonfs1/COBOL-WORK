      ******************************************************************
      * Copybook: BPUSEL.cpy
      * Purpose:  SELECT clause for the credit-bureau score history
      *           (buro_puntajes.dat, BUROPUNT.cpy), shared by the
      *           monthly loader and the score lookup.
      * Mod history:
      *   2026-10-15  CEVR  Created for the bureau score import.
      ******************************************************************
           SELECT OPTIONAL BURO-PUNTAJES
                  ASSIGN TO "./buro_puntajes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BPU-CLAVE
                  STATUS ST-PUNTAJES.
