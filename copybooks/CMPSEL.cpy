      ******************************************************************
      * Copybook: CMPSEL.cpy
      * Purpose:  SELECT clause for the marketing campaign reference
      *           file (campanas.dat, CAMPANA.cpy), shared by
      *           MANTIENE-CAMPANAS, VALIDA-CAMPANA and
      *           REPORTE-CAMPANAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for marketing campaign tracking.
      ******************************************************************
           SELECT OPTIONAL CAMPANAS ASSIGN TO "./campanas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CMP-CODIGO
                  STATUS ST-CAMPANAS.
