      ******************************************************************
      * Copybook: TNGSEL.cpy
      * Purpose:  SELECT clause for the negotiated interest rates file
      *           (tasas_negociadas.dat, TASANEG.cpy), shared by
      *           MANTIENE-TASAS-NEG, TASA-NEGOCIADA,
      *           CERTIFICADO-INTERES and REPORTE-TASAS-NEGOCIADAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the negotiated interest rates.
      ******************************************************************
           SELECT OPTIONAL TASAS-NEGOCIADAS
                  ASSIGN TO "./tasas_negociadas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TNG-CLAVE
                  STATUS ST-TASAS-NEG.
