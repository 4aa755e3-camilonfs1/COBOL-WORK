      ******************************************************************
      * Copybook: HOGSEL.cpy
      * Purpose:  SELECT clause for the household file (hogares.dat,
      *           HOGAR.cpy), shared by AGRUPA-HOGARES,
      *           MANTIENE-HOGARES and the lookup CONSULTA-HOGAR.
      * Mod history:
      *   2026-10-15  CEVR  Created for customer householding.
      ******************************************************************
           SELECT OPTIONAL HOGARES ASSIGN TO "./hogares.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS HOG-ID-CLIENTE
                  ALTERNATE KEY HOG-ID-HOGAR WITH DUPLICATES
                  STATUS ST-HOGARES.
