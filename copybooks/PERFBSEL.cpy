      ******************************************************************
      * Copybook: PERFBSEL.cpy
      * Purpose:  SELECT clause for the collection-bank profiles
      *           (perfiles_banco.dat, PERFBANCO.cpy), shared by
      *           MANTIENE-PERFILES-BANCO and PERFILES-BANCO.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-bank collections.
      ******************************************************************
           SELECT OPTIONAL PERFILES-BANCO
                  ASSIGN TO "./perfiles_banco.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PBA-CODIGO
                  STATUS ST-PERFILES.
