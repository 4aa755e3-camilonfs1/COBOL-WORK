      ******************************************************************
      * Copybook: OFISEL.cpy
      * Purpose:  SELECT clause for the account-officer reference file
      *           (oficiales.dat, OFICIAL.cpy), shared by
      *           MANTIENE-OFICIALES, ASIGNA-OFICIALES and
      *           CARTERA-OFICIALES.
      * Mod history:
      *   2026-10-15  CEVR  Created for account officer portfolios.
      ******************************************************************
           SELECT OPTIONAL OFICIALES ASSIGN TO "./oficiales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OFI-CODIGO
                  STATUS ST-OFICIALES.
