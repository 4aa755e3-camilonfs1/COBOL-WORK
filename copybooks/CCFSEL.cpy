      ******************************************************************
      * Copybook: CCFSEL.cpy
      * Purpose:  SELECT clause for the configuration change log
      *           (cambios_config.dat, CAMBCFG.cpy), shared by
      *           REGISTRA-CAMBIO and REPORTE-CAMBIOS-CONFIG.
      * Mod history:
      *   2026-10-15  CEVR  Created for the configuration change log.
      ******************************************************************
           SELECT OPTIONAL CAMBIOS-CONFIG
                  ASSIGN TO "./cambios_config.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CAMBIOS-CONFIG.
