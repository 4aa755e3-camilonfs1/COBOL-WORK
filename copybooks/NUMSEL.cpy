      ******************************************************************
      * Copybook: NUMSEL.cpy
      * Purpose:  SELECT clause for the fiscal numbering authorization
      *           file (numeracion_fiscal.dat), shared by
      *           NUMERACION-FISCAL, su mantenimiento y los reportes
      *           que vigilan el uso de los rangos.
      * Mod history:
      *   2026-10-15  CEVR  Created for the authorized numbering ranges.
      ******************************************************************
           SELECT OPTIONAL NUMERACION
                  ASSIGN TO "./numeracion_fiscal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NUM-CLAVE
                  STATUS ST-NUMERACION.
