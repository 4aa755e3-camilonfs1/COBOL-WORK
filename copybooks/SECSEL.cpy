      ******************************************************************
      * Copybook: SECSEL.cpy
      * Purpose:  SELECT clause for the industry sector reference file
      *           (sectores.dat, SECTOR.cpy), shared by CARGA-SECTORES,
      *           VALIDA-SECTOR and CONCENTRACION-SECTORES.
      * Mod history:
      *   2026-10-15  CEVR  Created for industry sector classification.
      ******************************************************************
           SELECT OPTIONAL SECTORES ASSIGN TO "./sectores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SEC-CODIGO
                  STATUS ST-SECTORES.
