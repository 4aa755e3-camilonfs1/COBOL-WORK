      ******************************************************************
      * Copybook: EMPSEL.cpy
      * Purpose:  SELECT clause for the company reference file
      *           (empresas.dat, EMPRESA.cpy), shared by
      *           MANTIENE-EMPRESAS and CONSULTA-EMPRESA.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
           SELECT OPTIONAL EMPRESAS ASSIGN TO "./empresas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  STATUS ST-EMPRESAS.
