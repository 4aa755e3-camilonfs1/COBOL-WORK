      ******************************************************************
      * Copybook: EOPSEL.cpy
      * Purpose:  SELECT clause for the operator company authorization
      *           file (empresas_operador.dat, EMPOPER.cpy), shared by
      *           MANTIENE-EMPRESAS and AUTORIZA-EMPRESA.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
           SELECT OPTIONAL EMPRESAS-OPERADOR
                  ASSIGN TO "./empresas_operador.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS EOP-CLAVE
                  STATUS ST-EMPRESAS-OPERADOR.
