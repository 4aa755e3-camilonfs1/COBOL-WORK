      ******************************************************************
      * Copybook: ABRSEL.cpy
      * Purpose:  SELECT clause for the address abbreviation table
      *           (abreviaturas_dir.dat, ABREVIA.cpy), shared by
      *           MANTIENE-ABREVIATURAS and ESTANDARIZA-DIRECCION.
      * Mod history:
      *   2026-10-15  CEVR  Created for address standardization.
      ******************************************************************
           SELECT OPTIONAL ABREVIATURAS
                  ASSIGN TO "./abreviaturas_dir.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ABR-PALABRA
                  STATUS ST-ABREVIATURAS.
