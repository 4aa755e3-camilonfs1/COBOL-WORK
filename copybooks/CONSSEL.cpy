      ******************************************************************
      * Copybook: CONSSEL.cpy
      * Purpose:  SELECT clause for the customer consent register
      *           (consentimientos.dat, CONSENTIM.cpy), shared by the
      *           programs that capture consent and by the lookup
      *           CONSULTA-CONSENTIMIENTO.
      * Mod history:
      *   2026-10-15  CEVR  Created for marketing consent.
      ******************************************************************
           SELECT OPTIONAL CONSENTIMIENTOS
                  ASSIGN TO "./consentimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CNS-CLAVE
                  STATUS ST-CONSENTIMIENTOS.
