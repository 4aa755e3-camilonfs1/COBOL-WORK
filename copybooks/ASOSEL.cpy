      ******************************************************************
      * Copybook: ASOSEL.cpy
      * Purpose:  SELECT clause for the officer assignment file
      *           (asignaciones_oficial.dat, ASIGOFI.cpy), shared by
      *           ASIGNA-OFICIALES and CARTERA-OFICIALES.
      * Mod history:
      *   2026-10-15  CEVR  Created for account officer portfolios.
      ******************************************************************
           SELECT OPTIONAL ASIGNACIONES-OFICIAL
                  ASSIGN TO "./asignaciones_oficial.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ASO-ID-CLIENTE
                  ALTERNATE RECORD KEY IS ASO-OFICIAL WITH DUPLICATES
                  STATUS ST-ASIGNACIONES.
