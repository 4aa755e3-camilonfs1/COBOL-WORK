      ******************************************************************
      * Copybook: IMTSEL.cpy
      * Purpose:  SELECT clauses for the before/after table images
      *           (IMGTABLA.cpy) written by the CARGA-* table loaders
      *           and compared by COMPARA-TABLA.
      * Mod history:
      *   2026-10-15  CEVR  Created for the configuration change log.
      ******************************************************************
           SELECT OPTIONAL TABLA-ANTERIOR
                  ASSIGN TO "./tabla_anterior.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-TABLA-ANTERIOR.

           SELECT OPTIONAL TABLA-NUEVA
                  ASSIGN TO "./tabla_nueva.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-TABLA-NUEVA.
