      ******************************************************************
      * Copybook: PENSEL.cpy
      * Purpose:  SELECT clause for the future-dated maintenance queue
      *           (pendientes.dat, PENDIENTE.cpy), shared by the
      *           capture screen MANTIENE-PENDIENTES, by
      *           MANTENIMIENTO-LOTE (que encola las filas con fecha
      *           efectiva futura) and by the nightly APLICA-PENDIENTES.
      *           La clave alterna por fecha efectiva es la que recorre
      *           el paso nocturno.
      * Mod history:
      *   2026-10-15  CEVR  Created for future-dated maintenance.
      ******************************************************************
           SELECT OPTIONAL PENDIENTES
                  ASSIGN TO "./pendientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PEN-CLAVE
                  ALTERNATE RECORD KEY IS PEN-FECHA-EFECTIVA
                      WITH DUPLICATES
                  STATUS ST-PENDIENTES.
