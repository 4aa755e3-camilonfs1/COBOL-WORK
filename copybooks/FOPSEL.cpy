      ******************************************************************
      * Copybook: FOPSEL.cpy
      * Purpose:  SELECT clause for the operator function authorization
      *           file (funciones_operador.dat, FUNCOPER.cpy), shared
      *           by FIRMA-OPERADOR, MANTIENE-FUNCIONES and
      *           REPORTE-FUNCIONES.
      * Mod history:
      *   2026-10-15  CEVR  Created for the function authorization
      *                     matrix.
      ******************************************************************
           SELECT OPTIONAL FUNCIONES-OPERADOR
                  ASSIGN TO "./funciones_operador.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FOP-CLAVE
                  STATUS ST-FUNCIONES-OPERADOR.
