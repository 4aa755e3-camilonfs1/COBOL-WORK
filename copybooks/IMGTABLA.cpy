      ******************************************************************
      * Copybook: IMGTABLA.cpy
      * Purpose:  Imagen de un renglon de tabla de configuracion, como
      *           la dejan los CARGA-* antes y despues de reconstruir
      *           su tabla (tabla_anterior.tmp / tabla_nueva.tmp, en
      *           orden de clave) para que COMPARA-TABLA registre las
      *           diferencias en cambios_config.dat. IMT-VALOR es el
      *           resto del renglon ya formateado para leer.
      * Mod history:
      *   2026-10-15  CEVR  Created for the configuration change log.
      ******************************************************************
       01  REG-IMAGEN-TABLA.
           05 IMT-CLAVE        PIC X(20).
           05 IMT-VALOR        PIC X(60).
