      ******************************************************************
      * Copybook: SECTOR.cpy
      * Purpose:  Record layout for the industry sector reference file
      *           (sectores.dat), indexed by SEC-CODIGO: la clase de
      *           actividad economica de la clasificacion nacional
      *           (CIIU) de las cuentas comerciales. El codigo viaja en
      *           la alta de nuevos.dat (CLIN-SECTOR) y queda en el
      *           maestro (CLI-SECTOR); CONCENTRACION-SECTORES mide la
      *           cartera por sector. La misma forma, en texto, es la
      *           del listado sectores.txt que recarga CARGA-SECTORES.
      * Mod history:
      *   2026-10-15  CEVR  Created for industry sector classification.
      ******************************************************************
       01  REG-SECTOR.
           05 SEC-CODIGO        PIC X(4).
           05 SEC-DESCRIPCION   PIC X(40).
