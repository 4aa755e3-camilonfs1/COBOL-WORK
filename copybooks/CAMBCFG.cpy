      ******************************************************************
      * Copybook: CAMBCFG.cpy
      * Purpose:  Record layout for the reference/control table change
      *           log (cambios_config.dat): un renglon por cada alta,
      *           cambio o baja en una tabla de configuracion, con la
      *           imagen de antes y de despues, quien y cuando. Lo
      *           graban MANTIENE-PARAMETROS, MANTIENE-FERIADOS,
      *           MANTIENE-PASOS, MANTIENE-CODPOSTAL y los CARGA-* de
      *           tablas (via REGISTRA-CAMBIO y COMPARA-TABLA); lo
      *           consulta y lista REPORTE-CAMBIOS-CONFIG. CCF-TABLA
      *           nombra la tabla; las de efecto financiero (o que
      *           cambian lo que corre cada noche) son
      *           CCF-TABLA-SENSIBLE y se marcan en CCF-SENSIBLE al
      *           grabar. CCF-ANTES va en blanco en las altas y
      *           CCF-DESPUES en las bajas. CCF-OPERADOR es "LOTE" en
      *           las cargas desatendidas.
      * Mod history:
      *   2026-10-15  CEVR  Created for the configuration change log.
      ******************************************************************
       01  REG-CAMBIO-CONFIG.
           05 CCF-FECHA        PIC 9(8).
           05 CCF-HORA         PIC 9(8).
           05 CCF-TABLA        PIC X(20).
               88 CCF-TABLA-SENSIBLE VALUES "PARAMETROS"
                                            "CATEGORIAS"
                                            "TASAS-IVA"
                                            "TIPOS-MOVIMIENTO"
                                            "TASAS-CAMBIO"
                                            "TABLA-PROVISION"
                                            "PASOS-LOTE".
           05 CCF-CLAVE        PIC X(20).
           05 CCF-ACCION       PIC X.
               88 CCF-ALTA           VALUE "A".
               88 CCF-CAMBIO         VALUE "C".
               88 CCF-BAJA           VALUE "B".
           05 CCF-ANTES        PIC X(60).
           05 CCF-DESPUES      PIC X(60).
           05 CCF-OPERADOR     PIC X(8).
           05 CCF-PROGRAMA     PIC X(20).
           05 CCF-SENSIBLE     PIC X.
               88 CCF-ES-SENSIBLE    VALUE "S".
