      ******************************************************************
      * Copybook: CONSENTIM.cpy
      * Purpose:  Record layout for the customer consent register
      *           (consentimientos.dat), indexed by CNS-CLAVE: una
      *           fila por cliente y proposito de comunicacion --
      *           (M)ercadeo, (E)ncuestas, (T)erceros (compartir datos
      *           con terceros) -- con la decision del cliente, la
      *           fecha en que la dio y la fuente (formulario,
      *           telefono, web...). Sin fila para un proposito no hay
      *           consentimiento. CLI-CANAL-PREF dice por donde se le
      *           escribe; este registro dice si se puede. Lo graban
      *           INICIO_2 (opcion H) y MANTENIMIENTO-LOTE (campo H);
      *           lo consultan los extractos via CONSULTA-
      *           CONSENTIMIENTO.
      * Mod history:
      *   2026-10-15  CEVR  Created for marketing consent.
      ******************************************************************
       01  REG-CONSENTIMIENTO.
           05 CNS-CLAVE.
               10 CNS-ID-CLIENTE   PIC 9(8).
               10 CNS-PROPOSITO    PIC X.
                   88 CNS-MERCADEO     VALUE "M".
                   88 CNS-ENCUESTAS    VALUE "E".
                   88 CNS-TERCEROS     VALUE "T".
                   88 CNS-PROPOSITO-VALIDO VALUES "M" "E" "T".
           05 CNS-OTORGADO         PIC X.
               88 CNS-SI               VALUE "S".
               88 CNS-NO               VALUE "N".
           05 CNS-FECHA            PIC 9(8).
           05 CNS-FUENTE           PIC X(10).
           05 CNS-OPERADOR         PIC X(8).
           05 CNS-FECHA-REGISTRO   PIC 9(8).
