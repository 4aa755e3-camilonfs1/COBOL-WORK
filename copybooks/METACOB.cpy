      ******************************************************************
      * Copybook: METACOB.cpy
      * Purpose:  Record layout for the collector targets file
      *           (metas_cobranza.dat), indexed by MET-CLAVE (cobrador
      *           + periodo AAAAMM): la meta mensual de recaudo que la
      *           gerencia fija a cada COB-COBRADOR y la meta de
      *           cuentas a curar (salidas de cobranza) del mes. La
      *           mantiene MANTIENE-METAS y la lee AVANCE-METAS para
      *           el avance diario del mes contra la meta.
      * Mod history:
      *   2026-10-15  CEVR  Created for the collector monthly targets.
      ******************************************************************
       01  REG-META-COBRO.
           05 MET-CLAVE.
              10 MET-COBRADOR      PIC X(8).
              10 MET-PERIODO       PIC 9(6).
           05 MET-META-RECAUDO     PIC 9(9)V9(3).
           05 MET-META-CURAS       PIC 9(5).
           05 MET-FECHA-ALTA       PIC 9(8).
           05 MET-OPERADOR         PIC X(8).
