      ******************************************************************
      * Copybook: TASANEG.cpy
      * Purpose:  Record layout for the negotiated interest rates
      *           (tasas_negociadas.dat), indexed by TNG-CLAVE: la tasa
      *           de mora pactada con un cliente (TNG-ID-CLIENTE) desde
      *           TNG-FECHA-INICIO hasta TNG-FECHA-FIN, ambas inclusive.
      *           TNG-TASA-MIL es mensual en milesimas, como
      *           CAT-TASA-MORA-MIL, y mientras rige reemplaza la tasa
      *           de la categoria (0 = periodo de gracia sin interes).
      *           TNG-MOTIVO y TNG-DETALLE dicen por que se concedio y
      *           TNG-OPERADOR quien la aprobo. Una tasa anulada
      *           (TNG-ANULADA) queda en el archivo pero ya no rige.
      *           Mantenido con MANTIENE-TASAS-NEG; leido con
      *           TASA-NEGOCIADA por el devengo, REPORTE-SALDOS y la
      *           devolucion de interes de POSTEO-PAGOS, y listado por
      *           CERTIFICADO-INTERES y REPORTE-TASAS-NEGOCIADAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the negotiated interest rates.
      ******************************************************************
       01  REG-TASA-NEGOCIADA.
           05 TNG-CLAVE.
              10 TNG-ID-CLIENTE    PIC 9(8).
              10 TNG-FECHA-INICIO  PIC 9(8).
           05 TNG-FECHA-FIN        PIC 9(8).
           05 TNG-TASA-MIL         PIC 9(3).
           05 TNG-MOTIVO           PIC X.
              88 TNG-CONVENIO         VALUE "C".
              88 TNG-GRACIA           VALUE "G".
              88 TNG-CONTRACTUAL      VALUE "K".
              88 TNG-OTRO             VALUE "O".
              88 TNG-MOTIVO-VALIDO    VALUE "C" "G" "K" "O".
           05 TNG-DETALLE          PIC X(40).
           05 TNG-OPERADOR         PIC X(8).
           05 TNG-FECHA-ALTA       PIC 9(8).
           05 TNG-ESTADO           PIC X.
              88 TNG-VIGENTE          VALUE "A".
              88 TNG-ANULADA          VALUE "X".
           05 TNG-ANULA-OPERADOR   PIC X(8).
           05 TNG-ANULA-FECHA      PIC 9(8).
