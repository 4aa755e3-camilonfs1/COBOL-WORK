      ******************************************************************
      * Copybook: CASOLEGAL.cpy
      * Purpose:  Record layout for the legal-collection case file
      *           (casos_legales.dat), indexed by LEG-ID-CLIENTE: una
      *           fila por cada cuenta que paso del nivel final de
      *           cobranza a los abogados, con el abogado, el juzgado,
      *           el radicado del proceso, la etapa procesal, la
      *           fecha de prescripcion de la accion, la deuda al
      *           trasladarse, las costas judiciales en que se ha
      *           incurrido y lo que se le ha cobrado al cliente por
      *           costas y honorarios (cada cobro se postea como
      *           movimiento COSTASJUD u HONORJUD). LEG-ETAPA:
      *           "P" = demanda presentada, "A" = admitida,
      *           "N" = notificada, "E" = embargo, "S" = sentencia,
      *           "R" = remate. LEG-ESTADO: "A" = abierto,
      *           "C" = cerrado. Capturado por CAPTURA-CASOS-LEGALES;
      *           REPORTE-CASOS-LEGALES lo resume cada semana.
      * Mod history:
      *   2026-10-15  CEVR  Created for legal-collection tracking.
      ******************************************************************
       01  REG-CASO-LEGAL.
           05 LEG-ID-CLIENTE       PIC 9(8).
           05 LEG-ABOGADO          PIC X(30).
           05 LEG-JUZGADO          PIC X(30).
           05 LEG-RADICADO         PIC X(23).
           05 LEG-ETAPA            PIC X.
               88 ETAPA-VALIDA     VALUES "P" "A" "N" "E" "S" "R".
           05 LEG-FECHA-APERTURA   PIC 9(8).
           05 LEG-FECHA-ETAPA      PIC 9(8).
           05 LEG-FECHA-PRESCRIBE  PIC 9(8).
           05 LEG-DEUDA-TRASLADO   PIC 9(7)V9(3).
           05 LEG-COSTAS           PIC 9(7)V9(3).
           05 LEG-COSTAS-COBRADAS  PIC 9(7)V9(3).
           05 LEG-HONORARIOS       PIC 9(7)V9(3).
           05 LEG-ESTADO           PIC X.
               88 CASO-ABIERTO     VALUE "A".
               88 CASO-CERRADO     VALUE "C".
           05 LEG-FECHA-CIERRE     PIC 9(8).
           05 LEG-OPERADOR         PIC X(8).
