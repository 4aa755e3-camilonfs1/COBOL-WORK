      ******************************************************************
      * Copybook: DEVENGO.cpy
      * Purpose:  Record layout for the daily interest accrual ledger
      *           (devengo_interes.dat), indexed by DEV-CLAVE: cuenta
      *           mas fecha de la corrida. DEVENGO-INTERES deja cada
      *           noche un renglon por cuenta en mora con el interes
      *           del dia sobre el saldo de ese dia, a la tasa de su
      *           CLI_CATEGORIA; REPORTE-SALDOS suma los renglones
      *           pendientes al cambio de mes, los capitaliza como el
      *           movimiento INTERES y los marca capitalizados con el
      *           periodo. Los renglones con DEV-ID-CLIENTE en cero
      *           son el control de cada corrida: DEV-FECHA es la
      *           fecha corrida, DEV-DIAS los dias devengados,
      *           DEV-SALDO la suma de los saldos en mora y
      *           DEV-INTERES el total devengado esa noche.
      * Mod history:
      *   2026-10-15  CEVR  Created for the daily interest accrual.
      ******************************************************************
       01  REG-DEVENGO.
           05 DEV-CLAVE.
               10 DEV-ID-CLIENTE  PIC 9(8).
               10 DEV-FECHA       PIC 9(8).
      *    Dias del ano comercial que cubre el renglon: uno por noche,
      *    mas los de las noches sin corrida; el dia 31 no devenga.
           05 DEV-DIAS            PIC 9(3).
           05 DEV-SALDO           PIC S9(7)V9(3).
           05 DEV-TASA-MIL        PIC 9(3).
      *    Interes con el signo del saldo: negativo es cargo.
           05 DEV-INTERES         PIC S9(7)V9(3).
           05 DEV-MONEDA          PIC X(3).
           05 DEV-EMPRESA         PIC 9(3).
           05 DEV-ESTADO          PIC X.
               88 DEV-PENDIENTE      VALUE "P".
               88 DEV-CAPITALIZADO   VALUE "C".
           05 DEV-PERIODO-CAP     PIC 9(6).
