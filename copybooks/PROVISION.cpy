      ******************************************************************
      * Copybook: PROVISION.cpy
      * Purpose:  Record layout for the bad-debt provision history
      *           (provisiones.dat), indexed by PRV-CLAVE (periodo
      *           AAAAMM + cliente). Cada corrida de PROVISION-CARTERA
      *           deja un registro por cliente provisionado, con su
      *           grado, la exposicion por cubeta de antiguedad, el
      *           colateral elegible descontado y la provision
      *           resultante, y el registro resumen del periodo
      *           (PRV-ID-CLIENTE en cero, vista PRV-RESUMEN) con el
      *           movimiento de la provision: saldo inicial, cargo,
      *           castigos aplicados, liberacion y saldo final. El
      *           saldo final de un mes es el inicial del siguiente.
      * Mod history:
      *   2026-10-15  CEVR  Created for the monthly bad-debt provision.
      ******************************************************************
       01  REG-PROVISION.
           05 PRV-CLAVE.
              10 PRV-PERIODO       PIC 9(6).
              10 PRV-ID-CLIENTE    PIC 9(8).
           05 PRV-FECHA-CALCULO    PIC 9(8).
           05 PRV-DETALLE.
              10 PRV-GRADO         PIC X.
              10 PRV-EXPOSICION    PIC S9(9)V9(3) OCCURS 6 TIMES.
              10 PRV-GARANTIA      PIC S9(9)V9(3).
              10 PRV-PROVISION     PIC S9(9)V9(3).
           05 PRV-RESUMEN REDEFINES PRV-DETALLE.
              10 PRV-APERTURA      PIC S9(9)V9(3).
              10 PRV-CARGO         PIC S9(9)V9(3).
              10 PRV-CASTIGOS-USADOS PIC S9(9)V9(3).
              10 PRV-LIBERACION    PIC S9(9)V9(3).
              10 PRV-CIERRE        PIC S9(9)V9(3).
              10 PRV-CLIENTES      PIC 9(7).
              10 FILLER            PIC X(30).
