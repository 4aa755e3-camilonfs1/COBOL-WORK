      ******************************************************************
      * Copybook: MIGRACION.cpy
      * Purpose:  Record layout for the rolling roll-rate history
      *           (tasas_migracion.dat), indexed by MIG-PERIODO: un
      *           registro por cierre procesado con MATRIZ-MIGRACION,
      *           con lo necesario para rehacer las tasas de
      *           migracion contra el cierre anterior. Ocurrencia 1 a
      *           5 = cubeta de partida (al dia, 1-30, 31-60, 61-90,
      *           mas de 90, las de FOTOSALDO.cpy): cuantas cuentas
      *           habia, cuantas pasaron a una cubeta peor (incluido
      *           el castigo) y cuantas quedaron al dia, en cantidad
      *           y en deuda del cierre anterior. El programa guarda
      *           solo los ultimos doce periodos.
      * Mod history:
      *   2026-10-15  CEVR  Created for the roll-rate matrix.
      ******************************************************************
       01  REG-MIGRACION.
           05 MIG-PERIODO           PIC 9(6).
           05 MIG-PERIODO-ANTERIOR  PIC 9(6).
           05 MIG-FECHA-CALCULO     PIC 9(8).
           05 MIG-CUBETA OCCURS 5 TIMES.
               10 MIG-BASE-CANT     PIC 9(7).
               10 MIG-AVANZA-CANT   PIC 9(7).
               10 MIG-CURA-CANT     PIC 9(7).
               10 MIG-BASE-VALOR    PIC S9(11)V9(3).
               10 MIG-AVANZA-VALOR  PIC S9(11)V9(3).
           05 MIG-NUEVOS            PIC 9(7).
           05 MIG-RETIRADOS         PIC 9(7).
