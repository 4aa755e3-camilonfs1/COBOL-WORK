      *           comparado entre periodos por COMPARA-FOTOS.
      * Mod history:
      *   2026-08-22  CEVR  Created for the month-end snapshot.
      *   2026-10-15  CEVR  FOT-CUBETA y FOT-DIAS-MORA agregados al
      *                     final: el estado de mora del cliente al
      *                     cierre, para la matriz de migracion de
      *                     MATRIZ-MIGRACION. Las fotos anteriores
      *                     al cambio traen la linea corta y los
      *                     campos quedan no numericos (sin
      *                     clasificar).
      ******************************************************************
       01  REG-FOTO-SALDO.
           05 FOT-ID      PIC 9(8).
           05 FOT-SALDO   PIC S9(7)V9(3).
           05 FOT-MONEDA  PIC X(3).
      *    Cubeta de mora al cierre: 0 = al dia (sin deuda o sin
      *    mora en cobranza.dat), 1 = 1-30 dias, 2 = 31-60, 3 =
      *    61-90, 4 = mas de 90, 5 = castigado (castigo activo en
      *    castigos.dat). Los dias se cuentan desde COB-FECHA-MORA
      *    en ano comercial, como AGING-FACTURAS.
           05 FOT-CUBETA     PIC 9.
               88 FOT-AL-DIA     VALUE 0.
               88 FOT-CASTIGADO  VALUE 5.
           05 FOT-DIAS-MORA  PIC 9(5).
