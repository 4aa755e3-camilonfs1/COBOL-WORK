      ******************************************************************
      * Copybook: ASIGOFI.cpy
      * Purpose:  Record layout for the officer assignment file
      *           (asignaciones_oficial.dat), indexed by
      *           ASO-ID-CLIENTE with ASO-OFICIAL as alternate key:
      *           el oficial de cuenta vigente de cada cliente, desde
      *           cuando y quien lo asigno. Cada cambio deja ademas una
      *           linea en historial_oficiales.dat (HISTOFI.cpy). Lo
      *           mantiene ASIGNA-OFICIALES y lo lee CARTERA-OFICIALES.
      * Mod history:
      *   2026-10-15  CEVR  Created for account officer portfolios.
      ******************************************************************
       01  REG-ASIGNACION-OFICIAL.
           05 ASO-ID-CLIENTE     PIC 9(8).
           05 ASO-OFICIAL        PIC X(8).
           05 ASO-FECHA-DESDE    PIC 9(8).
           05 ASO-OPERADOR       PIC X(8).
