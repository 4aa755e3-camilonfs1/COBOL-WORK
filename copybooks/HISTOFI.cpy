      ******************************************************************
      * Copybook: HISTOFI.cpy
      * Purpose:  Record layout for the officer reassignment history
      *           (historial_oficiales.dat, secuencial por linea,
      *           abierto EXTEND): una linea por cada cambio de oficial
      *           de una cuenta -- asignacion inicial (anterior en
      *           blanco), cambio, retiro de la asignacion (nuevo en
      *           blanco) o reasignacion masiva de la cartera de un
      *           oficial que sale. Lo escribe y lo consulta
      *           ASIGNA-OFICIALES.
      * Mod history:
      *   2026-10-15  CEVR  Created for account officer portfolios.
      ******************************************************************
       01  REG-HISTORIAL-OFICIAL.
           05 HOF-FECHA          PIC 9(8).
           05 HOF-ID-CLIENTE     PIC 9(8).
           05 HOF-OFICIAL-ANTES  PIC X(8).
           05 HOF-OFICIAL-NUEVO  PIC X(8).
           05 HOF-ORIGEN         PIC X.
               88 HOF-MANUAL         VALUE "M".
               88 HOF-MASIVA         VALUE "L".
           05 HOF-OPERADOR       PIC X(8).
