      ******************************************************************
      * Copybook: PERIODO.cpy
      * Purpose:  Record layout for the accounting period control
      *           file (periodos_contables.dat), indexed by
      *           PER-AAAAMM: un registro por mes que contabilidad
      *           cerro alguna vez con CIERRE-PERIODO. Un mes sin
      *           registro esta abierto. Con PER-CERRADO ningun
      *           programa postea movimientos fechados en ese mes:
      *           CONTROL-PERIODO los corre al periodo abierto en
      *           curso y deja constancia en redirecciones_periodo.dat
      *           (REDIRPER.cpy). La reapertura la hace un supervisor
      *           y queda con su fecha, operador y motivo, ademas de
      *           la entrada en auditoria.dat.
      * Mod history:
      *   2026-10-15  CEVR  Created for the accounting period close.
      ******************************************************************
       01  REG-PERIODO.
           05 PER-AAAAMM             PIC 9(6).
           05 PER-ESTADO             PIC X.
              88 PER-ABIERTO            VALUE "A".
              88 PER-CERRADO            VALUE "C".
           05 PER-FECHA-CIERRE       PIC 9(8).
           05 PER-OPERADOR-CIERRE    PIC X(8).
           05 PER-MOVIMIENTOS        PIC 9(7).
           05 PER-VALOR-NETO         PIC S9(9)V9(3).
           05 PER-FECHA-REAPERTURA   PIC 9(8).
           05 PER-OPERADOR-REAPERTURA PIC X(8).
           05 PER-MOTIVO-REAPERTURA  PIC X(40).
