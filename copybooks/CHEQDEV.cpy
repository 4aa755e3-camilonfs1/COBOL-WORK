      ******************************************************************
      * Copybook: CHEQDEV.cpy
      * Purpose:  Record layout for the returned-cheque register
      *           (cheques_devueltos.dat), indexed by CHD-NUMERO-RECIBO:
      *           una fila por cada cheque de caja que el banco
      *           devolvio, procesado por CHEQUE-DEVUELTO. La clave es
      *           el recibo, asi que un mismo cheque no se reversa dos
      *           veces.
      * Mod history:
      *   2026-10-15  CEVR  Created for the returned-cheque
      *                     processing.
      ******************************************************************
       01  REG-CHEQUE-DEVUELTO.
           05 CHD-NUMERO-RECIBO PIC 9(8).
           05 CHD-ID-CLIENTE    PIC 9(8).
           05 CHD-FECHA-RECIBO  PIC 9(8).
           05 CHD-BANCO         PIC X(4).
           05 CHD-CHEQUE        PIC X(20).
           05 CHD-VALOR         PIC 9(7)V9(3).
           05 CHD-MOTIVO        PIC X(30).
           05 CHD-CARGO         PIC 9(7)V9(3).
           05 CHD-FACTURAS      PIC 9(3).
           05 CHD-FECHA         PIC 9(8).
           05 CHD-OPERADOR      PIC X(8).
