      ******************************************************************
      * Copybook: REDIRPER.cpy
      * Purpose:  Record layout for the closed-period redirection
      *           log (redirecciones_periodo.dat, secuencial de
      *           lineas que acumula entre corridas): una linea por
      *           cada movimiento que llego fechado en un periodo
      *           cerrado y que CONTROL-PERIODO corrio al periodo
      *           abierto en curso -- cuando se proceso, que programa
      *           lo posteaba, el cliente, tipo y valor, la fecha
      *           original y la fecha con que quedo grabado.
      * Mod history:
      *   2026-10-15  CEVR  Created for the accounting period close.
      ******************************************************************
       01  REG-REDIRECCION.
           05 RED-FECHA-PROCESO   PIC 9(8).
           05 RED-HORA-PROCESO    PIC 9(8).
           05 RED-PROGRAMA        PIC X(20).
           05 RED-ID-CLIENTE      PIC 9(8).
           05 RED-TIPO            PIC X(10).
           05 RED-VALOR           PIC S9(7)V9(3).
           05 RED-FECHA-ORIGINAL  PIC 9(8).
           05 RED-FECHA-NUEVA     PIC 9(8).
           05 RED-OPERADOR        PIC X(8).
