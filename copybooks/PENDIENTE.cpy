      ******************************************************************
      * Copybook: PENDIENTE.cpy
      * Purpose:  Record layout for the future-dated maintenance queue
      *           (pendientes.dat): one row per change to the CLIENTES
      *           master that takes effect on a later date. Transaccion
      *           y campo son los de CLIMANT.cpy ("M" modificacion con
      *           las letras de campo de ACTUALIZO-CLIENTE en INICIO_2,
      *           o "B" baja), con el valor nuevo en PEN-VALOR-TEXTO o
      *           PEN-VALOR-SALDO segun el campo, y con el mismo armado
      *           de posiciones que MAN-VALOR-TEXTO para (I), (A) y
      *           (H). La secuencia numera los items de cada cliente.
      *           PEN-ESTADO: "P" pendiente, "A" aplicado, "C"
      *           cancelado por el operador, "R" rechazado por el paso
      *           nocturno (el motivo queda en PEN-MOTIVO).
      * Mod history:
      *   2026-10-15  CEVR  Created for future-dated maintenance.
      ******************************************************************
       01  REG-PENDIENTE.
           03  PEN-CLAVE.
               05 PEN-ID-CLIENTE    PIC 9(8).
               05 PEN-SECUENCIA     PIC 9(4).
           03  PEN-FECHA-EFECTIVA   PIC 9(8).
           03  PEN-ESTADO           PIC X.
               88 PEN-PENDIENTE     VALUE "P".
               88 PEN-APLICADO      VALUE "A".
               88 PEN-CANCELADO     VALUE "C".
               88 PEN-RECHAZADO     VALUE "R".
           03  PEN-TRANSACCION      PIC X.
           03  PEN-CAMPO            PIC X.
           03  PEN-VALOR-TEXTO      PIC X(80).
           03  PEN-VALOR-SALDO      PIC S9(7)V9(3).
           03  PEN-FECHA-CAPTURA    PIC 9(8).
           03  PEN-OPERADOR         PIC X(8).
           03  PEN-ORIGEN           PIC X(8).
           03  PEN-FECHA-PROCESO    PIC 9(8).
           03  PEN-OPERADOR-CANCELA PIC X(8).
           03  PEN-MOTIVO           PIC X(60).
