      ******************************************************************
      * Copybook: BANCO.cpy
      * Purpose:  Record layout for the bank directory (bancos.dat),
      *           indexed by BAN-CODIGO: una fila por banco de la
      *           camara de compensacion, con su nombre, el largo del
      *           numero de cuenta (digito de control incluido), la
      *           regla del digito de control y la marca de activo.
      *           CLI-CTA-BANCARIA lleva el codigo del banco en las
      *           posiciones 1 a 4 y el numero de cuenta, justificado
      *           a la izquierda y sin separadores, de la 5 en
      *           adelante. BAN-REGLA: "N" = sin digito de control,
      *           "L" = modulo 10 (Luhn), "M" = modulo 11 con pesos
      *           2 a 7 desde la derecha (resto 0 o 1 es el digito,
      *           si no 11 menos el resto, como la regla de la DIAN).
      *           BAN-ACTIVO: "S" = recibe giros, "N" = retirado.
      *           VALIDA-CTA-BANCARIA lo consulta en cada captura de
      *           la cuenta; mantenido y cargado con MANTIENE-BANCOS.
      * Mod history:
      *   2026-10-15  CEVR  Created for bank-account validation.
      ******************************************************************
       01  REG-BANCO.
           05 BAN-CODIGO    PIC X(4).
           05 BAN-NOMBRE    PIC X(30).
           05 BAN-LONGITUD  PIC 99.
           05 BAN-REGLA     PIC X.
               88 REGLA-VALIDA  VALUES "N" "L" "M".
           05 BAN-ACTIVO    PIC X.
               88 BANCO-ACTIVO  VALUE "S".
