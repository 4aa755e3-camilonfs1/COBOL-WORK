      ******************************************************************
      * Copybook: ACCESO.cpy
      * Purpose:  Record layout for the personal-data view log
      *           (accesos_datos.dat, secuencial por linea, abierto
      *           EXTEND): una linea por cada vez que un programa de
      *           consulta pone en pantalla datos personales de un
      *           cliente -- quien (operador firmado), cuando, desde
      *           que programa, de que cliente y que le mostro. La
      *           graba el subprograma REGISTRA-ACCESO; la lee
      *           REPORTE-ACCESOS. La pista de auditoria solo guarda
      *           cambios; esta guarda las miradas.
      * Mod history:
      *   2026-10-15  CEVR  Created for the personal-data view log.
      ******************************************************************
       01  REG-ACCESO.
           05 ACC-FECHA          PIC 9(8).
           05 ACC-HORA           PIC 9(8).
           05 ACC-OPERADOR       PIC X(8).
           05 ACC-PROGRAMA       PIC X(20).
           05 ACC-ID-CLIENTE     PIC 9(8).
           05 ACC-DATOS          PIC X(40).
