      ******************************************************************
      * Copybook: EMPOPER.cpy
      * Purpose:  Record layout for the operator company authorization
      *           file (empresas_operador.dat), indexed by EOP-CLAVE:
      *           una fila por cada empresa del grupo con la que un
      *           operador puede trabajar, desde cuando y que
      *           supervisor la concedio. EOP-EMPRESA 000 autoriza
      *           todas las empresas (supervision del grupo). Un
      *           operador sin filas trabaja solo con la empresa 001,
      *           la original, como antes de haber varias. Mantenido
      *           por la opcion (O)peradores de MANTIENE-EMPRESAS y
      *           consultado por AUTORIZA-EMPRESA.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
       01  REG-EMPRESA-OPERADOR.
           05 EOP-CLAVE.
               10 EOP-OPERADOR    PIC X(8).
               10 EOP-EMPRESA     PIC 9(3).
           05 EOP-FECHA           PIC 9(8).
           05 EOP-AUTORIZO        PIC X(8).
