      *   2026-08-22  CEVR  Pulled out of the intake program so the
      *                     prospect review shares one layout;
      *                     PER-ESTADO agregado al final.
      *   2026-10-15  CEVR  PER-CAMPANA agregado al final: codigo de la
      *                     campana de mercadeo (campanas.dat) que trajo
      *                     al prospecto; en blanco (capturas viejas,
      *                     lineas mas cortas) = sin campana.
      ******************************************************************
       01  REG-PERSONA.
           05 PER-NOMBRE    PIC X(15).
           05 PER-APELLIDOS PIC X(20).
           05 PER-EDAD      PIC 99.
           05 PER-ESTADO    PIC X.
           05 PER-CAMPANA   PIC X(6).
