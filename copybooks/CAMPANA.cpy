      ******************************************************************
      * Copybook: CAMPANA.cpy
      * Purpose:  Record layout for the marketing campaign reference
      *           file (campanas.dat), indexed by CMP-CODIGO: la
      *           campana, aviso o programa de referidos que trajo al
      *           prospecto. El codigo viaja en la captura de
      *           personas.dat (PER-CAMPANA), en la alta de nuevos.dat
      *           (CLIN-CAMPANA) y queda en el maestro
      *           (CLI-CAMPANA); REPORTE-CAMPANAS mide cada campana
      *           contra su costo. CMP-MEDIO: "C" = correo directo,
      *           "P" = publicidad (aviso, radio, web), "R" =
      *           referidos, "O" = otro. Mantenida con
      *           MANTIENE-CAMPANAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for marketing campaign tracking.
      ******************************************************************
       01  REG-CAMPANA.
           05 CMP-CODIGO        PIC X(6).
           05 CMP-DESCRIPCION   PIC X(40).
           05 CMP-MEDIO         PIC X.
               88 CMP-CORREO        VALUE "C".
               88 CMP-PUBLICIDAD    VALUE "P".
               88 CMP-REFERIDOS     VALUE "R".
               88 CMP-OTRO          VALUE "O".
               88 CMP-MEDIO-VALIDO  VALUES "C" "P" "R" "O".
           05 CMP-FECHA-INICIO  PIC 9(8).
           05 CMP-FECHA-FIN     PIC 9(8).
           05 CMP-COSTO         PIC 9(9)V9(3).
           05 CMP-FECHA-ALTA    PIC 9(8).
           05 CMP-OPERADOR      PIC X(8).
