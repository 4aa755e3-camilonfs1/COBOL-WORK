      ******************************************************************
      * Copybook: MOTIVOCIE.cpy
      * Purpose:  Record layout for the account closure reason table
      *           (motivos_cierre.dat), indexed by MTC-CODIGO: por que
      *           se fue el cliente (mudanza, competencia, fallecido,
      *           castigado, duplicado fusionado...). Todo cierre de
      *           cuenta en INICIO_2 exige un codigo de esta tabla y
      *           lo estampa en CLI-MOTIVO-CIERRE; la purga estampa
      *           "INA" (inactividad) en las que archiva sin cierre
      *           previo. MTC-TIPO separa la perdida voluntaria
      *           ("V", el cliente decide irse) de la involuntaria
      *           ("I", la decide la empresa o un tercero). Mantenida
      *           con MANTIENE-MOTIVOS-CIERRE.
      * Mod history:
      *   2026-10-15  CEVR  Created for closure reason codes.
      ******************************************************************
       01  REG-MOTIVO-CIERRE.
           05 MTC-CODIGO        PIC X(3).
           05 MTC-DESCRIPCION   PIC X(30).
           05 MTC-TIPO          PIC X.
               88 MTC-VOLUNTARIO    VALUE "V".
               88 MTC-INVOLUNTARIO  VALUE "I".
           05 MTC-FECHA-ALTA    PIC 9(8).
           05 MTC-OPERADOR      PIC X(8).
