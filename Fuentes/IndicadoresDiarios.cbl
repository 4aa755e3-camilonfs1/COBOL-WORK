      *          deltas contra el dia anterior, para el paquete de
      *          gerencia.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  LINEA-RECHAZO crece con el layout CLINUEVO
      *                     (identificacion tributaria al final).
      *   2026-10-15  CEVR  LINEA-RECHAZO crece con el layout CLINUEVO
      *                     (empresa del grupo al final).
      *   2026-10-15  CEVR  El registro de nuevos_rechazos.dat crece a
      *                     354 bytes con la campana de mercadeo de la
      *                     alta.
      *   2026-10-15  CEVR  El registro de nuevos_rechazos.dat crece a
      *                     358 bytes con el sector de actividad de la
      *                     alta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES-DIARIOS.
       01  LINEA-EXCEPCION PIC X(100).

       FD  RECHAZOS-CARGA.
       01  LINEA-RECHAZO PIC X(358).

       FD  KPI-DIARIO.

