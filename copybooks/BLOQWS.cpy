      ******************************************************************
      * Copybook: BLOQWS.cpy
      * Purpose:  Working-storage fields for the legal-hold lookup
      *           CONSULTA-BLOQUEO: mover el CLI-ID a WS-BLOQUEO-ID y
      *           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID
      *           WS-BLOQUEO-SW WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA
      *           WS-BLOQUEO-OPERADOR. CLIENTE-BLOQUEADO queda en
      *           verdadero si la cuenta tiene un bloqueo legal
      *           vigente hoy, con su motivo, fecha y operador.
      * Mod history:
      *   2026-10-15  CEVR  Created for the legal hold.
      ******************************************************************
       01  WS-BLOQUEO-ID        PIC 9(8)  VALUE 0.
       01  WS-BLOQUEO-SW        PIC X     VALUE "N".
           88 CLIENTE-BLOQUEADO VALUE "S".
       01  WS-BLOQUEO-MOTIVO    PIC X(40) VALUE SPACE.
       01  WS-BLOQUEO-FECHA     PIC 9(8)  VALUE 0.
       01  WS-BLOQUEO-OPERADOR  PIC X(8)  VALUE SPACE.
