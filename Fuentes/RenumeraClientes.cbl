      *          aviso de VALIDO-DIGITO-VERIFICADOR en INICIO_2 paso a
      *          rechazo duro.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  El area de guarda del movimiento crece con
      *                     MOV-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMERA-CLIENTES.
       01  WS-ID-VIEJO          PIC 9(8)   VALUE 0.
       01  WS-ID-NUEVO          PIC 9(8)   VALUE 0.
       01  WS-REG-GUARDADO      PIC X(607) VALUE SPACE.
       01  WS-REG-MOV-GUARDADO  PIC X(96)  VALUE SPACE.
       01  WS-CLAVE-MOV-GUARDADA.
           05 WS-CMG-ID    PIC 9(8).
           05 WS-CMG-FECHA PIC 9(8).
