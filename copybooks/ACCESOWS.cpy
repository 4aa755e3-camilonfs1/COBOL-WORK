      ******************************************************************
      * Copybook: ACCESOWS.cpy
      * Purpose:  Working-storage fields for the personal-data view
      *           log REGISTRA-ACCESO: mover el nombre del programa a
      *           WS-ACCESO-PROGRAMA (una vez, al arranque), el CLI-ID
      *           consultado a WS-ACCESO-ID y lo que se puso en
      *           pantalla a WS-ACCESO-DATOS, y CALL "REGISTRA-ACCESO"
      *           USING WS-OPERADOR-FIRMADO WS-ACCESO-PROGRAMA
      *           WS-ACCESO-ID WS-ACCESO-DATOS. Requiere la firma de
      *           operador (FIRMAWS.cpy).
      * Mod history:
      *   2026-10-15  CEVR  Created for the personal-data view log.
      ******************************************************************
       01  WS-ACCESO-PROGRAMA   PIC X(20) VALUE SPACE.
       01  WS-ACCESO-ID         PIC 9(8)  VALUE 0.
       01  WS-ACCESO-DATOS      PIC X(40) VALUE SPACE.
