      *           operador existe en operadores.dat; su nivel queda en
      *           WS-NIVEL-OPERADOR y su ID en WS-OPERADOR-FIRMADO
      *           (para estampar AUD-OPERADOR / MOV-OPERADOR).
      *           Para saber si el operador puede trabajar con la
      *           empresa de una cuenta, MOVE CLI-EMPRESA a
      *           WS-EMPRESA-VALIDAR y PERFORM AUTORIZO-EMPRESA:
      *           queda EMPRESA-AUTORIZADA.
      *           FIRMO-OPERADOR toma el nombre del programa de
      *           WS-BANNER-PROGRAMA (COPY BANNERWS y llenarlo antes de
      *           firmar) y trae el juego de funciones que el operador
      *           puede usar en el. Antes de ofrecer o correr una
      *           opcion, MOVE la opcion a WS-FUNCION-OPCION y el nivel
      *           que siempre exigio (1, 2 o 3) a WS-FUNCION-NIVEL y
      *           PERFORM AUTORIZO-FUNCION: queda FUNCION-AUTORIZADA.
      * Mod history:
      *   2026-08-22  CEVR  Created for the operator sign-on.
      *   2026-10-15  CEVR  Campos de AUTORIZO-EMPRESA: las empresas del
      *                     grupo con que puede trabajar el operador
      *                     firmado.
      *   2026-10-15  CEVR  Juego de funciones autorizadas del programa
      *                     (matriz de funciones_operador.dat) y campos
      *                     de AUTORIZO-FUNCION.
      ******************************************************************
       01  ST-OPERADORES  PIC XX VALUE SPACE.
       01  WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACE.
           88 PUEDE-BORRAR     VALUES 3 THRU 9.
       01  WS-FIRMA-OK-SW      PIC X    VALUE "N".
           88 FIRMA-VALIDA     VALUE "S".
       01  WS-EMPRESA-VALIDAR  PIC X(3) VALUE SPACE.
       01  WS-EMPRESA-AUT-SW   PIC X    VALUE "N".
           88 EMPRESA-AUTORIZADA VALUE "S".
       01  WS-FUNCIONES-FIRMA.
           05 WS-FUNCION-PROGRAMA  PIC X(20) VALUE SPACE.
           05 WS-FUNCION-MATRIZ-SW PIC X     VALUE "N".
               88 MATRIZ-APLICA       VALUE "S".
           05 WS-FUNCION-TODAS-SW  PIC X     VALUE "N".
               88 TODAS-LAS-FUNCIONES VALUE "S".
           05 WS-FUNCION-CANTIDAD  PIC 99    VALUE 0.
           05 WS-FUNCION-PERMITIDA PIC X(8)  OCCURS 40.
       01  WS-FUNCION-OPCION   PIC X(8) VALUE SPACE.
       01  WS-FUNCION-NIVEL    PIC 9    VALUE 0.
       01  WS-FUNCION-I        PIC 99   VALUE 0.
       01  WS-FUNCION-AUT-SW   PIC X    VALUE "N".
           88 FUNCION-AUTORIZADA VALUE "S".
