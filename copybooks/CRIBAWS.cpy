      ******************************************************************
      * Copybook: CRIBAWS.cpy
      * Purpose:  Working-storage fields for the call to
      *           CRIBA-SANCIONES. COPY this into WORKING-STORAGE.
      *           MOVE the function to WS-CRB-FUNCION:
      *             "C" = solo criba WS-CRB-NOMBRE contra la lista;
      *             "E" = criba y encola cada posible coincidencia de
      *                   WS-CRB-ID-CLIENTE en revision_listas.dat
      *                   con WS-CRB-ORIGEN y WS-CRB-ESTADO-ANT (el
      *                   CLI-ESTADO que tenia la cuenta);
      *             "V" = solo dice si WS-CRB-ID-CLIENTE tiene
      *                   coincidencias pendientes o confirmadas.
      *           Then CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
      *           WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
      *           WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
      *           WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.
      *           WS-CRB-RESULTADO "S" = posible coincidencia (en "E"
      *           y "V": pendiente o confirmada, la cuenta debe
      *           quedar bloqueada), con el mejor puntaje y el nombre
      *           de la lista; "N" = sin coincidencia (o solo
      *           coincidencias ya descartadas); "X" = no hay lista
      *           de vigilancia cargada.
      * Mod history:
      *   2026-10-15  CEVR  Created for sanctions screening.
      ******************************************************************
       01  WS-CRB-FUNCION       PIC X      VALUE SPACE.
       01  WS-CRB-ID-CLIENTE    PIC 9(8)   VALUE 0.
       01  WS-CRB-NOMBRE        PIC X(60)  VALUE SPACE.
       01  WS-CRB-ORIGEN        PIC X(12)  VALUE SPACE.
       01  WS-CRB-ESTADO-ANT    PIC X      VALUE SPACE.
       01  WS-CRB-RESULTADO     PIC X      VALUE SPACE.
       01  WS-CRB-PUNTAJE       PIC 9(3)   VALUE 0.
       01  WS-CRB-LISTA-CLAVE   PIC X(18)  VALUE SPACE.
       01  WS-CRB-LISTA-NOMBRE  PIC X(60)  VALUE SPACE.
