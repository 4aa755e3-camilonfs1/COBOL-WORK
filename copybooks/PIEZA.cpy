      ******************************************************************
      * Copybook: PIEZA.cpy
      * Purpose:  Record layout for the day's outgoing-mail spool
      *           (correo_postal_AAAAMMDD.dat, line sequential): cada
      *           programa que imprime cartas deja aqui, ademas de su
      *           archivo de impresion de siempre, cada pieza impresa
      *           (un sobre) -- un renglon "H" de cabecera con el
      *           destinatario y su codigo postal, seguido de los
      *           renglones "L" con el texto tal como se imprimio. Lo
      *           escribe el subprograma REGISTRA-PIEZA y lo consume
      *           PRESORT-CORREO, que ordena las piezas del dia por
      *           zona postal. PZA-CORRIDA es la hora de arranque del
      *           programa (WS-BANNER-HORA): con PZA-MODO "R" la
      *           corrida mas reciente del dia reemplaza a las
      *           anteriores del mismo programa (su archivo de
      *           impresion se reescribe); con "A" las corridas se
      *           acumulan (archivo de impresion que se extiende).
      * Mod history:
      *   2026-10-15  CEVR  Created for the postal presort.
      ******************************************************************
       01  REG-PIEZA.
           05 PZA-TIPO-REG        PIC X.
               88 PZA-ES-CABECERA   VALUE "H".
               88 PZA-ES-LINEA      VALUE "L".
           05 PZA-PROGRAMA        PIC X(20).
           05 PZA-CORRIDA         PIC 9(8).
           05 PZA-MODO            PIC X.
               88 PZA-REEMPLAZA     VALUE "R".
               88 PZA-ACUMULA       VALUE "A".
           05 PZA-PIEZA           PIC 9(7).
           05 PZA-RENGLON         PIC 9(5).
           05 PZA-DATOS           PIC X(100).
           05 PZA-CABECERA REDEFINES PZA-DATOS.
               10 PZA-ID-CLIENTE  PIC 9(8).
               10 PZA-TIPO-CARTA  PIC X(12).
               10 PZA-CODPOST     PIC X(80).
