      *          mano al cierre, como en los demas refrescos de este
      *          lote.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  El prospecto convertido se criba por nombre
      *                     y razon social contra la lista de vigilancia
      *                     (CRIBA-SANCIONES); con posible coincidencia
      *                     se avisa que la cuenta nacera bloqueada
      *                     hasta la revision de cumplimiento.
      *   2026-10-15  CEVR  La campana de mercadeo del prospecto
      *                     (PER-CAMPANA) pasa a la alta (CLIN-CAMPANA),
      *                     validada contra campanas.dat, y se conserva
      *                     en personas_vigente.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-PROSPECTOS.
               ==PER-NOMBRE==    BY ==VIG-NOMBRE==
               ==PER-APELLIDOS== BY ==VIG-APELLIDOS==
               ==PER-EDAD==      BY ==VIG-EDAD==
               ==PER-ESTADO==    BY ==VIG-ESTADO==
               ==PER-CAMPANA==   BY ==VIG-CAMPANA==.

       FD  CLIENTES-NUEVOS.

       01  WS-TOTAL-CONVERTIDAS PIC 9(5) VALUE 0.
       01  WS-TOTAL-DESCARTADAS PIC 9(5) VALUE 0.
       01  WS-TOTAL-PENDIENTES  PIC 9(5) VALUE 0.
       01  WS-TOTAL-EN-LISTA    PIC 9(5) VALUE 0.
       01  WS-CMP-RESULTADO     PIC X     VALUE SPACE.
       01  WS-CMP-DESCRIPCION   PIC X(40) VALUE SPACE.
       01  WS-TERMINADO-SW      PIC X    VALUE "N".
           88 REVISION-TERMINADA VALUE "S".

           COPY CRIBAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE PER-APELLIDOS TO VIG-APELLIDOS.
           MOVE PER-EDAD      TO VIG-EDAD.
           MOVE PER-ESTADO    TO VIG-ESTADO.
           MOVE PER-CAMPANA   TO VIG-CAMPANA.
           WRITE REG-VIGENTE.
           GO TO REVISO-PERSONA.

           ADD 1 TO WS-TOTAL-REVISADAS.
           DISPLAY "Prospecto: " PER-NOMBRE " " PER-APELLIDOS
               " edad " PER-EDAD.
           IF PER-CAMPANA NOT = SPACE
               DISPLAY "Campana: " PER-CAMPANA.
           DISPLAY "(A)probar, (D)escartar, (P)endiente o "
               "(T)erminar la revision?".
           ACCEPT WS-DECISION.
           ACCEPT CLIN-CATEGORIA.
           DISPLAY "Razon social (blanco si es particular):".
           ACCEPT CLIN-RAZONSOCIAL.
           MOVE PER-CAMPANA TO CLIN-CAMPANA.
           PERFORM VALIDO-CAMPANA THRU F-VALIDO-CAMPANA.
           PERFORM CRIBO-PROSPECTO.
           WRITE REG-CLIENTE-NUEVO.
           IF ST-NUEVOS > "07"
               DISPLAY "Error grabando la transaccion de alta ("
           MOVE "C" TO PER-ESTADO.
           ADD 1 TO WS-SIGUIENTE-TRANS.
           ADD 1 TO WS-TOTAL-CONVERTIDAS.
           IF WS-CRB-RESULTADO = "S"
               ADD 1 TO WS-TOTAL-EN-LISTA.
           DISPLAY "Prospecto convertido, transaccion " CLIN-ID ".".

       F-CONVIERTO-PROSPECTO.
           EXIT.

      ******************************************************************
      * La campana capturada con la persona pasa a la alta; si ya no
      * esta en campanas.dat (se borro despues de la captura) el
      * operador la corrige o la deja en blanco, para que la edicion
      * previa no rechace la alta.
      ******************************************************************
       VALIDO-CAMPANA.
           CALL "VALIDA-CAMPANA" USING CLIN-CAMPANA WS-CMP-RESULTADO
               WS-CMP-DESCRIPCION.
           IF WS-CMP-RESULTADO NOT = "N"
               GO TO F-VALIDO-CAMPANA.
           DISPLAY "Campana " CLIN-CAMPANA " no registrada; codigo "
               "correcto (en blanco = sin campana):".
           ACCEPT CLIN-CAMPANA.
           INSPECT CLIN-CAMPANA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           GO TO VALIDO-CAMPANA.

       F-VALIDO-CAMPANA.
           EXIT.

      ******************************************************************
      * Criba el nombre y la razon social del prospecto contra la
      * lista de vigilancia. La conversion sigue: la carga dara la
      * cuenta de alta (B)loqueada y encolada para el oficial de
      * cumplimiento; aqui se le avisa al operador.
      ******************************************************************
       CRIBO-PROSPECTO.
           MOVE "C"         TO WS-CRB-FUNCION.
           MOVE 0           TO WS-CRB-ID-CLIENTE.
           MOVE "PROSPECTO" TO WS-CRB-ORIGEN.
           MOVE CLIN-NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO NOT = "S"
            AND CLIN-RAZONSOCIAL NOT = SPACE
               MOVE CLIN-RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO = "S"
               DISPLAY "Posible coincidencia en lista de vigilancia ("
                   WS-CRB-PUNTAJE ") con " WS-CRB-LISTA-NOMBRE (1:30)
               DISPLAY "La cuenta se creara bloqueada hasta la "
                   "revision de cumplimiento.".

       LLAMO-CRIBA.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.

       IMPRIMO-RESUMEN.
           DISPLAY "Prospectos ofrecidos   : " WS-TOTAL-REVISADAS.
           DISPLAY "Convertidos en altas   : " WS-TOTAL-CONVERTIDAS.
           DISPLAY "Descartados            : " WS-TOTAL-DESCARTADAS.
           DISPLAY "Pendientes             : " WS-TOTAL-PENDIENTES.
           DISPLAY "Con posible coincidencia en listas: "
               WS-TOTAL-EN-LISTA.
           DISPLAY "Reemplace personas.dat por personas_vigente.dat "
               "para que surta efecto.".

