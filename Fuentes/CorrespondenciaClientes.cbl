      *                     correspondencia_email.txt, y cada carta
      *                     queda anotada en correspondencia.dat via
      *                     REGISTRA-CORRESP.
      *   2026-10-15  CEVR  Es un envio promocional: el cliente sin
      *                     consentimiento de mercadeo en
      *                     consentimientos.dat (CONSULTA-
      *                     CONSENTIMIENTO) no recibe carta, y el
      *                     total de suprimidos sale al final.
      *   2026-10-15  CEVR  Sobre por hogar: las cartas impresas se
      *                     ordenan por el hogar de hogares.dat
      *                     (CONSULTA-HOGAR) y las de un mismo hogar
      *                     salen juntas detras de una portada de
      *                     sobre con todos los destinatarios, hasta
      *                     WS-MAX-CARTAS-SOBRE por sobre. Las de
      *                     correo siguen saliendo una por cliente.
      *   2026-10-15  CEVR  Presort postal: cada sobre impreso se
      *                     copia al spool de correo del dia
      *                     (PIEZAPOST) para PRESORT-CORREO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCIA-CLIENTES.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS-EMAIL.

           SELECT ORDENADOS ASSIGN TO "./correspondencia_sort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  CARTAS-EMAIL.
       01  LINEA-EMAIL PIC X(100).

      * Carta impresa pendiente: el hogar, el cliente y la imagen
      * completa de su registro (REG-CLIENTES, 607 posiciones).
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-HOGAR    PIC 9(8).
           05 ORD-ID       PIC 9(8).
           05 ORD-CLIENTE  PIC X(607).

       WORKING-STORAGE SECTION.

       01  ST-FILE    PIC XX VALUE SPACE.
       01  WS-CRR-RUTA     PIC X(60) VALUE SPACE.
       01  WS-CARTAS-SALTADAS PIC 9(7) VALUE 0.

      * Consentimiento de mercadeo del cliente en curso (CONSULTA-
      * CONSENTIMIENTO) y total de cartas suprimidas por falta de el.
       01  WS-PROPOSITO-ENVIO  PIC X     VALUE "M".
       01  WS-CONSENTIMIENTO   PIC X     VALUE "N".
       01  WS-CARTAS-SUPRIMIDAS PIC 9(7) VALUE 0.

      * Sobre del hogar en curso: las cartas impresas del mismo
      * hogar se juntan aqui hasta el corte y salen detras de una
      * portada con todos los destinatarios. Un sobre lleva a lo sumo
      * WS-MAX-CARTAS-SOBRE cartas; el resto del hogar va en otro.
       01  WS-HOGAR-SOBRE      PIC 9(8)  VALUE 0.
       01  WS-CARTAS-SOBRE     PIC 9(3)  VALUE 0.
       01  WS-MAX-CARTAS-SOBRE PIC 9(3)  VALUE 10.
       01  WS-I-SOBRE          PIC 9(3)  VALUE 0.
       01  WS-SOBRE.
           05 WS-SOB-CLIENTE   PIC X(607) OCCURS 10 TIMES.
       01  WS-SOBRES-HOGAR     PIC 9(7)  VALUE 0.
       01  WS-CARTAS-AGRUPADAS PIC 9(7)  VALUE 0.

       01  WS-TOTAL-CARTAS PIC 9(7) VALUE 0.
       01  WS-MONEDA-CARTA PIC X(3) VALUE SPACE.


           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CORRESPONDENCIA-CLIENTES" TO WS-BANNER-PROGRAMA.
               DISPLAY "Error abriendo CARTAS-EMAIL ("
                   ST-CARTAS-EMAIL ")"
               MOVE 16 TO RETURN-CODE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-HOGAR ORD-ID
               INPUT  PROCEDURE IS SELECCIONO-CARTAS
                   THRU F-SELECCIONO-CARTAS
               OUTPUT PROCEDURE IS ARMO-SOBRES
                   THRU F-ARMO-SOBRES.
           PERFORM IMPRIMO-TOTAL.
           CLOSE CLIENTES.
           CLOSE CARTAS.
           CLOSE CARTAS-EMAIL.
           STOP RUN.

      ******************************************************************
      * Recorre el respaldo: las cartas de correo salen de inmediato y
      * las impresas pasan al ordenamiento por hogar.
      ******************************************************************
       SELECCIONO-CARTAS.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM ESCRIBO-CARTA THRU F-ESCRIBO-CARTA
               UNTIL ST-FILE = "10".

       F-SELECCIONO-CARTAS.
           EXIT.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
      ******************************************************************
      * Una carta por cliente: encabezado con fecha y direccion, saludo
      * personalizado con el nombre, y el saldo actual formateado con
      * el mismo editor de moneda que usan los demas reportes. Aqui se
      * decide si el cliente recibe carta y por que canal.
      ******************************************************************
       ESCRIBO-CARTA.
      *    Sin consentimiento de mercadeo el cliente no recibe el
      *    extracto, por ningun canal.
           CALL "CONSULTA-CONSENTIMIENTO" USING CLI-ID
               WS-PROPOSITO-ENVIO WS-CONSENTIMIENTO.
           IF WS-CONSENTIMIENTO NOT = "S"
               ADD 1 TO WS-CARTAS-SUPRIMIDAS
               PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE
               GO TO F-ESCRIBO-CARTA.
      *    La preferencia del cliente decide el canal: correo solo
      *    con CLI-EMAIL poblado, lo demas sale impreso.
           IF CLI-CANAL-PREF = "E" AND CLI-EMAIL NOT = SPACE
               ADD 1 TO WS-CARTAS-SALTADAS
               PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE
               GO TO F-ESCRIBO-CARTA.
      *    La carta impresa espera al ordenamiento por hogar.
           IF WS-CANAL-CARTA = "C"
               CALL "CONSULTA-HOGAR" USING CLI-ID ORD-HOGAR
               MOVE CLI-ID       TO ORD-ID
               MOVE REG-CLIENTES TO ORD-CLIENTE
               RELEASE REG-ORDEN
               PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE
               GO TO F-ESCRIBO-CARTA.
           PERFORM REDACTO-CARTA.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

       F-ESCRIBO-CARTA.
           EXIT.

      ******************************************************************
      * Texto de la carta del cliente en REG-CLIENTES, por el canal
      * de WS-CANAL-CARTA, y su anotacion en el registro central.
      ******************************************************************
       REDACTO-CARTA.
           MOVE CLI-SALDO TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACE TO LINEA-CARTA
               STRING "PARA: " CLI-EMAIL
               MOVE "./correspondencia_clientes.txt" TO WS-CRR-RUTA.
           CALL "REGISTRA-CORRESP" USING CLI-ID WS-CRR-TIPO
               WS-CANAL-CARTA WS-CRR-RUTA.

      ******************************************************************
      * Salida del ordenamiento: junta las cartas impresas de un
      * mismo hogar y las emite por sobre al cambiar de hogar o al
      * llenarse el sobre.
      ******************************************************************
       ARMO-SOBRES.
           RETURN ORDENADOS
               AT END
                   PERFORM EMITO-SOBRE
                   GO TO F-ARMO-SOBRES
           END-RETURN.
           IF WS-CARTAS-SOBRE > 0
            AND (ORD-HOGAR NOT = WS-HOGAR-SOBRE
             OR WS-CARTAS-SOBRE = WS-MAX-CARTAS-SOBRE)
               PERFORM EMITO-SOBRE.
           MOVE ORD-HOGAR TO WS-HOGAR-SOBRE.
           ADD 1 TO WS-CARTAS-SOBRE.
           MOVE ORD-CLIENTE TO WS-SOB-CLIENTE (WS-CARTAS-SOBRE).
           GO TO ARMO-SOBRES.

       F-ARMO-SOBRES.
           EXIT.

      ******************************************************************
      * Un sobre: con mas de una carta, una portada con el hogar y los
      * destinatarios; despues cada carta como siempre.
      ******************************************************************
       EMITO-SOBRE.
           MOVE "C" TO WS-CANAL-CARTA.
           MOVE WS-SOB-CLIENTE (1) TO REG-CLIENTES.
           MOVE CLI-ID      TO WS-PZA-ID.
           MOVE CLI_CODPOST TO WS-PZA-CODPOST.
           MOVE WS-CRR-TIPO TO WS-PZA-TIPO.
           PERFORM ABRO-PIEZA-CORREO.
           IF WS-CARTAS-SOBRE > 1
               ADD 1 TO WS-SOBRES-HOGAR
               ADD WS-CARTAS-SOBRE TO WS-CARTAS-AGRUPADAS
               PERFORM IMPRIMO-PORTADA.
           PERFORM REDACTO-CARTA-SOBRE
               VARYING WS-I-SOBRE FROM 1 BY 1
               UNTIL WS-I-SOBRE > WS-CARTAS-SOBRE.
           MOVE 0 TO WS-CARTAS-SOBRE.

       IMPRIMO-PORTADA.
           MOVE SPACE TO LINEA-CARTA.
           STRING "SOBRE DEL HOGAR " WS-HOGAR-SOBRE " - "
               WS-CARTAS-SOBRE " CARTAS"
               DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           PERFORM IMPRIMO-DESTINATARIO
               VARYING WS-I-SOBRE FROM 1 BY 1
               UNTIL WS-I-SOBRE > WS-CARTAS-SOBRE.
           MOVE WS-SOB-CLIENTE (1) TO REG-CLIENTES.
           MOVE CLI_DIRECCION TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE CLI_CODPOST TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "========================================" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.

       IMPRIMO-DESTINATARIO.
           MOVE WS-SOB-CLIENTE (WS-I-SOBRE) TO REG-CLIENTES.
           MOVE CLI_NOMBRE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.

       REDACTO-CARTA-SOBRE.
           MOVE WS-SOB-CLIENTE (WS-I-SOBRE) TO REG-CLIENTES.
           PERFORM REDACTO-CARTA.

      ******************************************************************
      * Escribe la linea de carta armada por el llamador en el canal
      * del cliente: el archivo impreso o el extracto de correo.
               MOVE LINEA-CARTA TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CARTA
               MOVE LINEA-CARTA TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

       IMPRIMO-TOTAL.
           DISPLAY "Cartas generadas: " WS-TOTAL-CARTAS.
           DISPLAY "Cartas saltadas por direccion rebotada: "
               WS-CARTAS-SALTADAS.
           DISPLAY "Cartas suprimidas sin consentimiento: "
               WS-CARTAS-SUPRIMIDAS.
           DISPLAY "Sobres de hogar: " WS-SOBRES-HOGAR " con "
               WS-CARTAS-AGRUPADAS " cartas".

           COPY MONEDA.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM CORRESPONDENCIA-CLIENTES.
