      *                     cartas_aviso_purga_email.txt, y cada
      *                     aviso queda anotado en correspondencia.
      *                     dat via REGISTRA-CORRESP.
      *   2026-10-15  CEVR  Sobre por hogar: los avisos impresos se
      *                     ordenan por el hogar de hogares.dat
      *                     (CONSULTA-HOGAR) y los de un mismo hogar
      *                     salen juntos detras de una portada de
      *                     sobre con todos los destinatarios, hasta
      *                     WS-MAX-CARTAS-SOBRE por sobre. Los de
      *                     correo siguen saliendo uno por cliente.
      *   2026-10-15  CEVR  Presort postal: cada sobre impreso se
      *                     copia al spool de correo del dia
      *                     (PIEZAPOST) para PRESORT-CORREO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-PURGA.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-AVISADOS.

           SELECT ORDENADOS ASSIGN TO "./aviso_purga_sort.tmp".

       DATA DIVISION.
       FILE SECTION.

           05 AVI-FECHA-AVISO PIC 9(8).
           05 AVI-ULTIMO-CONTACTO PIC 9(8).

      * Aviso impreso pendiente: el hogar, el cliente y la imagen
      * completa de su registro (REG-CLIENTES, 607 posiciones).
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-HOGAR    PIC 9(8).
           05 ORD-ID       PIC 9(8).
           05 ORD-CLIENTE  PIC X(607).

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  WS-SUB-SALDO-TOTAL  PIC S9(8)V9(2) VALUE 0.
       01  WS-ID-MATRIZ        PIC 9(8) VALUE 0.

      * Sobre del hogar en curso: los avisos impresos del mismo
      * hogar se juntan aqui hasta el corte y salen detras de una
      * portada con todos los destinatarios. Un sobre lleva a lo sumo
      * WS-MAX-CARTAS-SOBRE avisos; el resto del hogar va en otro.
       01  WS-HOGAR-SOBRE      PIC 9(8)  VALUE 0.
       01  WS-CARTAS-SOBRE     PIC 9(3)  VALUE 0.
       01  WS-MAX-CARTAS-SOBRE PIC 9(3)  VALUE 10.
       01  WS-I-SOBRE          PIC 9(3)  VALUE 0.
       01  WS-SOBRE.
           05 WS-SOB-CLIENTE   PIC X(607) OCCURS 10 TIMES.
       01  WS-SOBRES-HOGAR     PIC 9(7)  VALUE 0.
       01  WS-CARTAS-AGRUPADAS PIC 9(7)  VALUE 0.

       01  WS-TOTAL-REVISADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-AVISADOS   PIC 9(7) VALUE 0.

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "AVISO-PURGA" TO WS-BANNER-PROGRAMA.
           PERFORM IMPRIMO-BANNER.
           PERFORM ABRO-ARCHIVOS.
           PERFORM CALCULO-FECHA-CORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-HOGAR ORD-ID
               INPUT  PROCEDURE IS SELECCIONO-AVISOS
                   THRU F-SELECCIONO-AVISOS
               OUTPUT PROCEDURE IS ARMO-SOBRES
                   THRU F-ARMO-SOBRES.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.
           COMPUTE WS-FECHA-CORTE =
               WS-FECHA-HOY - (WS-ANOS-INACTIVIDAD * 10000) + 300.

      ******************************************************************
      * Recorre el maestro: los avisos de correo salen de inmediato y
      * los impresos pasan al ordenamiento por hogar.
      ******************************************************************
       SELECCIONO-AVISOS.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM REVISO-CANDIDATO UNTIL ST-FILE = "10".

       F-SELECCIONO-AVISOS.
           EXIT.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                AND (CLI-CANAL-PREF NOT = "E" OR CLI-EMAIL = SPACE)
                   ADD 1 TO WS-AVISOS-SALTADOS
               ELSE
                   PERFORM SEPARO-AVISO
               END-IF
           END-IF.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
       F-SUMO-SUBCUENTAS.
           EXIT.

      ******************************************************************
      * El aviso de correo sale ya; el impreso espera al ordenamiento
      * por hogar.
      ******************************************************************
       SEPARO-AVISO.
           IF CLI-CANAL-PREF = "E" AND CLI-EMAIL NOT = SPACE
               PERFORM AVISO-CLIENTE
           ELSE
               CALL "CONSULTA-HOGAR" USING CLI-ID ORD-HOGAR
               MOVE CLI-ID       TO ORD-ID
               MOVE REG-CLIENTES TO ORD-CLIENTE
               RELEASE REG-ORDEN.

      ******************************************************************
      * Salida del ordenamiento: junta los avisos impresos de un mismo
      * hogar y los emite por sobre al cambiar de hogar o al llenarse
      * el sobre.
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
      * Un sobre: con mas de un aviso, una portada con el hogar y los
      * destinatarios; despues cada aviso como siempre.
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
           PERFORM AVISO-CLIENTE-SOBRE
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

       AVISO-CLIENTE-SOBRE.
           MOVE WS-SOB-CLIENTE (WS-I-SOBRE) TO REG-CLIENTES.
           PERFORM AVISO-CLIENTE.

      ******************************************************************
      * Carta de advertencia al estilo de CORRESPONDENCIA-CLIENTES y
      * anotacion en la lista de avisados.
               MOVE LINEA-CARTA TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CARTA
               MOVE LINEA-CARTA TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

       IMPRIMO-RESUMEN.
           DISPLAY "Clientes revisados : " WS-TOTAL-REVISADOS.
           DISPLAY "Avisos generados   : " WS-TOTAL-AVISADOS.
           DISPLAY "Avisos saltados por direccion rebotada: "
               WS-AVISOS-SALTADOS.
           DISPLAY "Sobres de hogar: " WS-SOBRES-HOGAR " con "
               WS-CARTAS-AGRUPADAS " avisos".
           DISPLAY "Lista de avisados en avisados_purga.dat; las "
               "exclusiones del gerente van en "
               "purga_exclusiones.dat.".
           CLOSE CARTAS-EMAIL.
           CLOSE AVISADOS.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM AVISO-PURGA.
