      *          nadie cuadraba eso a maquina contra lo que el banco
      *          realmente liquido.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Varios bancos de recaudo: la conciliacion
      *                     corre por cada perfil de perfiles_banco.dat
      *                     (PERFILES-BANCO) contra su propio extracto
      *                     (extracto_banco.dat el principal,
      *                     extracto_banco_CODI.dat los demas). Del lado
      *                     de libros entran los PAGO y GIRO de ese
      *                     banco (MOV-BANCO-RECAUDO); los que no lo
      *                     tienen, posteados antes de los perfiles o
      *                     por el canal en linea, van con el principal.
      *                     El reporte trae una seccion con sus totales
      *                     por banco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
           COPY MOVSEL.

           SELECT OPTIONAL EXTRACTO-BANCO
                  ASSIGN TO WS-EXTRACTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-EXTRACTO.
       01  WS-TOTAL-NO-LIQUIDO  PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIFERENCIA  PIC 9(7) VALUE 0.

      * Extracto del banco de recaudo en curso.
       01  WS-EXTRACTO-PATH     PIC X(60) VALUE SPACE.

           COPY PERFBANCO.

           COPY PERFBCOWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "CONCILIACION DEL EXTRACTO DEL BANCO CONTRA LIBROS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CARGO-PERFILES-BANCO.
           PERFORM CONCILIO-BANCO THRU F-CONCILIO-BANCO
               VARYING WS-PBA-I FROM 1 BY 1
               UNTIL WS-PBA-I > WS-PBA-USADOS.
           CLOSE REPORTE.
           STOP RUN.

      ******************************************************************
      * Un banco de recaudo: su extracto contra los PAGO y GIRO que
      * entraron por el, con sus propios totales.
      ******************************************************************
       CONCILIO-BANCO.
           PERFORM TOMO-PERFIL-BANCO.
           MOVE "./extracto_banco" TO WS-RUTA-BASE.
           MOVE ".dat" TO WS-RUTA-EXT.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-EXTRACTO-PATH.
           MOVE 0 TO WS-TOTAL-BANCO.
           MOVE 0 TO WS-TOTAL-LIBROS.
           MOVE 0 TO WS-TOTAL-CASADOS.
           MOVE 0 TO WS-TOTAL-NO-POSTEADO.
           MOVE 0 TO WS-TOTAL-NO-LIQUIDO.
           MOVE 0 TO WS-TOTAL-DIFERENCIA.
           MOVE "N" TO WS-FIN-BANCO-SW.
           MOVE "N" TO WS-FIN-LIBROS-SW.
           IF PBA-CODIGO NOT = SPACE
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               STRING "BANCO " PBA-CODIGO " " PBA-NOMBRE
                   " CUENTA " PBA-CUENTA-RECAUDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY "=== BANCO " PBA-CODIGO " " PBA-NOMBRE " ===".
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-VALOR
               INPUT PROCEDURE IS SELECCIONO-EXTRACTO
               GIVING LADO-LIBROS.
           PERFORM CRUZO-LADOS THRU F-CRUZO-LADOS.
           PERFORM IMPRIMO-TOTALES.

       F-CONCILIO-BANCO.
           EXIT.

       SELECCIONO-EXTRACTO.
           OPEN INPUT EXTRACTO-BANCO.
               GO TO LEO-MOVIMIENTO.
           IF MOV-MARCA-REVERSADO = "S"
               GO TO LEO-MOVIMIENTO.
      *    Solo lo que entro por este banco; sin banco, el principal.
           IF MOV-BANCO-RECAUDO = SPACE
               IF NOT PBA-BANCO-PRINCIPAL
                   GO TO LEO-MOVIMIENTO
               END-IF
           ELSE
               IF MOV-BANCO-RECAUDO NOT = PBA-CODIGO
                   GO TO LEO-MOVIMIENTO
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-LIBROS.
           MOVE MOV-ID-CLIENTE TO ORD-ID-CLIENTE.
           IF MOV-VALOR < 0
               WS-TOTAL-NO-POSTEADO.
           DISPLAY "Posteados sin liquidar : " WS-TOTAL-NO-LIQUIDO.
           DISPLAY "Diferencias de valor   : " WS-TOTAL-DIFERENCIA.
           IF (WS-TOTAL-NO-POSTEADO > 0 OR WS-TOTAL-NO-LIQUIDO > 0
            OR WS-TOTAL-DIFERENCIA > 0) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

           COPY PERFBCO.

           COPY BANNER.

       END PROGRAM CONCILIA-BANCO.
