      *          CLI_NOMBRE (la misma que usa BUSCO-POR-NOMBRE en
      *          INICIO_2) y reporta los grupos de clientes que
      *          comparten el mismo nombre, como candidatos a
      *          duplicado, y en duplicados_nit.txt cada
      *          identificacion tributaria registrada en mas de un
      *          cliente.
      * Tectonics: cobc
      * Mod history:
      *   2026-08-09  CEVR  DETECTO-DUPLICADO ya no arranca comparando
      *                     clave alterna se obtiene con un SORT, y la
      *                     deteccion por pares contiguos quedo en el
      *                     procedimiento de salida del ordenamiento.
      *   2026-10-15  CEVR  Segunda pasada por identificacion
      *                     tributaria: un segundo SORT por CLI-NIT
      *                     lista en duplicados_nit.txt cada numero
      *                     registrado en mas de un CLI-ID, con el
      *                     conteo del grupo -- a diferencia del
      *                     nombre, un numero repetido es un duplicado
      *                     seguro. Se compara solo el numero, no el
      *                     tipo: el NIT de una persona natural es su
      *                     cedula.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICADOS-CLIENTES.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DUPLICADOS.

           SELECT ORDENADOS-NIT ASSIGN TO "./duplicados_nit_sort.tmp".

           SELECT DUPLICADOS-NIT ASSIGN TO "./duplicados_nit.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DUPLICADOS-NIT.

       DATA DIVISION.
       FILE SECTION.

       FD  DUPLICADOS.
       01  LINEA-DUPLICADOS PIC X(100).

       SD  ORDENADOS-NIT.
       01  REG-ORDEN-NIT.
           05 ONI-NIT       PIC X(15).
           05 ONI-ID        PIC 9(8).
           05 ONI-TIPO-DOC  PIC X.
           05 ONI-NIT-DV    PIC X.
           05 ONI-NOMBRE    PIC X(60).

       FD  DUPLICADOS-NIT.
       01  LINEA-DUPLICADOS-NIT PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-DUPLICADOS  PIC XX VALUE SPACE.
       01  ST-DUPLICADOS-NIT PIC XX VALUE SPACE.

       01  WS-TOTAL-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-DUPLICADOS  PIC 9(7) VALUE 0.
           05 DET-NOMBRE    PIC X(30).
           05 DET-DIRECCION PIC X(40).

      * Pasada por identificacion tributaria: el grupo de un numero
      * se acumula en la tabla hasta que cambia el numero, y solo se
      * imprime si tiene mas de un cliente. Un grupo mas largo que la
      * tabla imprime sus primeros WS-MAX-GRUPO-NIT y el conteo real.
       01  WS-TOTAL-CON-NIT     PIC 9(7) VALUE 0.
       01  WS-TOTAL-NITS-DUP    PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTES-NIT-DUP PIC 9(7) VALUE 0.
       01  WS-NIT-ANTERIOR      PIC X(15) VALUE SPACE.
       01  WS-GRUPO-NIT-CANT    PIC 9(5)  VALUE 0.
       01  WS-MAX-GRUPO-NIT     PIC 9(5)  VALUE 50.
       01  WS-I-NIT             PIC 9(5)  VALUE 0.
       01  WS-GRUPO-NIT.
           05 WS-GRN-ENTRADA OCCURS 50 TIMES.
               10 WS-GRN-ID       PIC 9(8).
               10 WS-GRN-TIPO-DOC PIC X.
               10 WS-GRN-NIT-DV   PIC X.
               10 WS-GRN-NOMBRE   PIC X(60).

       01  LINEA-DETALLE-NIT.
           05 DNI-NIT       PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DNI-TIPO-DOC  PIC X.
           05 FILLER        PIC X    VALUE "-".
           05 DNI-NIT-DV    PIC X.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DNI-ID        PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DNI-NOMBRE    PIC X(40).

           COPY BANNERWS.

       PROCEDURE DIVISION.
               OUTPUT PROCEDURE IS RECORRO-ORDENADOS
                   THRU F-RECORRO-ORDENADOS.
           PERFORM IMPRIMO-RESUMEN.
      *    El respaldo se relee desde el principio para la pasada por
      *    identificacion tributaria.
           CLOSE CLIENTES.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error reabriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           SORT ORDENADOS-NIT
               ON ASCENDING KEY ONI-NIT ONI-ID
               INPUT  PROCEDURE IS SUELTO-NIT
                   THRU F-SUELTO-NIT
               OUTPUT PROCEDURE IS RECORRO-ORDENADOS-NIT
                   THRU F-RECORRO-ORDENADOS-NIT.
           PERFORM IMPRIMO-RESUMEN-NIT.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

           IF ST-DUPLICADOS > "07"
               DISPLAY "Error abriendo DUPLICADOS (" ST-DUPLICADOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT DUPLICADOS-NIT.
           IF ST-DUPLICADOS-NIT > "07"
               DISPLAY "Error abriendo DUPLICADOS-NIT ("
                   ST-DUPLICADOS-NIT ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-DUPLICADOS-NIT.
           STRING "IDENTIFICACIONES TRIBUTARIAS COMPARTIDAS POR MAS "
               "DE UN CLIENTE"
               DELIMITED BY SIZE INTO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.
           MOVE SPACE TO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.

      ******************************************************************
      * Suelta al ordenamiento nombre, ID y direccion de cada registro
               DELIMITED BY SIZE INTO LINEA-DUPLICADOS.
           WRITE LINEA-DUPLICADOS.

      ******************************************************************
      * Pasada por identificacion tributaria: suelta al ordenamiento
      * los clientes con numero registrado (el blanco no es un
      * duplicado, es una identificacion pendiente de captura).
      ******************************************************************
       SUELTO-NIT.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

       SUELTO-SIGUIENTE-NIT.
           IF ST-FILE = "10"
               GO TO F-SUELTO-NIT.
           IF CLI-NIT NOT = SPACE
               MOVE CLI-NIT      TO ONI-NIT
               MOVE CLI-ID       TO ONI-ID
               MOVE CLI-TIPO-DOC TO ONI-TIPO-DOC
               MOVE CLI-NIT-DV   TO ONI-NIT-DV
               MOVE CLI_NOMBRE   TO ONI-NOMBRE
               RELEASE REG-ORDEN-NIT
               ADD 1 TO WS-TOTAL-CON-NIT.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           GO TO SUELTO-SIGUIENTE-NIT.

       F-SUELTO-NIT.
           EXIT.

       RECORRO-ORDENADOS-NIT.
           RETURN ORDENADOS-NIT
               AT END
                   PERFORM CIERRO-GRUPO-NIT
                   GO TO F-RECORRO-ORDENADOS-NIT
           END-RETURN.
           IF WS-GRUPO-NIT-CANT > 0 AND ONI-NIT NOT = WS-NIT-ANTERIOR
               PERFORM CIERRO-GRUPO-NIT.
           MOVE ONI-NIT TO WS-NIT-ANTERIOR.
           ADD 1 TO WS-GRUPO-NIT-CANT.
           IF WS-GRUPO-NIT-CANT <= WS-MAX-GRUPO-NIT
               MOVE ONI-ID       TO WS-GRN-ID (WS-GRUPO-NIT-CANT)
               MOVE ONI-TIPO-DOC TO WS-GRN-TIPO-DOC (WS-GRUPO-NIT-CANT)
               MOVE ONI-NIT-DV   TO WS-GRN-NIT-DV (WS-GRUPO-NIT-CANT)
               MOVE ONI-NOMBRE   TO WS-GRN-NOMBRE (WS-GRUPO-NIT-CANT).
           GO TO RECORRO-ORDENADOS-NIT.

       F-RECORRO-ORDENADOS-NIT.
           EXIT.

      ******************************************************************
      * Cierra el grupo del numero en WS-NIT-ANTERIOR: con mas de un
      * cliente se imprime cada uno y el conteo del grupo.
      ******************************************************************
       CIERRO-GRUPO-NIT.
           IF WS-GRUPO-NIT-CANT > 1
               ADD 1 TO WS-TOTAL-NITS-DUP
               ADD WS-GRUPO-NIT-CANT TO WS-TOTAL-CLIENTES-NIT-DUP
               PERFORM IMPRIMO-MIEMBRO-NIT
                   VARYING WS-I-NIT FROM 1 BY 1
                   UNTIL WS-I-NIT > WS-GRUPO-NIT-CANT
                      OR WS-I-NIT > WS-MAX-GRUPO-NIT
               MOVE SPACE TO LINEA-DUPLICADOS-NIT
               STRING "    CLIENTES CON ESTA IDENTIFICACION: "
                   WS-GRUPO-NIT-CANT
                   DELIMITED BY SIZE INTO LINEA-DUPLICADOS-NIT
               WRITE LINEA-DUPLICADOS-NIT
               MOVE SPACE TO LINEA-DUPLICADOS-NIT
               WRITE LINEA-DUPLICADOS-NIT.
           MOVE 0 TO WS-GRUPO-NIT-CANT.

       IMPRIMO-MIEMBRO-NIT.
           MOVE WS-NIT-ANTERIOR            TO DNI-NIT.
           MOVE WS-GRN-TIPO-DOC (WS-I-NIT) TO DNI-TIPO-DOC.
           MOVE WS-GRN-NIT-DV (WS-I-NIT)   TO DNI-NIT-DV.
           MOVE WS-GRN-ID (WS-I-NIT)       TO DNI-ID.
           MOVE WS-GRN-NOMBRE (WS-I-NIT)   TO DNI-NOMBRE.
           MOVE LINEA-DETALLE-NIT TO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.

       IMPRIMO-RESUMEN-NIT.
           MOVE SPACE TO LINEA-DUPLICADOS-NIT.
           STRING "CLIENTES CON IDENTIFICACION REGISTRADA: "
               WS-TOTAL-CON-NIT
               DELIMITED BY SIZE INTO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.
           MOVE SPACE TO LINEA-DUPLICADOS-NIT.
           STRING "IDENTIFICACIONES COMPARTIDAS: " WS-TOTAL-NITS-DUP
               DELIMITED BY SIZE INTO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.
           MOVE SPACE TO LINEA-DUPLICADOS-NIT.
           STRING "CLIENTES QUE LAS COMPARTEN: "
               WS-TOTAL-CLIENTES-NIT-DUP
               DELIMITED BY SIZE INTO LINEA-DUPLICADOS-NIT.
           WRITE LINEA-DUPLICADOS-NIT.
           DISPLAY "Identificaciones tributarias compartidas: "
               WS-TOTAL-NITS-DUP " (ver duplicados_nit.txt)".

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE DUPLICADOS.
           CLOSE DUPLICADOS-NIT.

           COPY BANNER.

