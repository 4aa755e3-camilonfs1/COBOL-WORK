      * Author: Camilo Ernesto Vargas Romero
      * Date: 22 de agosto de 2026
      * Purpose: Verificador de los indices alternos de clientes.dat:
      *          recorre el maestro cuatro veces (por ID-CLIENTE, por
      *          CLI_NOMBRE, CLI_ALT_2 y CLI-NIT), compara conteos y un
      *          hash de los CLI-ID alcanzados por cada camino, y en
      *          la pasada primaria sondea ademas que cada registro
      *          sea alcanzable por todos los alternos. Cualquier
      *          discrepancia queda en el reporte y el programa
      *          termina con RETURN-CODE 8, para que la corrida
      *          nocturna marque el maestro como necesitado de
      *          REORGANIZA-CLIENTES -- hasta ahora el unico remedio
      *          era reorganizar por sospecha.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Cuarto camino: la clave alterna CLI-NIT
      *                     (identificacion tributaria) se recorre y
      *                     se sondea igual que las otras dos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INDICES.
       01  ST-REPORTE  PIC XX VALUE SPACE.

      * Conteos y hash (suma de CLI-ID) por camino de acceso: si los
      * caminos ven lo mismo, todos los pares deben coincidir.
       01  WS-CONTEO-PRIMARIO  PIC 9(7)  VALUE 0.
       01  WS-CONTEO-NOMBRE    PIC 9(7)  VALUE 0.
       01  WS-CONTEO-ALT2      PIC 9(7)  VALUE 0.
       01  WS-CONTEO-NIT       PIC 9(7)  VALUE 0.
       01  WS-HASH-PRIMARIO    PIC 9(12) VALUE 0.
       01  WS-HASH-NOMBRE      PIC 9(12) VALUE 0.
       01  WS-HASH-ALT2        PIC 9(12) VALUE 0.
       01  WS-HASH-NIT         PIC 9(12) VALUE 0.

      * Registro en sondeo durante la pasada primaria: el recorrido
      * se retoma con START despues de cada pareja de sondeos.
       01  WS-ID-SONDEO       PIC 9(8)  VALUE 0.
       01  WS-NOMBRE-SONDEO   PIC X(60) VALUE SPACE.
       01  WS-ALT2-SONDEO     PIC X(81) VALUE SPACE.
       01  WS-NIT-SONDEO      PIC X(15) VALUE SPACE.
       01  WS-HALLADO-SW      PIC X     VALUE "N".
           88 REGISTRO-HALLADO VALUE "S".

       01  WS-NO-POR-NOMBRE   PIC 9(7) VALUE 0.
       01  WS-NO-POR-ALT2     PIC 9(7) VALUE 0.
       01  WS-NO-POR-NIT      PIC 9(7) VALUE 0.
       01  WS-DISCREPANCIAS   PIC 9(3) VALUE 0.

           COPY BANNERWS.
           PERFORM PASADA-PRIMARIA THRU F-PASADA-PRIMARIA.
           PERFORM PASADA-NOMBRE THRU F-PASADA-NOMBRE.
           PERFORM PASADA-ALT2 THRU F-PASADA-ALT2.
           PERFORM PASADA-NIT THRU F-PASADA-NIT.
           PERFORM COMPARO-PASADAS.
           CLOSE CLIENTES.
           CLOSE REPORTE.

      ******************************************************************
      * Pasada 1: por clave primaria, contando y sondeando que cada
      * registro tambien se alcance por CLI_NOMBRE, por CLI_ALT_2 y
      * por CLI-NIT.
      ******************************************************************
       PASADA-PRIMARIA.
           MOVE LOW-VALUES TO ID-CLIENTE.
           MOVE CLI-ID      TO WS-ID-SONDEO.
           MOVE CLI_NOMBRE  TO WS-NOMBRE-SONDEO.
           MOVE CLI_ALT_2   TO WS-ALT2-SONDEO.
           MOVE CLI-NIT     TO WS-NIT-SONDEO.
           PERFORM SONDEO-POR-NOMBRE THRU F-SONDEO-POR-NOMBRE.
           IF NOT REGISTRO-HALLADO
               ADD 1 TO WS-NO-POR-NOMBRE
                   "CLI_ALT_2"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           PERFORM SONDEO-POR-NIT THRU F-SONDEO-POR-NIT.
           IF NOT REGISTRO-HALLADO
               ADD 1 TO WS-NO-POR-NIT
               MOVE SPACE TO LINEA-REPORTE
               STRING "CLIENTE " WS-ID-SONDEO " NO ALCANZABLE POR "
                   "CLI-NIT"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
      *    Los sondeos movieron la posicion: se retoma el recorrido
      *    primario despues del registro sondeado.
           MOVE WS-ID-SONDEO TO CLI-ID.
       F-SONDEO-POR-ALT2.
           EXIT.

       SONDEO-POR-NIT.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE WS-NIT-SONDEO TO CLI-NIT.
           START CLIENTES KEY IS NOT LESS THAN CLI-NIT
               INVALID KEY
                   GO TO F-SONDEO-POR-NIT
           END-START.

       LEO-SONDEO-NIT.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-SONDEO-POR-NIT
           END-READ.
           IF ST-FILE > "07"
               GO TO F-SONDEO-POR-NIT.
           IF CLI-NIT NOT = WS-NIT-SONDEO
               GO TO F-SONDEO-POR-NIT.
           IF CLI-ID = WS-ID-SONDEO
               MOVE "S" TO WS-HALLADO-SW
               GO TO F-SONDEO-POR-NIT.
           GO TO LEO-SONDEO-NIT.

       F-SONDEO-POR-NIT.
           EXIT.

      ******************************************************************
      * Pasada 2: recorrido completo por CLI_NOMBRE, contando y
      * acumulando el mismo hash de CLI-ID.
       F-PASADA-ALT2.
           EXIT.

      ******************************************************************
      * Pasada 4: recorrido completo por CLI-NIT.
      ******************************************************************
       PASADA-NIT.
           MOVE LOW-VALUES TO CLI-NIT.
           START CLIENTES KEY IS NOT LESS THAN CLI-NIT
               INVALID KEY
                   GO TO F-PASADA-NIT
           END-START.

       LEO-POR-NIT.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-PASADA-NIT
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo por CLI-NIT (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-PASADA-NIT.
           ADD 1 TO WS-CONTEO-NIT.
           ADD CLI-ID TO WS-HASH-NIT.
           GO TO LEO-POR-NIT.

       F-PASADA-NIT.
           EXIT.

       COMPARO-PASADAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
               " HASH " WS-HASH-ALT2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "POR CLI-NIT    : " WS-CONTEO-NIT
               " HASH " WS-HASH-NIT
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-DISCREPANCIAS.
           IF WS-CONTEO-NOMBRE NOT = WS-CONTEO-PRIMARIO
            OR WS-HASH-NOMBRE NOT = WS-HASH-PRIMARIO
           IF WS-CONTEO-ALT2 NOT = WS-CONTEO-PRIMARIO
            OR WS-HASH-ALT2 NOT = WS-HASH-PRIMARIO
               ADD 1 TO WS-DISCREPANCIAS.
           IF WS-CONTEO-NIT NOT = WS-CONTEO-PRIMARIO
            OR WS-HASH-NIT NOT = WS-HASH-PRIMARIO
               ADD 1 TO WS-DISCREPANCIAS.
           IF WS-NO-POR-NOMBRE > 0 OR WS-NO-POR-ALT2 > 0
            OR WS-NO-POR-NIT > 0
               ADD 1 TO WS-DISCREPANCIAS.
           DISPLAY "No alcanzables por CLI_NOMBRE: "
               WS-NO-POR-NOMBRE.
           DISPLAY "No alcanzables por CLI_ALT_2 : " WS-NO-POR-ALT2.
           DISPLAY "No alcanzables por CLI-NIT   : " WS-NO-POR-NIT.
           IF WS-DISCREPANCIAS > 0
               MOVE "VEREDICTO: INDICES DESALINEADOS, REORGANIZAR"
                   TO LINEA-REPORTE
                   "REORGANIZA-CLIENTES."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "VEREDICTO: LOS CUATRO CAMINOS COINCIDEN"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY "Indices verificados: OK.".
