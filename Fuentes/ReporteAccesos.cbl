      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte del registro de consultas de datos personales
      *          (accesos_datos.dat, ACCESO.cpy) para el oficial de
      *          proteccion de datos, en un rango de fechas. Modo (C):
      *          quien vio a un cliente, con fecha, hora, programa y
      *          lo que se le mostro. Modo (O): que vio un operador.
      *          Modo (E): operadores que en un mismo dia consultaron
      *          mas cuentas distintas que el umbral MAX-CUENTAS-DIA
      *          de parametros.dat (40 por omision). Los tres modos
      *          cierran con la lista de excesos del rango. Exige
      *          firma de nivel 3: el registro dice quien mira a
      *          quien. Sale a ./reporte_accesos.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ACCESOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ACCESOS-DATOS
                  ASSIGN TO "./accesos_datos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ACCESOS.

           SELECT ORDENADOS ASSIGN TO "./reporte_accesos_sort.tmp".

           SELECT REPORTE ASSIGN TO "./reporte_accesos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESOS-DATOS.

           COPY ACCESO.

       SD  ORDENADOS.

           COPY ACCESO REPLACING ==REG-ACCESO== BY ==REG-ORDEN==
               ==ACC-FECHA==      BY ==ORD-FECHA==
               ==ACC-HORA==       BY ==ORD-HORA==
               ==ACC-OPERADOR==   BY ==ORD-OPERADOR==
               ==ACC-PROGRAMA==   BY ==ORD-PROGRAMA==
               ==ACC-ID-CLIENTE== BY ==ORD-ID-CLIENTE==
               ==ACC-DATOS==      BY ==ORD-DATOS==.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-ACCESOS  PIC XX VALUE SPACE.
       01  ST-REPORTE  PIC XX VALUE SPACE.

      * Consulta tecleada: modo, cliente u operador, y rango.
       01  WS-MODO         PIC X     VALUE SPACE.
           88 MODO-CLIENTE   VALUE "C".
           88 MODO-OPERADOR  VALUE "O".
           88 MODO-EXCESOS   VALUE "E".
       01  WS-ID-CONSULTA  PIC 9(8)  VALUE 0.
       01  WS-OPER-CONSULTA PIC X(8) VALUE SPACE.
       01  WS-FECHA-DESDE  PIC 9(8)  VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(8)  VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.

      * Umbral de cuentas distintas por operador y dia.
       01  WS-PAR-CLAVE    PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO  PIC X          VALUE "N".
       01  WS-MAX-CUENTAS-DIA PIC 9(5)    VALUE 40.

      * Corte de control del recorrido ordenado por operador, fecha y
      * cliente.
       01  WS-ANT-OPERADOR PIC X(8)  VALUE SPACE.
       01  WS-ANT-FECHA    PIC 9(8)  VALUE 0.
       01  WS-ANT-CLIENTE  PIC 9(8)  VALUE 0.
       01  WS-PRIMERO-SW   PIC X     VALUE "S".
           88 ES-EL-PRIMERO VALUE "S".
       01  WS-DIA-CUENTAS  PIC 9(5)  VALUE 0.
       01  WS-DIA-CONSULTAS PIC 9(7) VALUE 0.

       01  WS-TOTAL-LEIDOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-LISTADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-RANGO     PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXCESOS   PIC 9(5) VALUE 0.

       01  LINEA-DETALLE.
           05 DET-FECHA        PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 DET-HORA         PIC 99.99.99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-OPERADOR     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-PROGRAMA     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-ID-CLIENTE   PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-DATOS        PIC X(40).

       01  WS-HORA-HHMMSS      PIC 9(6)  VALUE 0.

       01  LINEA-EXCESO.
           05 EXC-OPERADOR     PIC X(8).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 EXC-FECHA        PIC 9(8).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 EXC-CUENTAS      PIC Z(4)9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 EXC-CONSULTAS    PIC Z(6)9.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-ACCESOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "El registro de consultas exige firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGO-PARAMETROS.
           PERFORM PIDO-CONSULTA THRU F-PIDO-CONSULTA.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "REGISTRO DE CONSULTAS DE DATOS PERSONALES DEL "
               WS-FECHA-DESDE " AL " WS-FECHA-HASTA
               "  CORRIDA " WS-FECHA-HOY
               "  POR " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF NOT MODO-EXCESOS
               PERFORM LISTO-CONSULTAS THRU F-LISTO-CONSULTAS.
           PERFORM IMPRIMO-EXCESOS.
           CLOSE REPORTE.
           DISPLAY "Consultas leidas del registro : " WS-TOTAL-LEIDOS.
           DISPLAY "Consultas en el rango         : " WS-TOTAL-RANGO.
           IF NOT MODO-EXCESOS
               DISPLAY "Consultas listadas            : "
                   WS-TOTAL-LISTADOS.
           DISPLAY "Operador-dia sobre el umbral  : " WS-TOTAL-EXCESOS.
           DISPLAY "Reporte: reporte_accesos.txt".
           STOP RUN.

       CARGO-PARAMETROS.
           MOVE "MAX-CUENTAS-DIA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-MAX-CUENTAS-DIA.

       PIDO-CONSULTA.
           DISPLAY "(C)liente: quien lo consulto, (O)perador: que "
               "consulto, (E)xcesos por dia?".
           ACCEPT WS-MODO.
           IF WS-MODO = "c"
               MOVE "C" TO WS-MODO.
           IF WS-MODO = "o"
               MOVE "O" TO WS-MODO.
           IF WS-MODO = "e"
               MOVE "E" TO WS-MODO.
           IF NOT MODO-CLIENTE AND NOT MODO-OPERADOR
            AND NOT MODO-EXCESOS
               DISPLAY "Modo no valido."
               GO TO PIDO-CONSULTA.
           IF MODO-CLIENTE
               DISPLAY "Id-Cliente:"
               ACCEPT WS-ID-CONSULTA.
           IF MODO-OPERADOR
               DISPLAY "Operador:"
               ACCEPT WS-OPER-CONSULTA.
           DISPLAY "Fecha desde (AAAAMMDD, 0 = desde el inicio):".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = hasta hoy):".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "Rango de fechas invertido."
               GO TO PIDO-CONSULTA.

       F-PIDO-CONSULTA.
           EXIT.

      ******************************************************************
      * Modos (C) y (O): el registro ya esta en orden cronologico (se
      * graba EXTEND), asi que basta recorrerlo y listar lo que
      * coincide.
      ******************************************************************
       LISTO-CONSULTAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           IF MODO-CLIENTE
               STRING "CONSULTAS DEL CLIENTE " WS-ID-CONSULTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "CONSULTAS DEL OPERADOR " WS-OPER-CONSULTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA    HORA      OPERADOR  PROGRAMA              "
               "CLIENTE   DATOS MOSTRADOS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ACCESOS-DATOS.
           IF ST-ACCESOS > "07"
               DISPLAY "Registro de consultas no disponible ("
                   ST-ACCESOS ")."
               GO TO F-LISTO-CONSULTAS.

       LEO-CONSULTA.
           READ ACCESOS-DATOS
               AT END
                   CLOSE ACCESOS-DATOS
                   GO TO F-LISTO-CONSULTAS
           END-READ.
           IF ACC-FECHA < WS-FECHA-DESDE OR ACC-FECHA > WS-FECHA-HASTA
               GO TO LEO-CONSULTA.
           IF MODO-CLIENTE AND ACC-ID-CLIENTE NOT = WS-ID-CONSULTA
               GO TO LEO-CONSULTA.
           IF MODO-OPERADOR AND ACC-OPERADOR NOT = WS-OPER-CONSULTA
               GO TO LEO-CONSULTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE ACC-FECHA      TO DET-FECHA.
           MOVE ACC-HORA (1:6) TO WS-HORA-HHMMSS.
           MOVE WS-HORA-HHMMSS TO DET-HORA.
           MOVE ACC-OPERADOR   TO DET-OPERADOR.
           MOVE ACC-PROGRAMA   TO DET-PROGRAMA.
           MOVE ACC-ID-CLIENTE TO DET-ID-CLIENTE.
           MOVE ACC-DATOS      TO DET-DATOS.
           MOVE LINEA-DETALLE  TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LEO-CONSULTA.

       F-LISTO-CONSULTAS.
           EXIT.

      ******************************************************************
      * Excesos: el rango se ordena por operador, fecha y cliente, y
      * en el corte de operador-dia se cuentan las cuentas distintas;
      * el operador-dia que pasa de WS-MAX-CUENTAS-DIA sale marcado.
      ******************************************************************
       IMPRIMO-EXCESOS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "OPERADORES CON MAS DE " WS-MAX-CUENTAS-DIA
               " CUENTAS DISTINTAS CONSULTADAS EN UN DIA"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "OPERADOR  FECHA       CUENTAS  CONSULTAS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-OPERADOR ORD-FECHA ORD-ID-CLIENTE
               INPUT  PROCEDURE IS CARGO-RANGO THRU F-CARGO-RANGO
               OUTPUT PROCEDURE IS CUENTO-POR-DIA
                   THRU F-CUENTO-POR-DIA.
           IF WS-TOTAL-EXCESOS = 0
               MOVE "  (ninguno)" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       CARGO-RANGO.
           OPEN INPUT ACCESOS-DATOS.
           IF ST-ACCESOS > "07"
               GO TO F-CARGO-RANGO.

       LEO-RANGO.
           READ ACCESOS-DATOS
               AT END
                   CLOSE ACCESOS-DATOS
                   GO TO F-CARGO-RANGO
           END-READ.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF ACC-FECHA < WS-FECHA-DESDE OR ACC-FECHA > WS-FECHA-HASTA
               GO TO LEO-RANGO.
           ADD 1 TO WS-TOTAL-RANGO.
           MOVE REG-ACCESO TO REG-ORDEN.
           RELEASE REG-ORDEN.
           GO TO LEO-RANGO.

       F-CARGO-RANGO.
           EXIT.

       CUENTO-POR-DIA.
           RETURN ORDENADOS
               AT END
                   IF NOT ES-EL-PRIMERO
                       PERFORM CIERRO-OPERADOR-DIA
                   END-IF
                   GO TO F-CUENTO-POR-DIA
           END-RETURN.
           IF ES-EL-PRIMERO
               MOVE "N" TO WS-PRIMERO-SW
               GO TO ABRO-OPERADOR-DIA.
           IF ORD-OPERADOR = WS-ANT-OPERADOR
            AND ORD-FECHA = WS-ANT-FECHA
               GO TO SUMO-CONSULTA.
           PERFORM CIERRO-OPERADOR-DIA.

       ABRO-OPERADOR-DIA.
           MOVE ORD-OPERADOR TO WS-ANT-OPERADOR.
           MOVE ORD-FECHA    TO WS-ANT-FECHA.
           MOVE 0 TO WS-ANT-CLIENTE.
           MOVE 0 TO WS-DIA-CUENTAS.
           MOVE 0 TO WS-DIA-CONSULTAS.

       SUMO-CONSULTA.
           ADD 1 TO WS-DIA-CONSULTAS.
           IF WS-DIA-CUENTAS = 0 OR ORD-ID-CLIENTE NOT = WS-ANT-CLIENTE
               ADD 1 TO WS-DIA-CUENTAS
               MOVE ORD-ID-CLIENTE TO WS-ANT-CLIENTE.
           GO TO CUENTO-POR-DIA.

       F-CUENTO-POR-DIA.
           EXIT.

       CIERRO-OPERADOR-DIA.
           IF WS-DIA-CUENTAS > WS-MAX-CUENTAS-DIA
               ADD 1 TO WS-TOTAL-EXCESOS
               MOVE WS-ANT-OPERADOR  TO EXC-OPERADOR
               MOVE WS-ANT-FECHA     TO EXC-FECHA
               MOVE WS-DIA-CUENTAS   TO EXC-CUENTAS
               MOVE WS-DIA-CONSULTAS TO EXC-CONSULTAS
               MOVE LINEA-EXCESO     TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY "*** " WS-ANT-OPERADOR " consulto "
                   WS-DIA-CUENTAS " cuentas el " WS-ANT-FECHA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REPORTE-ACCESOS.
