      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Liquidacion mensual de comisiones de cobradores: la
      *          comision se sacaba a mano en una hoja de calculo.
      *          Ordena el historial de cobranza
      *          (historial_cobranza.dat, HISTCOB.cpy) junto con la
      *          asignacion vigente de cobranza.dat por cliente y
      *          fecha y, cliente por cliente, acredita cada PAGO,
      *          RECIBOCAJA, GIRO y RECUPERO del mes al cobrador que
      *          tenia la cuenta el dia del movimiento, al porcentaje
      *          del nivel de cobranza (COB-NIVEL) vigente ese dia.
      *          Las tasas por nivel se leen de parametros.dat
      *          (claves COMISION-NIVEL-0 a COMISION-NIVEL-3, por
      *          mil); los literales compilados quedan como valor de
      *          omision. Un movimiento marcado como reversado por
      *          REVERSA-MOVIMIENTO se lista pero no comisiona. Sale
      *          una liquidacion por cobrador en una generacion
      *          fechada anotada en generaciones.dat y el extracto
      *          de nomina del periodo (nomina_comisiones_AAAAMM.dat,
      *          un registro por cobrador).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-COMISIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY MOVSEL.

           SELECT OPTIONAL HISTORIAL
                  ASSIGN TO "./historial_cobranza.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-HISTORIAL.

           SELECT OPTIONAL COBRANZA ASSIGN TO "./cobranza.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COB-ID-CLIENTE
                  STATUS ST-COBRANZA.

           COPY OPERSEL.

           SELECT ORDENADOS ASSIGN TO "./comisiones_sort.tmp".

           SELECT DETALLE-COMISION ASSIGN TO "./comisiones_detalle.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DETALLE.

           SELECT ORDEN-DETALLE ASSIGN TO "./comisiones_orden.tmp".

           SELECT OPTIONAL REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL NOMINA ASSIGN TO WS-NOMINA-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-NOMINA.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  HISTORIAL.

           COPY HISTCOB.

       FD  COBRANZA.

           COPY COBRANZA.

       FD  OPERADORES.

           COPY OPERADOR.

      * Eventos del historial mas un evento "X" por cuenta que sigue
      * en cobranza.dat (su asignacion actual, con fecha 99999999 para
      * que quede ultima en el orden del cliente).
       SD  ORDENADOS.

           COPY HISTCOB REPLACING ==REG-HIST-COBRANZA== BY
               ==REG-ORDEN==
               ==HCO-ID-CLIENTE== BY ==ORD-ID-CLIENTE==
               ==HCO-FECHA==      BY ==ORD-FECHA==
               ==HCO-EVENTO==     BY ==ORD-EVENTO==
               ==HCO-NIVEL==      BY ==ORD-NIVEL==
               ==HCO-COBRADOR==   BY ==ORD-COBRADOR==
               ==HCO-SALDO==      BY ==ORD-SALDO==.

      * Un renglon por movimiento acreditado a un cobrador.
       FD  DETALLE-COMISION.
       01  REG-DET-COMISION.
           05 DET-COBRADOR    PIC X(8).
           05 DET-ID-CLIENTE  PIC 9(8).
           05 DET-FECHA       PIC 9(8).
           05 DET-TIPO        PIC X(10).
           05 DET-NIVEL       PIC 9.
           05 DET-VALOR       PIC S9(7)V9(3).
           05 DET-TASA-MIL    PIC 9(3)V9(3).
           05 DET-COMISION    PIC S9(7)V9(3).
           05 DET-REVERSADO   PIC X.

       SD  ORDEN-DETALLE.
       01  REG-ORDEN-DETALLE.
           05 ODT-COBRADOR    PIC X(8).
           05 ODT-ID-CLIENTE  PIC 9(8).
           05 ODT-FECHA       PIC 9(8).
           05 ODT-TIPO        PIC X(10).
           05 ODT-NIVEL       PIC 9.
           05 ODT-VALOR       PIC S9(7)V9(3).
           05 ODT-TASA-MIL    PIC 9(3)V9(3).
           05 ODT-COMISION    PIC S9(7)V9(3).
           05 ODT-REVERSADO   PIC X.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

      * Extracto de nomina: un registro por cobrador liquidado.
       FD  NOMINA.
       01  REG-NOMINA.
           05 NOM-COBRADOR    PIC X(8).
           05 NOM-NOMBRE      PIC X(30).
           05 NOM-PERIODO     PIC 9(6).
           05 NOM-MOVIMIENTOS PIC 9(7).
           05 NOM-RECAUDO     PIC 9(11)V9(3).
           05 NOM-COMISION    PIC 9(9)V9(3).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-HISTORIAL    PIC XX VALUE SPACE.
       01  ST-COBRANZA     PIC XX VALUE SPACE.
       01  ST-OPERADORES   PIC XX VALUE SPACE.
       01  ST-DETALLE      PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-NOMINA       PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.

       01  WS-COBRANZA-SW  PIC X VALUE "N".
           88 COBRANZA-DISPONIBLE   VALUE "S".
       01  WS-OPERADORES-SW PIC X VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANO   PIC 9(4).
           05 WS-HOY-MES   PIC 99.
           05 WS-HOY-DIA   PIC 99.
       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-PERIODO.
           05 WS-PER-ANO   PIC 9(4).
           05 WS-PER-MES   PIC 99.
       01  WS-DESDE        PIC 9(8) VALUE 0.
       01  WS-HASTA        PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.
       01  WS-NOMINA-PATH  PIC X(60) VALUE SPACE.

      * Tasa de comision por nivel de cobranza, en tantos por mil (la
      * entrada 1 es el nivel 0). Valores de omision si
      * parametros.dat no trae la clave.
       01  WS-TAB-TASAS.
           05 WS-TASA-NIVEL OCCURS 4 TIMES PIC 9(3)V9(3).
       01  WS-NIV-I        PIC 9 VALUE 0.
       01  WS-NIVEL-DIGITO PIC 9 VALUE 0.

       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

      * Eventos del cliente en curso, en orden de fecha.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-CLIENTE-SW  PIC X    VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-TOTAL-EVENTOS   PIC 99 VALUE 0.
       01  WS-TAB-EVENTOS.
           05 WS-EVENTO-ENTRADA OCCURS 60 TIMES.
               10 WS-EVT-FECHA    PIC 9(8).
               10 WS-EVT-EVENTO   PIC X.
               10 WS-EVT-NIVEL    PIC 9.
               10 WS-EVT-COBRADOR PIC X(8).
       01  WS-EVT-I           PIC 99 VALUE 0.

      * Nivel y cobrador vigentes el dia del movimiento. Si el
      * historial no dice quien tenia la cuenta (la asignacion de
      * ASIGNA-COBRADORES no deja evento), vale el cobrador del
      * primer evento posterior al movimiento y, a falta de ese, la
      * asignacion actual de cobranza.dat.
       01  WS-NIVEL-VIGENTE    PIC 9    VALUE 0.
       01  WS-COBRADOR-VIGENTE PIC X(8) VALUE SPACE.
       01  WS-APLICADOS-SW     PIC X    VALUE "N".
           88 HAY-EVENTO-APLICADO  VALUE "S".
       01  WS-SIGUIENTE-SW     PIC X    VALUE "N".
           88 HAY-EVENTO-SIGUIENTE VALUE "S".
       01  WS-NIVEL-SIGUIENTE    PIC 9    VALUE 0.
       01  WS-EVENTO-SIGUIENTE   PIC X    VALUE SPACE.
       01  WS-COBRADOR-SIGUIENTE PIC X(8) VALUE SPACE.
       01  WS-ACTUAL-SW        PIC X    VALUE "N".
           88 HAY-ASIGNACION-ACTUAL VALUE "S".
       01  WS-NIVEL-ACTUAL     PIC 9    VALUE 0.
       01  WS-COBRADOR-ACTUAL  PIC X(8) VALUE SPACE.

      * Corte de control por cobrador en la liquidacion.
       01  WS-COBRADOR-CURSO  PIC X(8)  VALUE SPACE.
       01  WS-NOMBRE-CURSO    PIC X(30) VALUE SPACE.
       01  WS-HAY-COBRADOR-SW PIC X     VALUE "N".
           88 HAY-COBRADOR-EN-CURSO VALUE "S".
       01  WS-TAB-NIVELES.
           05 WS-NIVEL-ENTRADA OCCURS 4 TIMES.
               10 WS-NIV-MOVIMIENTOS PIC 9(7).
               10 WS-NIV-RECAUDO     PIC S9(11)V9(3).
               10 WS-NIV-COMISION    PIC S9(9)V9(3).
       01  WS-CBR-MOVIMIENTOS PIC 9(7)         VALUE 0.
       01  WS-CBR-RECAUDO     PIC S9(11)V9(3)  VALUE 0.
       01  WS-CBR-COMISION    PIC S9(9)V9(3)   VALUE 0.
       01  WS-CBR-REVERSADOS  PIC 9(7)         VALUE 0.

      * Totales de la corrida.
       01  WS-TOT-COBRADORES  PIC 9(7)         VALUE 0.
       01  WS-TOT-MOVIMIENTOS PIC 9(7)         VALUE 0.
       01  WS-TOT-RECAUDO     PIC S9(11)V9(3)  VALUE 0.
       01  WS-TOT-COMISION    PIC S9(11)V9(3)  VALUE 0.
       01  WS-TOT-REVERSADOS  PIC 9(7)         VALUE 0.
       01  WS-TOT-SIN-COBRADOR PIC 9(7)        VALUE 0.
       01  WS-VALOR-SIN-COBRADOR PIC S9(11)V9(3) VALUE 0.

       01  WS-ED-VALOR     PIC Z(7)9,99-.
       01  WS-ED-COMISION  PIC Z(7)9,99-.
       01  WS-ED-TOTAL     PIC Z(10)9,99-.
       01  WS-ED-TASA      PIC ZZ9,999.

       01  LINEA-DETALLE.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-ID-CLIENTE   PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-FECHA        PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-TIPO         PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-NIVEL        PIC 9.
           05 FILLER          PIC X(3)  VALUE SPACE.
           05 LD-VALOR        PIC Z(7)9,99-.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-TASA         PIC ZZ9,999.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-COMISION     PIC Z(7)9,99-.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LD-MARCA        PIC X(22).

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "LIQUIDA-COMISIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Mes a liquidar (AAAAMM, 0 = mes anterior):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               IF WS-HOY-MES = 1
                   COMPUTE WS-PER-ANO = WS-HOY-ANO - 1
                   MOVE 12 TO WS-PER-MES
               ELSE
                   MOVE WS-HOY-ANO TO WS-PER-ANO
                   COMPUTE WS-PER-MES = WS-HOY-MES - 1.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12 OR WS-PER-ANO = 0
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-HASTA = WS-PERIODO * 100 + 31.
           PERFORM CARGO-TASAS.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-FECHA
               INPUT PROCEDURE IS CARGO-EVENTOS
                   THRU F-CARGO-EVENTOS
               OUTPUT PROCEDURE IS PROCESO-HISTORIAL
                   THRU F-PROCESO-HISTORIAL.
           CLOSE DETALLE-COMISION.
           SORT ORDEN-DETALLE
               ON ASCENDING KEY ODT-COBRADOR ODT-ID-CLIENTE ODT-FECHA
               USING DETALLE-COMISION
               OUTPUT PROCEDURE IS IMPRIMO-LIQUIDACION
                   THRU F-IMPRIMO-LIQUIDACION.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Liquidacion generada en " WS-REPORTE-PATH ".".
           DISPLAY "Extracto de nomina en " WS-NOMINA-PATH ".".
           STOP RUN.

      ******************************************************************
      * Tasas por nivel: valores de omision compilados, reemplazados
      * por los de parametros.dat si las claves estan cargadas.
      ******************************************************************
       CARGO-TASAS.
           MOVE 10 TO WS-TASA-NIVEL (1).
           MOVE 20 TO WS-TASA-NIVEL (2).
           MOVE 30 TO WS-TASA-NIVEL (3).
           MOVE 50 TO WS-TASA-NIVEL (4).
           MOVE 1 TO WS-NIV-I.

       CARGO-TASA-NIVEL.
           IF WS-NIV-I > 4
               GO TO F-CARGO-TASAS.
           COMPUTE WS-NIVEL-DIGITO = WS-NIV-I - 1.
           MOVE SPACE TO WS-PAR-CLAVE.
           STRING "COMISION-NIVEL-" WS-NIVEL-DIGITO
               DELIMITED BY SIZE INTO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-TASA-NIVEL (WS-NIV-I).
           ADD 1 TO WS-NIV-I.
           GO TO CARGO-TASA-NIVEL.

       F-CARGO-TASAS.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS ("
                   ST-MOVIMIENTOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT COBRANZA.
           IF ST-COBRANZA > "07"
               DISPLAY "Aviso: cobranza.dat no disponible ("
                   ST-COBRANZA "), solo cuenta el historial."
           ELSE
               SET COBRANZA-DISPONIBLE TO TRUE.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES > "07"
               DISPLAY "Aviso: operadores.dat no disponible ("
                   ST-OPERADORES "), la liquidacion sale sin nombres."
           ELSE
               SET OPERADORES-DISPONIBLES TO TRUE.
           OPEN OUTPUT DETALLE-COMISION.
           IF ST-DETALLE > "07"
               DISPLAY "Error abriendo DETALLE-COMISION ("
                   ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./liquidacion_comisiones_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-NOMINA-PATH.
           STRING "./nomina_comisiones_" WS-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-NOMINA-PATH.
           OPEN OUTPUT NOMINA.
           IF ST-NOMINA > "07"
               DISPLAY "Error abriendo NOMINA (" ST-NOMINA ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Entrada del primer orden: el historial completo y la
      * asignacion actual de cada cuenta de cobranza.dat.
      ******************************************************************
       CARGO-EVENTOS.
           OPEN INPUT HISTORIAL.
           IF ST-HISTORIAL > "07"
               DISPLAY "Aviso: historial de cobranza no disponible ("
                   ST-HISTORIAL ")."
               GO TO CARGO-ASIGNACIONES.

       LEO-HISTORIAL.
           READ HISTORIAL
               AT END
                   CLOSE HISTORIAL
                   GO TO CARGO-ASIGNACIONES
           END-READ.
           MOVE REG-HIST-COBRANZA TO REG-ORDEN.
           RELEASE REG-ORDEN.
           GO TO LEO-HISTORIAL.

       CARGO-ASIGNACIONES.
           IF NOT COBRANZA-DISPONIBLE
               GO TO F-CARGO-EVENTOS.
           MOVE 0 TO COB-ID-CLIENTE.
           START COBRANZA KEY IS NOT LESS THAN COB-ID-CLIENTE
               INVALID KEY
                   GO TO F-CARGO-EVENTOS
           END-START.

       LEO-ASIGNACION.
           READ COBRANZA NEXT RECORD
               AT END
                   GO TO F-CARGO-EVENTOS
           END-READ.
           MOVE COB-ID-CLIENTE TO ORD-ID-CLIENTE.
           MOVE 99999999       TO ORD-FECHA.
           MOVE "X"            TO ORD-EVENTO.
           MOVE COB-NIVEL      TO ORD-NIVEL.
           MOVE COB-COBRADOR   TO ORD-COBRADOR.
           MOVE 0              TO ORD-SALDO.
           RELEASE REG-ORDEN.
           GO TO LEO-ASIGNACION.

       F-CARGO-EVENTOS.
           EXIT.

      ******************************************************************
      * Recibe los eventos ordenados y, al corte de control de cada
      * cliente, acredita sus pagos del mes.
      ******************************************************************
       PROCESO-HISTORIAL.
           RETURN ORDENADOS
               AT END
                   PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   GO TO F-PROCESO-HISTORIAL
           END-RETURN.
           IF NOT HAY-CLIENTE-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
               MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO
               MOVE "S" TO WS-HAY-CLIENTE-SW
               MOVE 0 TO WS-TOTAL-EVENTOS.
           IF WS-TOTAL-EVENTOS < 60
               ADD 1 TO WS-TOTAL-EVENTOS
           ELSE
               IF ORD-EVENTO NOT = "X"
                   GO TO PROCESO-HISTORIAL.
           MOVE ORD-FECHA    TO WS-EVT-FECHA (WS-TOTAL-EVENTOS).
           MOVE ORD-EVENTO   TO WS-EVT-EVENTO (WS-TOTAL-EVENTOS).
           MOVE ORD-NIVEL    TO WS-EVT-NIVEL (WS-TOTAL-EVENTOS).
           MOVE ORD-COBRADOR TO WS-EVT-COBRADOR (WS-TOTAL-EVENTOS).
           GO TO PROCESO-HISTORIAL.

       F-PROCESO-HISTORIAL.
           EXIT.

      ******************************************************************
      * Movimientos de recaudo del cliente dentro del mes: cada uno se
      * acredita al cobrador vigente el dia del movimiento.
      ******************************************************************
       PROCESO-CLIENTE.
           IF NOT HAY-CLIENTE-EN-CURSO OR WS-TOTAL-EVENTOS = 0
               GO TO F-PROCESO-CLIENTE.
           MOVE WS-ID-EN-CURSO TO MOV-ID-CLIENTE.
           MOVE WS-DESDE TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-PROCESO-CLIENTE
           END-START.

       LEO-PAGO-CLIENTE.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-PROCESO-CLIENTE
           END-READ.
           IF MOV-ID-CLIENTE NOT = WS-ID-EN-CURSO
               GO TO F-PROCESO-CLIENTE.
           IF MOV-FECHA > WS-HASTA
               GO TO F-PROCESO-CLIENTE.
           IF MOV-TIPO NOT = "PAGO" AND MOV-TIPO NOT = "RECIBOCAJA"
            AND MOV-TIPO NOT = "GIRO" AND MOV-TIPO NOT = "RECUPERO"
               GO TO LEO-PAGO-CLIENTE.
           IF MOV-VALOR <= 0
               GO TO LEO-PAGO-CLIENTE.
           PERFORM DERIVO-COBRADOR-VIGENTE
               THRU F-DERIVO-COBRADOR-VIGENTE.
           IF WS-COBRADOR-VIGENTE = SPACE
               ADD 1 TO WS-TOT-SIN-COBRADOR
               ADD MOV-VALOR TO WS-VALOR-SIN-COBRADOR
               GO TO LEO-PAGO-CLIENTE.
           PERFORM GRABO-DETALLE.
           GO TO LEO-PAGO-CLIENTE.

       F-PROCESO-CLIENTE.
           EXIT.

      ******************************************************************
      * Nivel y cobrador vigentes en MOV-FECHA. Un avance hasta esa
      * fecha fija nivel y cobrador; una cura anterior a esa fecha los
      * repone a cero (la cura del mismo dia es obra de este pago y
      * todavia no cuenta). El primer evento posterior y la
      * asignacion actual cubren la cuenta asignada sin evento.
      ******************************************************************
       DERIVO-COBRADOR-VIGENTE.
           MOVE 0     TO WS-NIVEL-VIGENTE.
           MOVE SPACE TO WS-COBRADOR-VIGENTE.
           MOVE "N"   TO WS-APLICADOS-SW.
           MOVE "N"   TO WS-SIGUIENTE-SW.
           MOVE "N"   TO WS-ACTUAL-SW.
           MOVE 1     TO WS-EVT-I.

       PRUEBO-EVENTO-VIGENTE.
           IF WS-EVT-I > WS-TOTAL-EVENTOS
               GO TO RESUELVO-COBRADOR.
           IF WS-EVT-EVENTO (WS-EVT-I) = "X"
               SET HAY-ASIGNACION-ACTUAL TO TRUE
               MOVE WS-EVT-NIVEL (WS-EVT-I)    TO WS-NIVEL-ACTUAL
               MOVE WS-EVT-COBRADOR (WS-EVT-I) TO WS-COBRADOR-ACTUAL
               GO TO SIGO-EVENTO-VIGENTE.
           IF WS-EVT-FECHA (WS-EVT-I) > MOV-FECHA
            OR (WS-EVT-EVENTO (WS-EVT-I) = "C"
                AND WS-EVT-FECHA (WS-EVT-I) = MOV-FECHA)
               IF NOT HAY-EVENTO-SIGUIENTE
                   SET HAY-EVENTO-SIGUIENTE TO TRUE
                   MOVE WS-EVT-EVENTO (WS-EVT-I)
                       TO WS-EVENTO-SIGUIENTE
                   MOVE WS-EVT-NIVEL (WS-EVT-I) TO WS-NIVEL-SIGUIENTE
                   MOVE WS-EVT-COBRADOR (WS-EVT-I)
                       TO WS-COBRADOR-SIGUIENTE
               END-IF
               GO TO SIGO-EVENTO-VIGENTE.
           SET HAY-EVENTO-APLICADO TO TRUE.
           IF WS-EVT-EVENTO (WS-EVT-I) = "A"
               MOVE WS-EVT-NIVEL (WS-EVT-I) TO WS-NIVEL-VIGENTE
               MOVE WS-EVT-COBRADOR (WS-EVT-I)
                   TO WS-COBRADOR-VIGENTE
           ELSE
               MOVE 0     TO WS-NIVEL-VIGENTE
               MOVE SPACE TO WS-COBRADOR-VIGENTE.

       SIGO-EVENTO-VIGENTE.
           ADD 1 TO WS-EVT-I.
           GO TO PRUEBO-EVENTO-VIGENTE.

       RESUELVO-COBRADOR.
           IF WS-COBRADOR-VIGENTE NOT = SPACE
               GO TO F-DERIVO-COBRADOR-VIGENTE.
           IF HAY-EVENTO-SIGUIENTE AND WS-COBRADOR-SIGUIENTE NOT = SPACE
               MOVE WS-COBRADOR-SIGUIENTE TO WS-COBRADOR-VIGENTE
               IF WS-EVENTO-SIGUIENTE = "C" OR NOT HAY-EVENTO-APLICADO
                   MOVE WS-NIVEL-SIGUIENTE TO WS-NIVEL-VIGENTE
               END-IF
               GO TO F-DERIVO-COBRADOR-VIGENTE.
           IF HAY-ASIGNACION-ACTUAL AND NOT HAY-EVENTO-SIGUIENTE
               MOVE WS-COBRADOR-ACTUAL TO WS-COBRADOR-VIGENTE
               IF NOT HAY-EVENTO-APLICADO
                   MOVE WS-NIVEL-ACTUAL TO WS-NIVEL-VIGENTE.

       F-DERIVO-COBRADOR-VIGENTE.
           EXIT.

      ******************************************************************
      * Un renglon de detalle por movimiento acreditado. El movimiento
      * reversado se lista con comision cero.
      ******************************************************************
       GRABO-DETALLE.
           COMPUTE WS-NIV-I = WS-NIVEL-VIGENTE + 1.
           MOVE WS-COBRADOR-VIGENTE TO DET-COBRADOR.
           MOVE MOV-ID-CLIENTE      TO DET-ID-CLIENTE.
           MOVE MOV-FECHA           TO DET-FECHA.
           MOVE MOV-TIPO            TO DET-TIPO.
           MOVE WS-NIVEL-VIGENTE    TO DET-NIVEL.
           MOVE MOV-VALOR           TO DET-VALOR.
           MOVE WS-TASA-NIVEL (WS-NIV-I) TO DET-TASA-MIL.
           IF MOV-MARCA-REVERSADO = "S"
               MOVE "S" TO DET-REVERSADO
               MOVE 0   TO DET-COMISION
           ELSE
               MOVE "N" TO DET-REVERSADO
               COMPUTE DET-COMISION ROUNDED =
                   MOV-VALOR * WS-TASA-NIVEL (WS-NIV-I) / 1000.
           WRITE REG-DET-COMISION.
           IF ST-DETALLE > "07"
               DISPLAY "Error grabando el detalle del cliente "
                   MOV-ID-CLIENTE " (" ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Recibe el detalle ordenado por cobrador y, al corte de control
      * de cada uno, cierra su liquidacion y su registro de nomina.
      ******************************************************************
       IMPRIMO-LIQUIDACION.
           RETURN ORDEN-DETALLE
               AT END
                   PERFORM CIERRO-COBRADOR THRU F-CIERRO-COBRADOR
                   GO TO F-IMPRIMO-LIQUIDACION
           END-RETURN.
           IF NOT HAY-COBRADOR-EN-CURSO
            OR ODT-COBRADOR NOT = WS-COBRADOR-CURSO
               PERFORM CIERRO-COBRADOR THRU F-CIERRO-COBRADOR
               PERFORM ABRO-COBRADOR THRU F-ABRO-COBRADOR.
           MOVE ODT-ID-CLIENTE TO LD-ID-CLIENTE.
           MOVE ODT-FECHA      TO LD-FECHA.
           MOVE ODT-TIPO       TO LD-TIPO.
           MOVE ODT-NIVEL      TO LD-NIVEL.
           MOVE ODT-VALOR      TO LD-VALOR.
           MOVE ODT-TASA-MIL   TO LD-TASA.
           MOVE ODT-COMISION   TO LD-COMISION.
           IF ODT-REVERSADO = "S"
               MOVE "REVERSADO, NO COMISIONA" TO LD-MARCA
               ADD 1 TO WS-CBR-REVERSADOS
           ELSE
               MOVE SPACE TO LD-MARCA
               COMPUTE WS-NIV-I = ODT-NIVEL + 1
               ADD 1 TO WS-NIV-MOVIMIENTOS (WS-NIV-I)
               ADD ODT-VALOR    TO WS-NIV-RECAUDO (WS-NIV-I)
               ADD ODT-COMISION TO WS-NIV-COMISION (WS-NIV-I)
               ADD 1 TO WS-CBR-MOVIMIENTOS
               ADD ODT-VALOR    TO WS-CBR-RECAUDO
               ADD ODT-COMISION TO WS-CBR-COMISION.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO IMPRIMO-LIQUIDACION.

       F-IMPRIMO-LIQUIDACION.
           EXIT.

       ABRO-COBRADOR.
           MOVE ODT-COBRADOR TO WS-COBRADOR-CURSO.
           MOVE "S" TO WS-HAY-COBRADOR-SW.
           MOVE SPACE TO WS-NOMBRE-CURSO.
           IF OPERADORES-DISPONIBLES
               MOVE ODT-COBRADOR TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       MOVE "(COBRADOR NO REGISTRADO)"
                           TO WS-NOMBRE-CURSO
                   NOT INVALID KEY
                       MOVE OPE-NOMBRE TO WS-NOMBRE-CURSO
               END-READ.
           INITIALIZE WS-TAB-NIVELES.
           MOVE 0 TO WS-CBR-MOVIMIENTOS.
           MOVE 0 TO WS-CBR-RECAUDO.
           MOVE 0 TO WS-CBR-COMISION.
           MOVE 0 TO WS-CBR-REVERSADOS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "LIQUIDACION DE COMISIONES - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "COBRADOR: " WS-COBRADOR-CURSO "  " WS-NOMBRE-CURSO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  CLIENTE   FECHA     TIPO        NIV   VALOR"
               TO LINEA-REPORTE.
           MOVE "TASA/MIL     COMISION" TO LINEA-REPORTE (53:21).
           WRITE LINEA-REPORTE.

       F-ABRO-COBRADOR.
           EXIT.

      ******************************************************************
      * Cierra la liquidacion del cobrador en curso: subtotales por
      * nivel, total a pagar y su registro del extracto de nomina.
      ******************************************************************
       CIERRO-COBRADOR.
           IF NOT HAY-COBRADOR-EN-CURSO
               GO TO F-CIERRO-COBRADOR.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  NIVEL  MOVIMIENTOS  RECAUDADO            COMISION"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 1 TO WS-NIV-I.

       IMPRIMO-NIVEL-COBRADOR.
           IF WS-NIV-I > 4
               GO TO IMPRIMO-TOTAL-COBRADOR.
           IF WS-NIV-MOVIMIENTOS (WS-NIV-I) = 0
               ADD 1 TO WS-NIV-I
               GO TO IMPRIMO-NIVEL-COBRADOR.
           COMPUTE WS-NIVEL-DIGITO = WS-NIV-I - 1.
           MOVE WS-NIV-RECAUDO (WS-NIV-I)  TO WS-ED-TOTAL.
           MOVE WS-NIV-COMISION (WS-NIV-I) TO WS-ED-COMISION.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "    " WS-NIVEL-DIGITO "    "
               WS-NIV-MOVIMIENTOS (WS-NIV-I) "  " WS-ED-TOTAL
               "  " WS-ED-COMISION
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-NIV-I.
           GO TO IMPRIMO-NIVEL-COBRADOR.

       IMPRIMO-TOTAL-COBRADOR.
           MOVE WS-CBR-RECAUDO  TO WS-ED-TOTAL.
           MOVE WS-CBR-COMISION TO WS-ED-COMISION.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  TOTAL  " WS-CBR-MOVIMIENTOS "  " WS-ED-TOTAL
               "  " WS-ED-COMISION "  A PAGAR"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-CBR-REVERSADOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "  MOVIMIENTOS REVERSADOS EXCLUIDOS: "
                   WS-CBR-REVERSADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-COBRADOR-CURSO  TO NOM-COBRADOR.
           MOVE WS-NOMBRE-CURSO    TO NOM-NOMBRE.
           MOVE WS-PERIODO         TO NOM-PERIODO.
           MOVE WS-CBR-MOVIMIENTOS TO NOM-MOVIMIENTOS.
           MOVE WS-CBR-RECAUDO     TO NOM-RECAUDO.
           MOVE WS-CBR-COMISION    TO NOM-COMISION.
           WRITE REG-NOMINA.
           IF ST-NOMINA > "07"
               DISPLAY "Error grabando la nomina del cobrador "
                   WS-COBRADOR-CURSO " (" ST-NOMINA ")"
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOT-COBRADORES.
           ADD WS-CBR-MOVIMIENTOS TO WS-TOT-MOVIMIENTOS.
           ADD WS-CBR-RECAUDO     TO WS-TOT-RECAUDO.
           ADD WS-CBR-COMISION    TO WS-TOT-COMISION.
           ADD WS-CBR-REVERSADOS  TO WS-TOT-REVERSADOS.

       F-CIERRO-COBRADOR.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RESUMEN DE LA LIQUIDACION - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COBRADORES LIQUIDADOS          : "
               WS-TOT-COBRADORES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  MOVIMIENTOS COMISIONADOS       : "
               WS-TOT-MOVIMIENTOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-RECAUDO TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECAUDO COMISIONADO            : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-COMISION TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  TOTAL COMISIONES               : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  MOVIMIENTOS REVERSADOS EXCL.   : "
               WS-TOT-REVERSADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-VALOR-SIN-COBRADOR TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECAUDO SIN COBRADOR ASIGNADO  : "
               WS-TOT-SIN-COBRADOR " MOVS. " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  TASAS POR MIL NIVEL 0/1/2/3    : "
               WS-TASA-NIVEL (1) " / " WS-TASA-NIVEL (2) " / "
               WS-TASA-NIVEL (3) " / " WS-TASA-NIVEL (4)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-COMISION TO WS-ED-TOTAL.
           DISPLAY "Cobradores liquidados: " WS-TOT-COBRADORES.
           DISPLAY "Total comisiones     : " WS-ED-TOTAL.

      ******************************************************************
      * Deja la generacion fechada de la liquidacion anotada en el
      * registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "liquidacion_comisiones" TO GEN-BASE.
           MOVE WS-FECHA-HOY     TO GEN-FECHA.
           MOVE WS-REPORTE-PATH  TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE MOVIMIENTOS.
           IF COBRANZA-DISPONIBLE
               CLOSE COBRANZA.
           IF OPERADORES-DISPONIBLES
               CLOSE OPERADORES.
           CLOSE REPORTE.
           CLOSE NOMINA.

           COPY BANNER.

       END PROGRAM LIQUIDA-COMISIONES.
