      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Avance diario de las metas mensuales de cobranza:
      *          EFECTIVIDAD-COBRANZA mide los niveles despues del
      *          hecho y la gerencia no tenia como seguir en el mes la
      *          meta de cada cobrador. Con la misma atribucion de
      *          LIQUIDA-COMISIONES (historial de cobranza ordenado
      *          con la asignacion vigente, cada PAGO, RECIBOCAJA,
      *          GIRO y RECUPERO al cobrador que tenia la cuenta el dia
      *          del movimiento; el reversado no cuenta) suma lo
      *          recaudado en el mes hasta hoy por COB-COBRADOR y las
      *          cuentas curadas (evento "C" del historial) y lo
      *          compara contra metas_cobranza.dat (MANTIENE-METAS).
      *          Proyecta el cierre del mes en dias calendario
      *          (recaudado / dias corridos * dias del mes), ordena
      *          los cobradores por cumplimiento proyectado y marca a
      *          quien va por debajo del umbral (parametro
      *          META-UMBRAL-ALERTA, por ciento, omision 80) en
      *          recaudo o en curas. Los cobradores con recaudo y sin
      *          meta se listan aparte. Sale en una generacion fechada
      *          anotada en generaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCE-METAS.

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

           SELECT OPTIONAL METAS-COBRANZA
                  ASSIGN TO "./metas_cobranza.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MET-CLAVE
                  STATUS ST-METAS.

           COPY OPERSEL.

           SELECT ORDENADOS ASSIGN TO "./avance_metas_sort.tmp".

           SELECT OPTIONAL REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

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

       FD  METAS-COBRANZA.

           COPY METACOB.

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

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-HISTORIAL    PIC XX VALUE SPACE.
       01  ST-COBRANZA     PIC XX VALUE SPACE.
       01  ST-METAS        PIC XX VALUE SPACE.
       01  ST-OPERADORES   PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
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
       01  WS-DESDE        PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Dias del mes y dias corridos hasta hoy, para la proyeccion.
       01  WS-DIAS-MES       PIC 99   VALUE 0.
       01  WS-DIAS-CORRIDOS  PIC 99   VALUE 0.
       01  WS-COCIENTE       PIC 9(4) VALUE 0.
       01  WS-RESTO-4        PIC 9(4) VALUE 0.
       01  WS-RESTO-100      PIC 9(4) VALUE 0.
       01  WS-RESTO-400      PIC 9(4) VALUE 0.

       01  WS-UMBRAL       PIC 9(3)V9 VALUE 80.

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

      * Cobrador vigente el dia del movimiento, con la misma regla de
      * LIQUIDA-COMISIONES: el ultimo avance hasta esa fecha, o el
      * primer evento posterior, o la asignacion actual.
       01  WS-COBRADOR-VIGENTE PIC X(8) VALUE SPACE.
       01  WS-APLICADOS-SW     PIC X    VALUE "N".
           88 HAY-EVENTO-APLICADO  VALUE "S".
       01  WS-SIGUIENTE-SW     PIC X    VALUE "N".
           88 HAY-EVENTO-SIGUIENTE VALUE "S".
       01  WS-COBRADOR-SIGUIENTE PIC X(8) VALUE SPACE.
       01  WS-ACTUAL-SW        PIC X    VALUE "N".
           88 HAY-ASIGNACION-ACTUAL VALUE "S".
       01  WS-COBRADOR-ACTUAL  PIC X(8) VALUE SPACE.

      * Un renglon por cobrador con meta en el periodo o con recaudo
      * o curas en el mes. WS-CBR-PCT-ORDEN es el cumplimiento
      * proyectado por el que se ordena: el de recaudo si hay meta de
      * recaudo, si no el de curas.
       01  WS-COBRADOR-BUSCADO PIC X(8) VALUE SPACE.
       01  WS-TOTAL-COBRADORES PIC 9(3) VALUE 0.
       01  WS-TAB-COBRADORES.
           05 WS-COBRADOR-ENTRADA OCCURS 100 TIMES.
               10 WS-CBR-ID          PIC X(8).
               10 WS-CBR-TIENE-META  PIC X.
               10 WS-CBR-META-REC    PIC 9(9)V9(3).
               10 WS-CBR-META-CURAS  PIC 9(5).
               10 WS-CBR-MOVIMIENTOS PIC 9(7).
               10 WS-CBR-RECAUDO     PIC S9(11)V9(3).
               10 WS-CBR-CURAS       PIC 9(5).
               10 WS-CBR-PROY-REC    PIC S9(11)V9(3).
               10 WS-CBR-PROY-CURAS  PIC 9(7).
               10 WS-CBR-PCT-REC     PIC S9(5)V9.
               10 WS-CBR-PCT-CURAS   PIC 9(5)V9.
               10 WS-CBR-PCT-ORDEN   PIC S9(5)V9.
               10 WS-CBR-ALERTA      PIC X.
               10 WS-CBR-LISTADO     PIC X.
       01  WS-CBR-I            PIC 9(3) VALUE 0.
       01  WS-CBR-MAYOR        PIC 9(3) VALUE 0.
       01  WS-POSICION         PIC 9(3) VALUE 0.
       01  WS-NOMBRE-COBRADOR  PIC X(30) VALUE SPACE.

      * Totales de la corrida.
       01  WS-TOT-RECAUDO      PIC S9(11)V9(3) VALUE 0.
       01  WS-TOT-META         PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOT-CURAS        PIC 9(7)        VALUE 0.
       01  WS-TOT-ALERTAS      PIC 9(3)        VALUE 0.
       01  WS-TOT-SIN-META     PIC 9(3)        VALUE 0.
       01  WS-TOT-SIN-COBRADOR PIC 9(7)        VALUE 0.
       01  WS-VALOR-SIN-COBRADOR PIC S9(11)V9(3) VALUE 0.
       01  WS-TOT-FUERA-TABLA  PIC 9(7)        VALUE 0.

       01  WS-ED-TOTAL     PIC Z(10)9,99-.
       01  WS-ED-PCT       PIC ZZZZ9,9-.

       01  LINEA-AVANCE.
           05 LA-POSICION     PIC ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LA-COBRADOR     PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-NOMBRE       PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-META         PIC Z(8)9,99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-RECAUDO      PIC Z(8)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-PROYECTADO   PIC Z(8)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-PCT-REC      PIC ZZZ9,9-.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LA-CURAS        PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE "/".
           05 LA-META-CURAS   PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LA-PCT-CURAS    PIC ZZZ9,9.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LA-MARCA        PIC X(12).

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "AVANCE-METAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           COMPUTE WS-DESDE = WS-PERIODO * 100 + 1.
           MOVE WS-HOY-DIA TO WS-DIAS-CORRIDOS.
           PERFORM CALCULO-DIAS-MES.
           PERFORM CARGO-UMBRAL.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           INITIALIZE WS-TAB-COBRADORES.
           PERFORM CARGO-METAS THRU F-CARGO-METAS.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-FECHA
               INPUT PROCEDURE IS CARGO-EVENTOS
                   THRU F-CARGO-EVENTOS
               OUTPUT PROCEDURE IS PROCESO-HISTORIAL
                   THRU F-PROCESO-HISTORIAL.
           PERFORM PROYECTO-COBRADOR
               VARYING WS-CBR-I FROM 1 BY 1
               UNTIL WS-CBR-I > WS-TOTAL-COBRADORES.
           PERFORM IMPRIMO-ENCABEZADO.
           PERFORM IMPRIMO-RANKING THRU F-IMPRIMO-RANKING.
           PERFORM IMPRIMO-SIN-META THRU F-IMPRIMO-SIN-META.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Avance de metas generado en " WS-REPORTE-PATH ".".
           STOP RUN.

      ******************************************************************
      * Dias calendario del mes en curso (febrero de 29 en bisiesto).
      ******************************************************************
       CALCULO-DIAS-MES.
           EVALUATE WS-HOY-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   DIVIDE WS-HOY-ANO BY 4 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-HOY-ANO BY 100 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-HOY-ANO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = 0
                    OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       CARGO-UMBRAL.
           MOVE "META-UMBRAL-ALERTA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-UMBRAL.

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
           OPEN INPUT METAS-COBRANZA.
           IF ST-METAS > "07"
               DISPLAY "Error abriendo METAS-COBRANZA (" ST-METAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES > "07"
               DISPLAY "Aviso: operadores.dat no disponible ("
                   ST-OPERADORES "), el avance sale sin nombres."
           ELSE
               SET OPERADORES-DISPONIBLES TO TRUE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./avance_metas_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Las metas del periodo abren el renglon de cada cobrador, para
      * que salga aunque no lleve recaudo en el mes.
      ******************************************************************
       CARGO-METAS.
           MOVE LOW-VALUES TO MET-CLAVE.
           START METAS-COBRANZA KEY IS NOT LESS THAN MET-CLAVE
               INVALID KEY
                   DISPLAY "Aviso: no hay metas de cobranza cargadas."
                   GO TO F-CARGO-METAS
           END-START.

       LEO-META.
           READ METAS-COBRANZA NEXT RECORD
               AT END
                   GO TO F-CARGO-METAS
           END-READ.
           IF MET-PERIODO NOT = WS-PERIODO
               GO TO LEO-META.
           MOVE MET-COBRADOR TO WS-COBRADOR-BUSCADO.
           PERFORM BUSCO-COBRADOR THRU F-BUSCO-COBRADOR.
           IF WS-CBR-I = 0
               GO TO LEO-META.
           MOVE "S"              TO WS-CBR-TIENE-META (WS-CBR-I).
           MOVE MET-META-RECAUDO TO WS-CBR-META-REC (WS-CBR-I).
           MOVE MET-META-CURAS   TO WS-CBR-META-CURAS (WS-CBR-I).
           ADD MET-META-RECAUDO  TO WS-TOT-META.
           GO TO LEO-META.

       F-CARGO-METAS.
           EXIT.

      ******************************************************************
      * Deja en WS-CBR-I el renglon de WS-COBRADOR-BUSCADO, abriendolo
      * si no existe. Con la tabla llena devuelve cero.
      ******************************************************************
       BUSCO-COBRADOR.
           MOVE 1 TO WS-CBR-I.

       PRUEBO-COBRADOR.
           IF WS-CBR-I > WS-TOTAL-COBRADORES
               GO TO AGREGO-COBRADOR.
           IF WS-CBR-ID (WS-CBR-I) = WS-COBRADOR-BUSCADO
               GO TO F-BUSCO-COBRADOR.
           ADD 1 TO WS-CBR-I.
           GO TO PRUEBO-COBRADOR.

       AGREGO-COBRADOR.
           IF WS-TOTAL-COBRADORES NOT < 100
               MOVE 0 TO WS-CBR-I
               GO TO F-BUSCO-COBRADOR.
           ADD 1 TO WS-TOTAL-COBRADORES.
           MOVE WS-TOTAL-COBRADORES TO WS-CBR-I.
           MOVE WS-COBRADOR-BUSCADO TO WS-CBR-ID (WS-CBR-I).
           MOVE "N" TO WS-CBR-TIENE-META (WS-CBR-I).
           MOVE "N" TO WS-CBR-ALERTA (WS-CBR-I).
           MOVE "N" TO WS-CBR-LISTADO (WS-CBR-I).

       F-BUSCO-COBRADOR.
           EXIT.

      ******************************************************************
      * Entrada del orden: el historial completo y la asignacion
      * actual de cada cuenta de cobranza.dat.
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
      * Recibe los eventos ordenados: cada cura del mes cuenta para el
      * cobrador que tenia la cuenta y, al corte de control de cada
      * cliente, se acredita su recaudo del mes.
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
           IF ORD-EVENTO = "C" AND ORD-COBRADOR NOT = SPACE
            AND ORD-FECHA NOT < WS-DESDE
            AND ORD-FECHA NOT > WS-FECHA-HOY
               PERFORM CUENTO-CURA.
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

       CUENTO-CURA.
           MOVE ORD-COBRADOR TO WS-COBRADOR-BUSCADO.
           PERFORM BUSCO-COBRADOR THRU F-BUSCO-COBRADOR.
           IF WS-CBR-I = 0
               ADD 1 TO WS-TOT-FUERA-TABLA
           ELSE
               ADD 1 TO WS-CBR-CURAS (WS-CBR-I)
               ADD 1 TO WS-TOT-CURAS.

      ******************************************************************
      * Movimientos de recaudo del cliente en el mes hasta hoy: cada
      * uno se acredita al cobrador vigente el dia del movimiento.
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
           IF MOV-FECHA > WS-FECHA-HOY
               GO TO F-PROCESO-CLIENTE.
           IF MOV-TIPO NOT = "PAGO" AND MOV-TIPO NOT = "RECIBOCAJA"
            AND MOV-TIPO NOT = "GIRO" AND MOV-TIPO NOT = "RECUPERO"
               GO TO LEO-PAGO-CLIENTE.
           IF MOV-VALOR <= 0 OR MOV-MARCA-REVERSADO = "S"
               GO TO LEO-PAGO-CLIENTE.
           PERFORM DERIVO-COBRADOR-VIGENTE
               THRU F-DERIVO-COBRADOR-VIGENTE.
           IF WS-COBRADOR-VIGENTE = SPACE
               ADD 1 TO WS-TOT-SIN-COBRADOR
               ADD MOV-VALOR TO WS-VALOR-SIN-COBRADOR
               GO TO LEO-PAGO-CLIENTE.
           MOVE WS-COBRADOR-VIGENTE TO WS-COBRADOR-BUSCADO.
           PERFORM BUSCO-COBRADOR THRU F-BUSCO-COBRADOR.
           IF WS-CBR-I = 0
               ADD 1 TO WS-TOT-FUERA-TABLA
               GO TO LEO-PAGO-CLIENTE.
           ADD 1 TO WS-CBR-MOVIMIENTOS (WS-CBR-I).
           ADD MOV-VALOR TO WS-CBR-RECAUDO (WS-CBR-I).
           ADD MOV-VALOR TO WS-TOT-RECAUDO.
           GO TO LEO-PAGO-CLIENTE.

       F-PROCESO-CLIENTE.
           EXIT.

      ******************************************************************
      * Cobrador vigente en MOV-FECHA. Un avance hasta esa fecha lo
      * fija; una cura anterior a esa fecha lo quita (la cura del
      * mismo dia es obra de este pago y todavia no cuenta). El
      * primer evento posterior y la asignacion actual cubren la
      * cuenta asignada sin evento.
      ******************************************************************
       DERIVO-COBRADOR-VIGENTE.
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
               MOVE WS-EVT-COBRADOR (WS-EVT-I) TO WS-COBRADOR-ACTUAL
               GO TO SIGO-EVENTO-VIGENTE.
           IF WS-EVT-FECHA (WS-EVT-I) > MOV-FECHA
            OR (WS-EVT-EVENTO (WS-EVT-I) = "C"
                AND WS-EVT-FECHA (WS-EVT-I) = MOV-FECHA)
               IF NOT HAY-EVENTO-SIGUIENTE
                   SET HAY-EVENTO-SIGUIENTE TO TRUE
                   MOVE WS-EVT-COBRADOR (WS-EVT-I)
                       TO WS-COBRADOR-SIGUIENTE
               END-IF
               GO TO SIGO-EVENTO-VIGENTE.
           SET HAY-EVENTO-APLICADO TO TRUE.
           IF WS-EVT-EVENTO (WS-EVT-I) = "A"
               MOVE WS-EVT-COBRADOR (WS-EVT-I)
                   TO WS-COBRADOR-VIGENTE
           ELSE
               MOVE SPACE TO WS-COBRADOR-VIGENTE.

       SIGO-EVENTO-VIGENTE.
           ADD 1 TO WS-EVT-I.
           GO TO PRUEBO-EVENTO-VIGENTE.

       RESUELVO-COBRADOR.
           IF WS-COBRADOR-VIGENTE NOT = SPACE
               GO TO F-DERIVO-COBRADOR-VIGENTE.
           IF HAY-EVENTO-SIGUIENTE AND WS-COBRADOR-SIGUIENTE NOT = SPACE
               MOVE WS-COBRADOR-SIGUIENTE TO WS-COBRADOR-VIGENTE
               GO TO F-DERIVO-COBRADOR-VIGENTE.
           IF HAY-ASIGNACION-ACTUAL AND NOT HAY-EVENTO-SIGUIENTE
               MOVE WS-COBRADOR-ACTUAL TO WS-COBRADOR-VIGENTE.

       F-DERIVO-COBRADOR-VIGENTE.
           EXIT.

      ******************************************************************
      * Proyeccion al cierre del mes y cumplimiento contra la meta. Va
      * en alerta quien proyecta por debajo del umbral en recaudo o en
      * curas (solo donde tiene meta).
      ******************************************************************
       PROYECTO-COBRADOR.
           COMPUTE WS-CBR-PROY-REC (WS-CBR-I) ROUNDED =
               WS-CBR-RECAUDO (WS-CBR-I) * WS-DIAS-MES
               / WS-DIAS-CORRIDOS.
           COMPUTE WS-CBR-PROY-CURAS (WS-CBR-I) =
               WS-CBR-CURAS (WS-CBR-I) * WS-DIAS-MES
               / WS-DIAS-CORRIDOS.
           MOVE 0 TO WS-CBR-PCT-REC (WS-CBR-I).
           MOVE 0 TO WS-CBR-PCT-CURAS (WS-CBR-I).
           MOVE "N" TO WS-CBR-ALERTA (WS-CBR-I).
           IF WS-CBR-META-REC (WS-CBR-I) > 0
               COMPUTE WS-CBR-PCT-REC (WS-CBR-I) ROUNDED =
                   WS-CBR-PROY-REC (WS-CBR-I) * 100
                   / WS-CBR-META-REC (WS-CBR-I)
               IF WS-CBR-PCT-REC (WS-CBR-I) < WS-UMBRAL
                   MOVE "S" TO WS-CBR-ALERTA (WS-CBR-I).
           IF WS-CBR-META-CURAS (WS-CBR-I) > 0
               COMPUTE WS-CBR-PCT-CURAS (WS-CBR-I) ROUNDED =
                   WS-CBR-PROY-CURAS (WS-CBR-I) * 100
                   / WS-CBR-META-CURAS (WS-CBR-I)
               IF WS-CBR-PCT-CURAS (WS-CBR-I) < WS-UMBRAL
                   MOVE "S" TO WS-CBR-ALERTA (WS-CBR-I).
           IF WS-CBR-META-REC (WS-CBR-I) > 0
               MOVE WS-CBR-PCT-REC (WS-CBR-I)
                   TO WS-CBR-PCT-ORDEN (WS-CBR-I)
           ELSE
               MOVE WS-CBR-PCT-CURAS (WS-CBR-I)
                   TO WS-CBR-PCT-ORDEN (WS-CBR-I).
           IF WS-CBR-ALERTA (WS-CBR-I) = "S"
               ADD 1 TO WS-TOT-ALERTAS.

       IMPRIMO-ENCABEZADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "AVANCE DE METAS DE COBRANZA - PERIODO " WS-PERIODO
               " AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-UMBRAL TO WS-ED-PCT.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DIAS CORRIDOS " WS-DIAS-CORRIDOS " DE " WS-DIAS-MES
               "   UMBRAL DE ALERTA " WS-ED-PCT " %"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POS  COBRADOR NOMBRE" TO LINEA-REPORTE.
           MOVE "META"       TO LINEA-REPORTE (44:4).
           MOVE "RECAUDADO"  TO LINEA-REPORTE (53:9).
           MOVE "PROYECTADO" TO LINEA-REPORTE (66:10).
           MOVE "% PROY"     TO LINEA-REPORTE (78:6).
           MOVE "CURAS/META" TO LINEA-REPORTE (86:10).
           MOVE "% CURAS"    TO LINEA-REPORTE (97:7).
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Ranking de los cobradores con meta, de mayor a menor
      * cumplimiento proyectado: en cada vuelta sale el mayor de los
      * que faltan.
      ******************************************************************
       IMPRIMO-RANKING.
           MOVE 0 TO WS-POSICION.

       BUSCO-MAYOR.
           MOVE 0 TO WS-CBR-MAYOR.
           MOVE 1 TO WS-CBR-I.

       PRUEBO-MAYOR.
           IF WS-CBR-I > WS-TOTAL-COBRADORES
               GO TO IMPRIMO-MAYOR.
           IF WS-CBR-TIENE-META (WS-CBR-I) = "S"
            AND WS-CBR-LISTADO (WS-CBR-I) = "N"
               IF WS-CBR-MAYOR = 0
                   MOVE WS-CBR-I TO WS-CBR-MAYOR
               ELSE
                   IF WS-CBR-PCT-ORDEN (WS-CBR-I) >
                      WS-CBR-PCT-ORDEN (WS-CBR-MAYOR)
                       MOVE WS-CBR-I TO WS-CBR-MAYOR.
           ADD 1 TO WS-CBR-I.
           GO TO PRUEBO-MAYOR.

       IMPRIMO-MAYOR.
           IF WS-CBR-MAYOR = 0
               GO TO F-IMPRIMO-RANKING.
           MOVE WS-CBR-MAYOR TO WS-CBR-I.
           MOVE "S" TO WS-CBR-LISTADO (WS-CBR-I).
           ADD 1 TO WS-POSICION.
           MOVE WS-POSICION TO LA-POSICION.
           PERFORM ARMO-LINEA-AVANCE.
           IF WS-CBR-ALERTA (WS-CBR-I) = "S"
               MOVE "BAJO UMBRAL" TO LA-MARCA
               DISPLAY "Alerta: " WS-CBR-ID (WS-CBR-I) " "
                   WS-NOMBRE-COBRADOR " proyecta por debajo del "
                   "umbral."
           ELSE
               MOVE SPACE TO LA-MARCA.
           MOVE LINEA-AVANCE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO BUSCO-MAYOR.

       F-IMPRIMO-RANKING.
           EXIT.

      ******************************************************************
      * Cobradores con recaudo o curas en el mes y sin meta fijada.
      ******************************************************************
       IMPRIMO-SIN-META.
           MOVE 1 TO WS-CBR-I.

       PRUEBO-SIN-META.
           IF WS-CBR-I > WS-TOTAL-COBRADORES
               GO TO F-IMPRIMO-SIN-META.
           IF WS-CBR-TIENE-META (WS-CBR-I) = "S"
               ADD 1 TO WS-CBR-I
               GO TO PRUEBO-SIN-META.
           IF WS-TOT-SIN-META = 0
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "COBRADORES SIN META EN EL PERIODO"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           ADD 1 TO WS-TOT-SIN-META.
           MOVE 0 TO LA-POSICION.
           PERFORM ARMO-LINEA-AVANCE.
           MOVE "SIN META" TO LA-MARCA.
           MOVE LINEA-AVANCE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-CBR-I.
           GO TO PRUEBO-SIN-META.

       F-IMPRIMO-SIN-META.
           EXIT.

       ARMO-LINEA-AVANCE.
           MOVE SPACE TO WS-NOMBRE-COBRADOR.
           IF OPERADORES-DISPONIBLES
               MOVE WS-CBR-ID (WS-CBR-I) TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       MOVE "(COBRADOR NO REGISTRADO)"
                           TO WS-NOMBRE-COBRADOR
                   NOT INVALID KEY
                       MOVE OPE-NOMBRE TO WS-NOMBRE-COBRADOR
               END-READ.
           MOVE WS-CBR-ID (WS-CBR-I)         TO LA-COBRADOR.
           MOVE WS-NOMBRE-COBRADOR           TO LA-NOMBRE.
           MOVE WS-CBR-META-REC (WS-CBR-I)   TO LA-META.
           MOVE WS-CBR-RECAUDO (WS-CBR-I)    TO LA-RECAUDO.
           MOVE WS-CBR-PROY-REC (WS-CBR-I)   TO LA-PROYECTADO.
           MOVE WS-CBR-PCT-REC (WS-CBR-I)    TO LA-PCT-REC.
           MOVE WS-CBR-CURAS (WS-CBR-I)      TO LA-CURAS.
           MOVE WS-CBR-META-CURAS (WS-CBR-I) TO LA-META-CURAS.
           MOVE WS-CBR-PCT-CURAS (WS-CBR-I)  TO LA-PCT-CURAS.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RESUMEN DEL AVANCE - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COBRADORES CON META             : " WS-POSICION
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COBRADORES BAJO EL UMBRAL       : " WS-TOT-ALERTAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COBRADORES SIN META             : "
               WS-TOT-SIN-META
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-META TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  META DE RECAUDO DEL PERIODO     : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-RECAUDO TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECAUDADO EN EL MES A LA FECHA  : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CUENTAS CURADAS EN EL MES       : " WS-TOT-CURAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-VALOR-SIN-COBRADOR TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECAUDO SIN COBRADOR ASIGNADO   : "
               WS-TOT-SIN-COBRADOR " MOVS. " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOT-FUERA-TABLA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "  EVENTOS SIN LUGAR EN LA TABLA   : "
                   WS-TOT-FUERA-TABLA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY "Aviso: mas de 100 cobradores, "
                   WS-TOT-FUERA-TABLA " eventos quedan fuera.".
           DISPLAY "Cobradores con meta  : " WS-POSICION.
           DISPLAY "Bajo el umbral       : " WS-TOT-ALERTAS.

      ******************************************************************
      * Deja la generacion fechada del avance anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "avance_metas"   TO GEN-BASE.
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
           CLOSE METAS-COBRANZA.
           IF OPERADORES-DISPONIBLES
               CLOSE OPERADORES.
           CLOSE REPORTE.

           COPY BANNER.

       END PROGRAM AVANCE-METAS.
