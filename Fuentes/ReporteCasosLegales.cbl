      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte semanal de los casos de cobro juridico
      *          (casos_legales.dat, CAPTURA-CASOS-LEGALES), en tres
      *          cuadros: los casos abiertos por etapa procesal con
      *          la deuda trasladada en cada una; los casos abiertos
      *          cuya accion prescribe dentro de la ventana (parametro
      *          LEGAL-DIAS-PRESCRIBE, omision 90 dias; los ya
      *          prescritos salen marcados); y, por caso abierto o
      *          cerrado, las costas incurridas y lo cobrado al
      *          cliente por costas y honorarios contra lo
      *          recuperado desde la apertura (PAGO, RECIBOCAJA, GIRO
      *          y RECUPERO de movimientos.dat; lo reversado no
      *          cuenta). Los dias se cuentan en el ano comercial de
      *          360 dias de los reportes. Sale en una generacion
      *          fechada anotada en generaciones.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CASOS-LEGALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL CASOS-LEGALES
                  ASSIGN TO "./casos_legales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS LEG-ID-CLIENTE
                  STATUS ST-CASOS.

           SELECT OPTIONAL REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  CASOS-LEGALES.

           COPY CASOLEGAL.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-CASOS        PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.

       01  WS-CLIENTES-SW  PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

       01  WS-VENTANA      PIC 9(4) VALUE 90.

       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

      * Fechas en dias del ano comercial de 360 dias, como en los
      * demas reportes.
       01  WS-FECHA-AUX   PIC 9(8) VALUE 0.
       01  WS-AUX-ANO     PIC 9(4) VALUE 0.
       01  WS-AUX-MES     PIC 9(4) VALUE 0.
       01  WS-AUX-DIA     PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO   PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC   PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY    PIC 9(8) VALUE 0.
       01  WS-DIAS-RESTAN PIC S9(8) VALUE 0.

      * Etapas procesales, en el orden del proceso.
       01  WS-NOMBRES-ETAPA.
           05 FILLER PIC X(14) VALUE "PPRESENTADA".
           05 FILLER PIC X(14) VALUE "AADMITIDA".
           05 FILLER PIC X(14) VALUE "NNOTIFICADA".
           05 FILLER PIC X(14) VALUE "EEMBARGO".
           05 FILLER PIC X(14) VALUE "SSENTENCIA".
           05 FILLER PIC X(14) VALUE "RREMATE".
       01  WS-TABLA-ETAPAS REDEFINES WS-NOMBRES-ETAPA.
           05 WS-ETAPA-ENTRADA OCCURS 6 TIMES.
               10 WS-ETP-CODIGO PIC X.
               10 WS-ETP-NOMBRE PIC X(13).
       01  WS-ACUM-ETAPAS.
           05 WS-ETAPA-ACUM OCCURS 6 TIMES.
               10 WS-ETP-CASOS  PIC 9(5).
               10 WS-ETP-DEUDA  PIC 9(9)V9(3).
       01  WS-ETP-I        PIC 9 VALUE 0.

      * Recuperado por el caso en curso.
       01  WS-RECUPERADO   PIC S9(9)V9(3) VALUE 0.
       01  WS-NETO         PIC S9(9)V9(3) VALUE 0.
       01  WS-NOMBRE       PIC X(24) VALUE SPACE.

      * Totales de la corrida.
       01  WS-TOT-ABIERTOS   PIC 9(5) VALUE 0.
       01  WS-TOT-CERRADOS   PIC 9(5) VALUE 0.
       01  WS-TOT-DEUDA      PIC 9(9)V9(3) VALUE 0.
       01  WS-TOT-PRESCRIBEN PIC 9(5) VALUE 0.
       01  WS-TOT-PRESCRITOS PIC 9(5) VALUE 0.
       01  WS-TOT-SIN-ETAPA  PIC 9(5) VALUE 0.
       01  WS-TOT-COSTAS     PIC 9(9)V9(3) VALUE 0.
       01  WS-TOT-COBRADO    PIC 9(9)V9(3) VALUE 0.
       01  WS-TOT-RECUPERADO PIC S9(9)V9(3) VALUE 0.
       01  WS-TOT-NETO       PIC S9(9)V9(3) VALUE 0.

       01  WS-ED-TOTAL     PIC Z(8)9,99-.

       01  LINEA-ETAPA.
           05 LE-NOMBRE       PIC X(13).
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LE-CASOS        PIC ZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACE.
           05 LE-DEUDA        PIC Z(8)9,99.

       01  LINEA-PRESCRIBE.
           05 LP-CLIENTE      PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-NOMBRE       PIC X(24).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-RADICADO     PIC X(23).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-ABOGADO      PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-ETAPA        PIC X(1).
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LP-FECHA        PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-DIAS         PIC ZZZZ9-.
           05 FILLER          PIC X(2)  VALUE SPACE.
           05 LP-MARCA        PIC X(10).

       01  LINEA-COSTAS.
           05 LC-CLIENTE      PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-NOMBRE       PIC X(24).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-ESTADO       PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-DEUDA        PIC Z(6)9,99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-COSTAS       PIC Z(6)9,99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-COBRADO      PIC Z(6)9,99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-RECUPERADO   PIC Z(7)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LC-NETO         PIC Z(7)9,99-.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-CASOS-LEGALES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           PERFORM CARGO-VENTANA.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           INITIALIZE WS-ACUM-ETAPAS.
           PERFORM IMPRIMO-ENCABEZADO.
           PERFORM CUENTO-ETAPAS THRU F-CUENTO-ETAPAS.
           PERFORM IMPRIMO-ETAPAS.
           PERFORM LISTO-PRESCRIPCIONES THRU F-LISTO-PRESCRIPCIONES.
           PERFORM LISTO-COSTAS THRU F-LISTO-COSTAS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Reporte de casos legales generado en "
               WS-REPORTE-PATH ".".
           STOP RUN.

       CARGO-VENTANA.
           MOVE "LEGAL-DIAS-PRESCRIBE" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-VENTANA.

       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

       ABRO-ARCHIVOS.
           OPEN INPUT CASOS-LEGALES.
           IF ST-CASOS > "07"
               DISPLAY "Error abriendo CASOS-LEGALES (" ST-CASOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS ("
                   ST-MOVIMIENTOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Aviso: CLIENTES no disponible (" ST-FILE
                   "), el reporte sale sin nombres."
           ELSE
               SET CLIENTES-DISPONIBLES TO TRUE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./casos_legales_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Posiciona al comienzo del archivo de casos, para cada cuadro.
      ******************************************************************
       POSICIONO-CASOS.
           MOVE LOW-VALUES TO LEG-ID-CLIENTE.
           START CASOS-LEGALES KEY IS NOT LESS THAN LEG-ID-CLIENTE
               INVALID KEY
                   MOVE "10" TO ST-CASOS
           END-START.

      ******************************************************************
      * Nombre del cliente del caso en curso, si el maestro esta.
      ******************************************************************
       BUSCO-NOMBRE.
           MOVE SPACE TO WS-NOMBRE.
           IF CLIENTES-DISPONIBLES
               MOVE LEG-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)" TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI_NOMBRE TO WS-NOMBRE
               END-READ.

      ******************************************************************
      * El caso es de la empresa de su cliente; sin el maestro, todos
      * cuentan como de la 001.
      ******************************************************************
       EVALUO-EMPRESA-CASO.
           MOVE 0 TO WS-EMP-REGISTRO-NUM.
           IF NOT CORRIDA-CONSOLIDADA AND CLIENTES-DISPONIBLES
               MOVE LEG-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               END-READ.
           PERFORM EVALUO-EMPRESA-REGISTRO.

      ******************************************************************
      * Cuadro 1: casos abiertos y deuda trasladada por etapa.
      ******************************************************************
       CUENTO-ETAPAS.
           PERFORM POSICIONO-CASOS.
           IF ST-CASOS NOT = "00"
               GO TO F-CUENTO-ETAPAS.

       LEO-CASO-ETAPA.
           READ CASOS-LEGALES NEXT RECORD
               AT END
                   GO TO F-CUENTO-ETAPAS
           END-READ.
           PERFORM EVALUO-EMPRESA-CASO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CASO-ETAPA.
           IF NOT CASO-ABIERTO
               ADD 1 TO WS-TOT-CERRADOS
               GO TO LEO-CASO-ETAPA.
           ADD 1 TO WS-TOT-ABIERTOS.
           ADD LEG-DEUDA-TRASLADO TO WS-TOT-DEUDA.
           MOVE 1 TO WS-ETP-I.

       BUSCO-ETAPA.
           IF WS-ETP-I > 6
               ADD 1 TO WS-TOT-SIN-ETAPA
               GO TO LEO-CASO-ETAPA.
           IF WS-ETP-CODIGO (WS-ETP-I) NOT = LEG-ETAPA
               ADD 1 TO WS-ETP-I
               GO TO BUSCO-ETAPA.
           ADD 1 TO WS-ETP-CASOS (WS-ETP-I).
           ADD LEG-DEUDA-TRASLADO TO WS-ETP-DEUDA (WS-ETP-I).
           GO TO LEO-CASO-ETAPA.

       F-CUENTO-ETAPAS.
           EXIT.

       IMPRIMO-ETAPAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CASOS ABIERTOS POR ETAPA PROCESAL" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ETAPA          CASOS   DEUDA TRASLADADA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-ETAPA
               VARYING WS-ETP-I FROM 1 BY 1 UNTIL WS-ETP-I > 6.
           IF WS-TOT-SIN-ETAPA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "SIN ETAPA VALIDA: " WS-TOT-SIN-ETAPA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE "TOTAL"         TO LE-NOMBRE.
           MOVE WS-TOT-ABIERTOS TO LE-CASOS.
           MOVE WS-TOT-DEUDA    TO LE-DEUDA.
           MOVE LINEA-ETAPA     TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-ETAPA.
           MOVE WS-ETP-NOMBRE (WS-ETP-I) TO LE-NOMBRE.
           MOVE WS-ETP-CASOS (WS-ETP-I)  TO LE-CASOS.
           MOVE WS-ETP-DEUDA (WS-ETP-I)  TO LE-DEUDA.
           MOVE LINEA-ETAPA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Cuadro 2: casos abiertos que prescriben dentro de la ventana
      * (o que ya prescribieron y siguen abiertos).
      ******************************************************************
       LISTO-PRESCRIPCIONES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CASOS QUE PRESCRIBEN EN " WS-VENTANA
               " DIAS O MENOS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTE  NOMBRE                   RADICADO"
               "                ABOGADO              E  PRESCRIBE"
               "   DIAS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM POSICIONO-CASOS.
           IF ST-CASOS NOT = "00"
               GO TO F-LISTO-PRESCRIPCIONES.

       LEO-CASO-PRESCRIBE.
           READ CASOS-LEGALES NEXT RECORD
               AT END
                   GO TO F-LISTO-PRESCRIPCIONES
           END-READ.
           PERFORM EVALUO-EMPRESA-CASO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CASO-PRESCRIBE.
           IF NOT CASO-ABIERTO OR LEG-FECHA-PRESCRIBE = 0
               GO TO LEO-CASO-PRESCRIBE.
           MOVE LEG-FECHA-PRESCRIBE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-RESTAN = WS-DIAS-CALC - WS-DIAS-HOY.
           IF WS-DIAS-RESTAN > WS-VENTANA
               GO TO LEO-CASO-PRESCRIBE.
           PERFORM BUSCO-NOMBRE.
           MOVE LEG-ID-CLIENTE      TO LP-CLIENTE.
           MOVE WS-NOMBRE           TO LP-NOMBRE.
           MOVE LEG-RADICADO        TO LP-RADICADO.
           MOVE LEG-ABOGADO         TO LP-ABOGADO.
           MOVE LEG-ETAPA           TO LP-ETAPA.
           MOVE LEG-FECHA-PRESCRIBE TO LP-FECHA.
           MOVE WS-DIAS-RESTAN      TO LP-DIAS.
           IF WS-DIAS-RESTAN < 0
               MOVE "PRESCRITO" TO LP-MARCA
               ADD 1 TO WS-TOT-PRESCRITOS
           ELSE
               MOVE SPACE TO LP-MARCA
               ADD 1 TO WS-TOT-PRESCRIBEN.
           MOVE LINEA-PRESCRIBE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LEO-CASO-PRESCRIBE.

       F-LISTO-PRESCRIPCIONES.
           EXIT.

      ******************************************************************
      * Cuadro 3: por caso, costas incurridas y cobrado al cliente
      * (costas mas honorarios) contra lo recuperado desde la
      * apertura. El neto es lo recuperado menos las costas.
      ******************************************************************
       LISTO-COSTAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "COSTAS DEL PROCESO CONTRA LO RECUPERADO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTE  NOMBRE                   E DEUDA TRAS"
               "     COSTAS    COBRADO   RECUPERADO         NETO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM POSICIONO-CASOS.
           IF ST-CASOS NOT = "00"
               GO TO F-LISTO-COSTAS.

       LEO-CASO-COSTAS.
           READ CASOS-LEGALES NEXT RECORD
               AT END
                   GO TO F-LISTO-COSTAS
           END-READ.
           PERFORM EVALUO-EMPRESA-CASO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CASO-COSTAS.
           PERFORM SUMO-RECUPERADO THRU F-SUMO-RECUPERADO.
           COMPUTE WS-NETO = WS-RECUPERADO - LEG-COSTAS.
           PERFORM BUSCO-NOMBRE.
           MOVE LEG-ID-CLIENTE     TO LC-CLIENTE.
           MOVE WS-NOMBRE          TO LC-NOMBRE.
           MOVE LEG-ESTADO         TO LC-ESTADO.
           MOVE LEG-DEUDA-TRASLADO TO LC-DEUDA.
           MOVE LEG-COSTAS         TO LC-COSTAS.
           COMPUTE LC-COBRADO = LEG-COSTAS-COBRADAS + LEG-HONORARIOS.
           MOVE WS-RECUPERADO      TO LC-RECUPERADO.
           MOVE WS-NETO            TO LC-NETO.
           MOVE LINEA-COSTAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD LEG-COSTAS          TO WS-TOT-COSTAS.
           ADD LEG-COSTAS-COBRADAS TO WS-TOT-COBRADO.
           ADD LEG-HONORARIOS      TO WS-TOT-COBRADO.
           ADD WS-RECUPERADO       TO WS-TOT-RECUPERADO.
           ADD WS-NETO             TO WS-TOT-NETO.
           GO TO LEO-CASO-COSTAS.

       F-LISTO-COSTAS.
           EXIT.

      ******************************************************************
      * Lo recuperado del cliente del caso desde su apertura: pagos,
      * recibos de caja, giros y recuperos de castigo no reversados.
      ******************************************************************
       SUMO-RECUPERADO.
           MOVE 0 TO WS-RECUPERADO.
           MOVE LEG-ID-CLIENTE     TO MOV-ID-CLIENTE.
           MOVE LEG-FECHA-APERTURA TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-SUMO-RECUPERADO
           END-START.

       LEO-MOVIMIENTO-CASO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-SUMO-RECUPERADO
           END-READ.
           IF MOV-ID-CLIENTE NOT = LEG-ID-CLIENTE
               GO TO F-SUMO-RECUPERADO.
           IF MOV-TIPO NOT = "PAGO" AND MOV-TIPO NOT = "RECIBOCAJA"
            AND MOV-TIPO NOT = "GIRO" AND MOV-TIPO NOT = "RECUPERO"
               GO TO LEO-MOVIMIENTO-CASO.
           IF MOV-VALOR <= 0 OR MOV-MARCA-REVERSADO = "S"
               GO TO LEO-MOVIMIENTO-CASO.
           ADD MOV-VALOR TO WS-RECUPERADO.
           GO TO LEO-MOVIMIENTO-CASO.

       F-SUMO-RECUPERADO.
           EXIT.

       IMPRIMO-ENCABEZADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CASOS DE COBRO JURIDICO AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "=" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CASOS ABIERTOS / CERRADOS       : "
               WS-TOT-ABIERTOS " / " WS-TOT-CERRADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  PRESCRIBEN EN LA VENTANA        : "
               WS-TOT-PRESCRIBEN "   YA PRESCRITOS: "
               WS-TOT-PRESCRITOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-COSTAS TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COSTAS INCURRIDAS               : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-COBRADO TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  COBRADO AL CLIENTE (COST.+HON.) : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-RECUPERADO TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECUPERADO DESDE LA APERTURA    : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-NETO TO WS-ED-TOTAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  RECUPERADO MENOS COSTAS         : " WS-ED-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Casos abiertos       : " WS-TOT-ABIERTOS.
           DISPLAY "Prescriben / prescr. : " WS-TOT-PRESCRIBEN " / "
               WS-TOT-PRESCRITOS.

      ******************************************************************
      * Deja la generacion fechada del reporte anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "casos_legales"  TO GEN-BASE.
           MOVE WS-FECHA-HOY     TO GEN-FECHA.
           MOVE WS-REPORTE-PATH  TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE CASOS-LEGALES.
           CLOSE MOVIMIENTOS.
           IF CLIENTES-DISPONIBLES
               CLOSE CLIENTES.
           CLOSE REPORTE.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-CASOS-LEGALES.
