      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Monitoreo nocturno de operaciones en efectivo y de
      *          actividad inusual para cumplimiento: toma los pagos y
      *          reembolsos del dia de movimientos.dat (clave alterna
      *          por fecha), los ordena por cliente y, cliente por
      *          cliente, aplica las reglas cuyos umbrales viven en
      *          parametros.dat (LEE-PARAMETRO):
      *            EFECTIVO  - pago en caja (RECIBOCAJA) igual o mayor
      *                        a UMBRAL-EFECTIVO;
      *            FRACCION  - FRACCION-CANTIDAD o mas pagos en
      *                        FRACCION-DIAS dias entre el
      *                        FRACCION-PORCENTAJE del umbral y el
      *                        umbral, con uno de ellos hoy;
      *            VOLUMEN   - recaudo del mes que llega a
      *                        VOLUMEN-MULTIPLO veces el promedio
      *                        mensual de los VOLUMEN-MESES anteriores
      *                        (y al menos VOLUMEN-MINIMO), una vez por
      *                        mes;
      *            REEMBOLSO - reembolso de hoy con un pago del mismo
      *                        cliente en los REEMBOLSO-DIAS previos.
      *          Cada disparo queda como alerta abierta en alertas.dat
      *          (ALERTA.cpy) para la revision del supervisor en
      *          REVISA-ALERTAS; la clave cliente + fecha + regla
      *          impide duplicarla en una recorrida. Cierra con el
      *          reporte de control fechado de alertas levantadas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  MOV-EMPRESA renombrado en la vista propia
      *                     del registro de movimientos, que crecio con
      *                     la empresa del grupo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOREO-OPERACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY MOVSEL.

           SELECT OPTIONAL ALERTAS ASSIGN TO "./alertas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ALE-CLAVE
                  STATUS ST-ALERTAS.

           SELECT ORDENADOS ASSIGN TO "./monitoreo_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
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

       FD  ALERTAS.

           COPY ALERTA.

       SD  ORDENADOS.

           COPY MOVIMIENTO REPLACING ==REG-MOVIMIENTO== BY
               ==REG-ORDEN==
               ==MOV-CLAVE==       BY ==ORD-CLAVE==
               ==MOV-ID-CLIENTE==  BY ==ORD-ID-CLIENTE==
               ==MOV-FECHA==       BY ==ORD-FECHA==
               ==MOV-HORA==        BY ==ORD-HORA==
               ==MOV-SECUENCIA==   BY ==ORD-SECUENCIA==
               ==MOV-TIPO==        BY ==ORD-TIPO==
               ==MOV-VALOR==       BY ==ORD-VALOR==
               ==MOV-SALDO-NUEVO== BY ==ORD-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==ORD-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==ORD-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==ORD-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==ORD-EMPRESA==.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS   PIC XX VALUE SPACE.
       01  ST-ALERTAS       PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-REPORTE-PATH  PIC X(60) VALUE SPACE.

       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY     PIC 9(4).
           05 WS-MES-HOY      PIC 99.
           05 WS-DIA-HOY      PIC 99.
       01  WS-INICIO-MES    PIC 9(8) VALUE 0.

      * Umbrales de las reglas: valores de omision compilados,
      * reemplazados por los de parametros.dat si estan cargados.
       01  WS-UMBRAL-EFECTIVO     PIC 9(7)V9(3) VALUE 5000000.
       01  WS-FRACCION-PORCENTAJE PIC 9(3)      VALUE 90.
       01  WS-FRACCION-CANTIDAD   PIC 9(3)      VALUE 3.
       01  WS-FRACCION-DIAS       PIC 9(3)      VALUE 7.
       01  WS-VOLUMEN-MESES       PIC 99        VALUE 3.
       01  WS-VOLUMEN-MULTIPLO    PIC 9(3)V9    VALUE 3.
       01  WS-VOLUMEN-MINIMO      PIC 9(7)V9(3) VALUE 1000000.
       01  WS-REEMBOLSO-DIAS      PIC 9(3)      VALUE 5.
       01  WS-PISO-FRACCION       PIC 9(7)V9(3) VALUE 0.

       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

      * Fechas en dias del ano comercial de 360 dias, como en los
      * demas calculos de antiguedad de este lote.
       01  WS-FECHA-AUX   PIC 9(8) VALUE 0.
       01  WS-AUX-ANO     PIC 9(4) VALUE 0.
       01  WS-AUX-MES     PIC 9(4) VALUE 0.
       01  WS-AUX-DIA     PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO   PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC   PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY    PIC 9(8) VALUE 0.
       01  WS-DIAS-ATRAS  PIC S9(8) VALUE 0.
       01  WS-MESES-CALC  PIC 9(6) VALUE 0.

      * Primer dia que hace falta leer de la historia del cliente: el
      * mas antiguo entre el inicio de los meses de referencia del
      * volumen y el inicio de las ventanas en dias.
       01  WS-INICIO-VOLUMEN PIC 9(8) VALUE 0.
       01  WS-INICIO-LECTURA PIC 9(8) VALUE 0.

      * Cliente en curso y lo que trajo el dia.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-CLIENTE-SW  PIC X    VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-HOY-EFECTIVO-CANT  PIC 9(5)         VALUE 0.
       01  WS-HOY-EFECTIVO-VALOR PIC S9(9)V9(3)   VALUE 0.
       01  WS-HOY-FRACCION-SW    PIC X VALUE "N".
           88 HOY-HUBO-FRACCION  VALUE "S".
       01  WS-HOY-PAGOS-SW       PIC X VALUE "N".
           88 HOY-HUBO-PAGOS     VALUE "S".
       01  WS-HOY-REEMBOLSO-CANT  PIC 9(5)       VALUE 0.
       01  WS-HOY-REEMBOLSO-VALOR PIC S9(9)V9(3) VALUE 0.

      * Acumulados de la historia del cliente.
       01  WS-FRACCION-CANT   PIC 9(5)         VALUE 0.
       01  WS-FRACCION-VALOR  PIC S9(9)V9(3)   VALUE 0.
       01  WS-VOL-PREVIO      PIC S9(11)V9(3)  VALUE 0.
       01  WS-VOL-MES         PIC S9(11)V9(3)  VALUE 0.
       01  WS-VOL-PROMEDIO    PIC S9(11)V9(3)  VALUE 0.
       01  WS-PAGO-PREVIO-CANT  PIC 9(5)       VALUE 0.
       01  WS-PAGO-PREVIO-VALOR PIC S9(9)V9(3) VALUE 0.
       01  WS-ALERTA-MES-SW   PIC X VALUE "N".
           88 YA-ALERTADO-EN-MES VALUE "S".

       01  WS-TOTAL-MOVIMIENTOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-EFECTIVO    PIC 9(7) VALUE 0.
       01  WS-TOTAL-FRACCION    PIC 9(7) VALUE 0.
       01  WS-TOTAL-VOLUMEN     PIC 9(7) VALUE 0.
       01  WS-TOTAL-REEMBOLSO   PIC 9(7) VALUE 0.
       01  WS-TOTAL-YA-ALERTADAS PIC 9(7) VALUE 0.

       01  WS-ED-VALOR    PIC Z(9)9,99.
       01  WS-ED-UMBRAL   PIC Z(6)9,99.
       01  WS-ED-MULTIPLO PIC ZZ9,9.

       01  LINEA-DETALLE.
           05 DET-ID        PIC Z(7)9.
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-REGLA     PIC X(10).
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-CANTIDAD  PIC ZZZZ9.
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-VALOR     PIC -(9)9,999.
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-DETALLE   PIC X(60).

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MONITOREO-OPERACIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGO-PARAMETROS.
           PERFORM CALCULO-VENTANAS.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./monitoreo_operaciones_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE "MONITOREO DE OPERACIONES EN EFECTIVO Y ACTIVIDAD "
               TO LINEA-REPORTE.
           MOVE "INUSUAL" TO LINEA-REPORTE (51:7).
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-FECHA ORD-HORA
               INPUT PROCEDURE IS SELECCIONO-DIA
                   THRU F-SELECCIONO-DIA
               OUTPUT PROCEDURE IS PROCESO-DIA
                   THRU F-PROCESO-DIA.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           STOP RUN.

      ******************************************************************
      * Umbrales de las reglas desde el archivo central de parametros.
      ******************************************************************
       CARGO-PARAMETROS.
           MOVE "UMBRAL-EFECTIVO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-UMBRAL-EFECTIVO.
           MOVE "FRACCION-PORCENTAJE" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-FRACCION-PORCENTAJE.
           MOVE "FRACCION-CANTIDAD" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-FRACCION-CANTIDAD.
           MOVE "FRACCION-DIAS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-FRACCION-DIAS.
           MOVE "VOLUMEN-MESES" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-VOLUMEN-MESES.
           MOVE "VOLUMEN-MULTIPLO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-VOLUMEN-MULTIPLO.
           MOVE "VOLUMEN-MINIMO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-VOLUMEN-MINIMO.
           MOVE "REEMBOLSO-DIAS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-REEMBOLSO-DIAS.
           IF WS-VOLUMEN-MESES = 0
               MOVE 1 TO WS-VOLUMEN-MESES.
           COMPUTE WS-PISO-FRACCION ROUNDED =
               WS-UMBRAL-EFECTIVO * WS-FRACCION-PORCENTAJE / 100.

      ******************************************************************
      * Inicio del mes, de los meses de referencia del volumen y de la
      * lectura de historia de cada cliente.
      ******************************************************************
       CALCULO-VENTANAS.
           COMPUTE WS-INICIO-MES = WS-ANIO-HOY * 10000
               + WS-MES-HOY * 100 + 1.
           COMPUTE WS-MESES-CALC = WS-ANIO-HOY * 12 + WS-MES-HOY - 1
               - WS-VOLUMEN-MESES.
           DIVIDE WS-MESES-CALC BY 12 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-MES.
           COMPUTE WS-INICIO-VOLUMEN = WS-AUX-ANO * 10000
               + (WS-AUX-MES + 1) * 100 + 1.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           MOVE WS-INICIO-VOLUMEN TO WS-INICIO-LECTURA.
           IF WS-FRACCION-DIAS > WS-REEMBOLSO-DIAS
               COMPUTE WS-DIAS-CALC = WS-DIAS-HOY - WS-FRACCION-DIAS
           ELSE
               COMPUTE WS-DIAS-CALC = WS-DIAS-HOY - WS-REEMBOLSO-DIAS.
           PERFORM CONVIERTO-DIAS-A-FECHA.
           IF WS-FECHA-AUX < WS-INICIO-LECTURA
               MOVE WS-FECHA-AUX TO WS-INICIO-LECTURA.

       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

       CONVIERTO-DIAS-A-FECHA.
           COMPUTE WS-DIAS-CALC = WS-DIAS-CALC - 31.
           DIVIDE WS-DIAS-CALC BY 360 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 30 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-FECHA-AUX = WS-AUX-ANO * 10000
               + (WS-AUX-MES + 1) * 100 + WS-AUX-DIA + 1.

       ABRO-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O ALERTAS.
           IF ST-ALERTAS = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS.
           IF ST-ALERTAS > "07"
               DISPLAY "Error abriendo ALERTAS (" ST-ALERTAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Pagos y reembolsos de hoy, por la clave alterna de fecha. Los
      * movimientos reversados no cuentan.
      ******************************************************************
       SELECCIONO-DIA.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-FECHA
               INVALID KEY
                   GO TO F-SELECCIONO-DIA
           END-START.

       LEO-MOVIMIENTO-DIA.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-SELECCIONO-DIA
           END-READ.
           IF MOV-FECHA > WS-FECHA-HOY
               GO TO F-SELECCIONO-DIA.
           IF MOV-MARCA-REVERSADO = "S" OR MOV-VALOR <= 0
               GO TO LEO-MOVIMIENTO-DIA.
           IF MOV-TIPO NOT = "PAGO" AND MOV-TIPO NOT = "RECIBOCAJA"
            AND MOV-TIPO NOT = "GIRO" AND MOV-TIPO NOT = "REEMBOLSO"
               GO TO LEO-MOVIMIENTO-DIA.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
           MOVE REG-MOVIMIENTO TO REG-ORDEN.
           RELEASE REG-ORDEN.
           GO TO LEO-MOVIMIENTO-DIA.

       F-SELECCIONO-DIA.
           EXIT.

      ******************************************************************
      * Recibe el dia ordenado por cliente y, al corte de control de
      * cada uno, evalua las reglas.
      ******************************************************************
       PROCESO-DIA.
           RETURN ORDENADOS
               AT END
                   PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE
                   GO TO F-PROCESO-DIA
           END-RETURN.
           IF NOT HAY-CLIENTE-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE
               MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO
               MOVE "S" TO WS-HAY-CLIENTE-SW
               MOVE 0   TO WS-HOY-EFECTIVO-CANT
               MOVE 0   TO WS-HOY-EFECTIVO-VALOR
               MOVE "N" TO WS-HOY-FRACCION-SW
               MOVE "N" TO WS-HOY-PAGOS-SW
               MOVE 0   TO WS-HOY-REEMBOLSO-CANT
               MOVE 0   TO WS-HOY-REEMBOLSO-VALOR.
           IF ORD-TIPO = "REEMBOLSO"
               ADD 1 TO WS-HOY-REEMBOLSO-CANT
               ADD ORD-VALOR TO WS-HOY-REEMBOLSO-VALOR
               GO TO PROCESO-DIA.
           SET HOY-HUBO-PAGOS TO TRUE.
           IF ORD-TIPO = "RECIBOCAJA"
            AND ORD-VALOR >= WS-UMBRAL-EFECTIVO
               ADD 1 TO WS-HOY-EFECTIVO-CANT
               ADD ORD-VALOR TO WS-HOY-EFECTIVO-VALOR.
           IF (ORD-TIPO = "PAGO" OR ORD-TIPO = "RECIBOCAJA")
            AND ORD-VALOR >= WS-PISO-FRACCION
            AND ORD-VALOR < WS-UMBRAL-EFECTIVO
               SET HOY-HUBO-FRACCION TO TRUE.
           GO TO PROCESO-DIA.

       F-PROCESO-DIA.
           EXIT.

      ******************************************************************
      * Reglas del cliente en curso. EFECTIVO sale de lo del dia; las
      * demas necesitan su historia reciente.
      ******************************************************************
       EVALUO-CLIENTE.
           IF NOT HAY-CLIENTE-EN-CURSO
               GO TO F-EVALUO-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF WS-HOY-EFECTIVO-CANT > 0
               MOVE WS-UMBRAL-EFECTIVO TO WS-ED-UMBRAL
               MOVE "EFECTIVO"            TO ALE-REGLA
               MOVE WS-HOY-EFECTIVO-CANT  TO ALE-CANTIDAD
               MOVE WS-HOY-EFECTIVO-VALOR TO ALE-VALOR
               MOVE SPACE TO ALE-DETALLE
               STRING "PAGO EN CAJA IGUAL O MAYOR AL UMBRAL "
                   WS-ED-UMBRAL
                   DELIMITED BY SIZE INTO ALE-DETALLE
               PERFORM GRABO-ALERTA THRU F-GRABO-ALERTA.
           IF NOT HOY-HUBO-PAGOS AND WS-HOY-REEMBOLSO-CANT = 0
               GO TO F-EVALUO-CLIENTE.
           PERFORM RECORRO-HISTORIA THRU F-RECORRO-HISTORIA.
           IF HOY-HUBO-FRACCION
            AND WS-FRACCION-CANT >= WS-FRACCION-CANTIDAD
               MOVE WS-UMBRAL-EFECTIVO TO WS-ED-UMBRAL
               MOVE "FRACCION"        TO ALE-REGLA
               MOVE WS-FRACCION-CANT  TO ALE-CANTIDAD
               MOVE WS-FRACCION-VALOR TO ALE-VALOR
               MOVE SPACE TO ALE-DETALLE
               STRING "PAGOS BAJO EL UMBRAL " WS-ED-UMBRAL " EN "
                   WS-FRACCION-DIAS " DIAS"
                   DELIMITED BY SIZE INTO ALE-DETALLE
               PERFORM GRABO-ALERTA THRU F-GRABO-ALERTA.
           IF HOY-HUBO-PAGOS
               PERFORM EVALUO-VOLUMEN THRU F-EVALUO-VOLUMEN.
           IF WS-HOY-REEMBOLSO-CANT > 0 AND WS-PAGO-PREVIO-CANT > 0
               MOVE WS-PAGO-PREVIO-VALOR TO WS-ED-VALOR
               MOVE "REEMBOLSO"            TO ALE-REGLA
               MOVE WS-HOY-REEMBOLSO-CANT  TO ALE-CANTIDAD
               MOVE WS-HOY-REEMBOLSO-VALOR TO ALE-VALOR
               MOVE SPACE TO ALE-DETALLE
               STRING "REEMBOLSO TRAS PAGOS POR " WS-ED-VALOR
                   " EN " WS-REEMBOLSO-DIAS " DIAS"
                   DELIMITED BY SIZE INTO ALE-DETALLE
               PERFORM GRABO-ALERTA THRU F-GRABO-ALERTA.

       F-EVALUO-CLIENTE.
           EXIT.

      ******************************************************************
      * Historia del cliente desde WS-INICIO-LECTURA hasta hoy: pagos
      * bajo el umbral en la ventana de fraccionamiento, recaudo de
      * los meses de referencia y del mes en curso, y pagos previos
      * dentro de la ventana de reembolso.
      ******************************************************************
       RECORRO-HISTORIA.
           MOVE 0 TO WS-FRACCION-CANT.
           MOVE 0 TO WS-FRACCION-VALOR.
           MOVE 0 TO WS-VOL-PREVIO.
           MOVE 0 TO WS-VOL-MES.
           MOVE 0 TO WS-PAGO-PREVIO-CANT.
           MOVE 0 TO WS-PAGO-PREVIO-VALOR.
           MOVE WS-ID-EN-CURSO    TO MOV-ID-CLIENTE.
           MOVE WS-INICIO-LECTURA TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-RECORRO-HISTORIA
           END-START.

       LEO-HISTORIA.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-RECORRO-HISTORIA
           END-READ.
           IF MOV-ID-CLIENTE NOT = WS-ID-EN-CURSO
            OR MOV-FECHA > WS-FECHA-HOY
               GO TO F-RECORRO-HISTORIA.
           IF MOV-MARCA-REVERSADO = "S" OR MOV-VALOR <= 0
               GO TO LEO-HISTORIA.
           IF MOV-TIPO NOT = "PAGO" AND MOV-TIPO NOT = "RECIBOCAJA"
            AND MOV-TIPO NOT = "GIRO"
               GO TO LEO-HISTORIA.
           MOVE MOV-FECHA TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-ATRAS = WS-DIAS-HOY - WS-DIAS-CALC.
           IF MOV-FECHA >= WS-INICIO-MES
               ADD MOV-VALOR TO WS-VOL-MES
           ELSE
               IF MOV-FECHA >= WS-INICIO-VOLUMEN
                   ADD MOV-VALOR TO WS-VOL-PREVIO.
           IF (MOV-TIPO = "PAGO" OR MOV-TIPO = "RECIBOCAJA")
            AND MOV-VALOR >= WS-PISO-FRACCION
            AND MOV-VALOR < WS-UMBRAL-EFECTIVO
            AND WS-DIAS-ATRAS < WS-FRACCION-DIAS
               ADD 1 TO WS-FRACCION-CANT
               ADD MOV-VALOR TO WS-FRACCION-VALOR.
           IF WS-DIAS-ATRAS <= WS-REEMBOLSO-DIAS
               ADD 1 TO WS-PAGO-PREVIO-CANT
               ADD MOV-VALOR TO WS-PAGO-PREVIO-VALOR.
           GO TO LEO-HISTORIA.

       F-RECORRO-HISTORIA.
           EXIT.

      ******************************************************************
      * Salto de volumen: el mes en curso contra el promedio de los
      * meses de referencia, una sola alerta por cliente y mes.
      ******************************************************************
       EVALUO-VOLUMEN.
           COMPUTE WS-VOL-PROMEDIO ROUNDED =
               WS-VOL-PREVIO / WS-VOLUMEN-MESES.
           IF WS-VOL-PROMEDIO <= 0
               GO TO F-EVALUO-VOLUMEN.
           IF WS-VOL-MES < WS-VOLUMEN-MINIMO
            OR WS-VOL-MES < WS-VOL-PROMEDIO * WS-VOLUMEN-MULTIPLO
               GO TO F-EVALUO-VOLUMEN.
           PERFORM BUSCO-ALERTA-MES THRU F-BUSCO-ALERTA-MES.
           IF YA-ALERTADO-EN-MES
               GO TO F-EVALUO-VOLUMEN.
           MOVE WS-VOL-PROMEDIO     TO WS-ED-VALOR.
           MOVE WS-VOLUMEN-MULTIPLO TO WS-ED-MULTIPLO.
           MOVE "VOLUMEN"  TO ALE-REGLA.
           MOVE 0          TO ALE-CANTIDAD.
           MOVE WS-VOL-MES TO ALE-VALOR.
           MOVE SPACE TO ALE-DETALLE.
           STRING "RECAUDO DEL MES >= " WS-ED-MULTIPLO
               " VECES EL PROMEDIO " WS-ED-VALOR
               DELIMITED BY SIZE INTO ALE-DETALLE.
           PERFORM GRABO-ALERTA THRU F-GRABO-ALERTA.

       F-EVALUO-VOLUMEN.
           EXIT.

       BUSCO-ALERTA-MES.
           MOVE "N" TO WS-ALERTA-MES-SW.
           MOVE WS-ID-EN-CURSO TO ALE-ID-CLIENTE.
           MOVE WS-INICIO-MES  TO ALE-FECHA.
           MOVE LOW-VALUES     TO ALE-REGLA.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-ALERTA-MES
           END-START.

       LEO-ALERTA-MES.
           READ ALERTAS NEXT RECORD
               AT END
                   GO TO F-BUSCO-ALERTA-MES
           END-READ.
           IF ALE-ID-CLIENTE NOT = WS-ID-EN-CURSO
            OR ALE-FECHA > WS-FECHA-HOY
               GO TO F-BUSCO-ALERTA-MES.
           IF ALE-REGLA = "VOLUMEN"
               SET YA-ALERTADO-EN-MES TO TRUE
               GO TO F-BUSCO-ALERTA-MES.
           GO TO LEO-ALERTA-MES.

       F-BUSCO-ALERTA-MES.
           EXIT.

      ******************************************************************
      * Alerta abierta nueva. Si la clave ya existe es una recorrida
      * de la misma noche: la alerta original se conserva tal cual.
      ******************************************************************
       GRABO-ALERTA.
           MOVE WS-ID-EN-CURSO TO ALE-ID-CLIENTE.
           MOVE WS-FECHA-HOY   TO ALE-FECHA.
           MOVE "A"   TO ALE-ESTADO.
           MOVE SPACE TO ALE-REVISOR.
           MOVE 0     TO ALE-FECHA-REVISION.
           MOVE SPACE TO ALE-COMENTARIO.
           MOVE 0     TO ALE-FECHA-EXTRACTO.
           WRITE REG-ALERTA
               INVALID KEY
                   ADD 1 TO WS-TOTAL-YA-ALERTADAS
                   GO TO F-GRABO-ALERTA
           END-WRITE.
           IF ST-ALERTAS > "07"
               DISPLAY "Error grabando la alerta " ALE-REGLA
                   " del cliente " ALE-ID-CLIENTE " (" ST-ALERTAS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-GRABO-ALERTA.
           EVALUATE ALE-REGLA
               WHEN "EFECTIVO"  ADD 1 TO WS-TOTAL-EFECTIVO
               WHEN "FRACCION"  ADD 1 TO WS-TOTAL-FRACCION
               WHEN "VOLUMEN"   ADD 1 TO WS-TOTAL-VOLUMEN
               WHEN "REEMBOLSO" ADD 1 TO WS-TOTAL-REEMBOLSO
           END-EVALUATE.
           MOVE ALE-ID-CLIENTE TO DET-ID.
           MOVE ALE-REGLA      TO DET-REGLA.
           MOVE ALE-CANTIDAD   TO DET-CANTIDAD.
           MOVE ALE-VALOR      TO DET-VALOR.
           MOVE ALE-DETALLE    TO DET-DETALLE.
           MOVE LINEA-DETALLE  TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-GRABO-ALERTA.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "PAGOS Y REEMBOLSOS DEL DIA REVISADOS: "
               WS-TOTAL-MOVIMIENTOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTES EVALUADOS: " WS-TOTAL-CLIENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ALERTAS EFECTIVO: " WS-TOTAL-EFECTIVO
               "  FRACCION: " WS-TOTAL-FRACCION
               "  VOLUMEN: " WS-TOTAL-VOLUMEN
               "  REEMBOLSO: " WS-TOTAL-REEMBOLSO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "YA ALERTADAS (RECORRIDA): " WS-TOTAL-YA-ALERTADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Clientes evaluados : " WS-TOTAL-CLIENTES.
           DISPLAY "Alertas levantadas : EFECTIVO " WS-TOTAL-EFECTIVO
               " FRACCION " WS-TOTAL-FRACCION
               " VOLUMEN " WS-TOTAL-VOLUMEN
               " REEMBOLSO " WS-TOTAL-REEMBOLSO.

       CIERRO-ARCHIVOS.
           CLOSE MOVIMIENTOS.
           CLOSE ALERTAS.
           CLOSE REPORTE.

      ******************************************************************
      * Deja la generacion fechada del reporte de control anotada en
      * el registro de generaciones, para LIMPIA-GENERACIONES.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "monitoreo_operaciones" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

       END PROGRAM MONITOREO-OPERACIONES.
