      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Circularizacion de saldos para los auditores
      *          externos: toma la foto de saldos del cierre pedido
      *          (foto_saldos_AAAAMM.dat, FOTOSALDO.cpy, normalmente
      *          la de fin de ano) y elige la muestra -- todo saldo
      *          cuyo valor absoluto, en moneda base con la tasa
      *          vigente al corte, llegue al umbral, mas un porcentaje
      *          al azar del resto de los saldos distintos de cero.
      *          El azar es un generador congruencial (multiplicador
      *          16807, modulo 2147483647) arrancado con la semilla
      *          que da el operador: con la misma foto, umbral,
      *          porcentaje y semilla sale siempre la misma muestra,
      *          como piden los auditores para reproducirla. Cada
      *          cliente elegido queda en confirmaciones.dat
      *          (CONFIRMA.cpy) y recibe una carta de confirmacion
      *          con su saldo al corte y las facturas que tenia
      *          abiertas a esa fecha, por la salida de
      *          correspondencia: impresa o al extracto de correo
      *          segun CLI-CANAL-PREF, anotada via REGISTRA-CORRESP y
      *          en la generacion fechada. La direccion rebotada no
      *          recibe carta impresa: la confirmacion queda en "R".
      *          Una nueva corrida del mismo periodo no duplica la
      *          muestra y solo emite las cartas aun no enviadas.
      *          Corre por empresa del grupo o consolidado.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Presort postal: cada carta impresa se
      *                     copia al spool de correo del dia
      *                     (PIEZAPOST) para PRESORT-CORREO; como el
      *                     archivo de cartas se extiende, las
      *                     corridas del dia se suman (modo "A").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCULARIZA-SALDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT FOTO-SALDOS ASSIGN TO WS-FOTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FOTO.

           SELECT OPTIONAL CONFIRMACIONES
                  ASSIGN TO "./confirmaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CNF-CLAVE
                  STATUS ST-CONFIRMACIONES.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

           SELECT ORDENADOS ASSIGN TO "./circulariza_sort.tmp".

           SELECT OPTIONAL CARTAS ASSIGN TO WS-CARTAS-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS.

           SELECT OPTIONAL CARTAS-EMAIL ASSIGN TO WS-EMAIL-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS-EMAIL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  FOTO-SALDOS.

           COPY FOTOSALDO.

       FD  CONFIRMACIONES.

           COPY CONFIRMA.

       FD  FACTURAS.

           COPY FACTURA.

       FD  GENERACIONES.

           COPY GENREG.

       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-ID-CLIENTE  PIC 9(8).
           05 ORD-NUMERO      PIC 9(8).
           05 ORD-FECHA       PIC 9(8).
           05 ORD-VENCE       PIC 9(8).
           05 ORD-VALOR       PIC S9(7)V9(3).

       FD  CARTAS.
       01  LINEA-CARTA PIC X(100).

       FD  CARTAS-EMAIL.
       01  LINEA-EMAIL PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE            PIC XX VALUE SPACE.
       01  ST-FOTO            PIC XX VALUE SPACE.
       01  ST-CONFIRMACIONES  PIC XX VALUE SPACE.
       01  ST-FACTURAS        PIC XX VALUE SPACE.
       01  ST-GENERACIONES    PIC XX VALUE SPACE.
       01  ST-CARTAS          PIC XX VALUE SPACE.
       01  ST-CARTAS-EMAIL    PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANO   PIC 9(4).
           05 WS-PER-MES   PIC 9(2).
       01  WS-FECHA-CORTE  PIC 9(8) VALUE 0.
       01  WS-FOTO-PATH    PIC X(60) VALUE SPACE.
       01  WS-CARTAS-PATH  PIC X(60) VALUE SPACE.
       01  WS-EMAIL-PATH   PIC X(60) VALUE SPACE.

      * Parametros de la muestra.
       01  WS-UMBRAL       PIC 9(7)V9(3) VALUE 0.
       01  WS-PORCENTAJE   PIC 9(3)V99   VALUE 0.
       01  WS-SEMILLA-INICIAL PIC 9(10)  VALUE 0.

      * Generador congruencial: semilla(n+1) = semilla(n) * 16807
      * modulo 2147483647; el sorteo reparte la semilla en 0-9999
      * y el cliente entra si cae bajo el porcentaje en centesimas.
       01  WS-SEMILLA      PIC 9(10) VALUE 0.
       01  WS-PRODUCTO     PIC 9(15) VALUE 0.
       01  WS-COCIENTE     PIC 9(15) VALUE 0.
       01  WS-SORTEO       PIC 9(4)  VALUE 0.
       01  WS-CORTE-SORTEO PIC 9(5)  VALUE 0.

       01  WS-SALDO-BASE   PIC 9(9)V9(3) VALUE 0.
       01  WS-MOTIVO       PIC X VALUE SPACE.
       01  WS-TAS-MONEDA   PIC X(3)      VALUE SPACE.
       01  WS-TAS-FECHA    PIC 9(8)      VALUE 0.
       01  WS-TAS-TASA     PIC 9(5)V9(6) VALUE 0.
       01  WS-TAS-HALLADA  PIC X         VALUE "N".

      * Lectura adelantada de las facturas abiertas ordenadas, para
      * casarlas con las confirmaciones en orden de cliente.
       01  WS-FIN-ORDEN-SW PIC X VALUE "N".
           88 FIN-ORDEN    VALUE "S".
       01  WS-FIN-CONF-SW  PIC X VALUE "N".
           88 FIN-CONFIRMACIONES VALUE "S".
       01  WS-FACTURAS-CARTA PIC 9(5) VALUE 0.

      * Canal de salida de la carta en curso y campos del registro
      * de correspondencia.
       01  WS-CANAL-CARTA  PIC X     VALUE "C".
       01  WS-CRR-ID       PIC 9(8)  VALUE 0.
       01  WS-CRR-TIPO     PIC X(12) VALUE SPACE.
       01  WS-CRR-RUTA     PIC X(60) VALUE SPACE.

       01  WS-LINEA-FACTURA.
           05 FILLER       PIC X(3) VALUE SPACE.
           05 LFA-NUMERO   PIC 9(8).
           05 FILLER       PIC X(3) VALUE SPACE.
           05 LFA-FECHA    PIC 9(8).
           05 FILLER       PIC X(3) VALUE SPACE.
           05 LFA-VENCE    PIC 9(8).
           05 FILLER       PIC X(3) VALUE SPACE.
           05 LFA-VALOR    PIC Z(7)9,99-.

       01  WS-TOTAL-FOTO         PIC 9(7) VALUE 0.
       01  WS-TOTAL-UMBRAL       PIC 9(7) VALUE 0.
       01  WS-TOTAL-ALEATORIOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-YA-MUESTRA   PIC 9(7) VALUE 0.
       01  WS-TOTAL-OTRA-EMPRESA PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-MAESTRO  PIC 9(7) VALUE 0.
       01  WS-SIN-TASA           PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARTAS       PIC 9(7) VALUE 0.
       01  WS-CARTAS-REBOTADAS   PIC 9(7) VALUE 0.

           COPY EMPCORRWS.

           COPY MONEDAWS.

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CIRCULARIZA-SALDOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           MOVE "A" TO WS-PZA-MODO.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo de la foto de cierre a circularizar "
               "(AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Umbral: todo saldo de este valor o mas entra en "
               "la muestra (moneda base):".
           ACCEPT WS-UMBRAL.
           DISPLAY "Porcentaje del resto a elegir al azar (0-100):".
           ACCEPT WS-PORCENTAJE.
           IF WS-PORCENTAJE > 100
               DISPLAY "Porcentaje no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Semilla del sorteo (1 a 2147483646):".
           ACCEPT WS-SEMILLA-INICIAL.
           IF WS-SEMILLA-INICIAL = 0
            OR WS-SEMILLA-INICIAL > 2147483646
               DISPLAY "Semilla no valida."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-SEMILLA-INICIAL TO WS-SEMILLA.
           COMPUTE WS-CORTE-SORTEO = WS-PORCENTAJE * 100.
           COMPUTE WS-FECHA-CORTE = (WS-PERIODO * 100) + 31.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           PERFORM SELECCIONO-MUESTRA THRU F-SELECCIONO-MUESTRA.
           CLOSE FOTO-SALDOS.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Archivo de facturas no disponible ("
                   ST-FACTURAS "), las cartas salen sin detalle."
           END-IF.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-NUMERO
               INPUT  PROCEDURE IS REUNO-FACTURAS
                   THRU F-REUNO-FACTURAS
               OUTPUT PROCEDURE IS EMITO-CARTAS
                   THRU F-EMITO-CARTAS.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Saldos en la foto           : " WS-TOTAL-FOTO.
           DISPLAY "Elegidos por umbral         : " WS-TOTAL-UMBRAL.
           DISPLAY "Elegidos al azar            : "
               WS-TOTAL-ALEATORIOS.
           DISPLAY "Ya en la muestra del periodo: "
               WS-TOTAL-YA-MUESTRA.
           DISPLAY "De otras empresas           : "
               WS-TOTAL-OTRA-EMPRESA.
           DISPLAY "Sin maestro de cliente      : "
               WS-TOTAL-SIN-MAESTRO.
           DISPLAY "Saldos sin tasa de cambio   : " WS-SIN-TASA.
           DISPLAY "Cartas emitidas             : " WS-TOTAL-CARTAS.
           DISPLAY "No enviadas, dir. rebotada  : "
               WS-CARTAS-REBOTADAS.
           DISPLAY "Semilla usada: " WS-SEMILLA-INICIAL
               "  umbral: " WS-UMBRAL "  porcentaje: " WS-PORCENTAJE.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-FOTO-PATH.
           STRING "./foto_saldos_" WS-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-FOTO-PATH.
           OPEN INPUT FOTO-SALDOS.
           IF ST-FOTO > "07"
               DISPLAY "No hay foto de saldos del periodo: "
                   WS-FOTO-PATH " (" ST-FOTO ")"
               MOVE 16 TO RETURN-CODE.
      *    El archivo de confirmaciones se crea en la primera corrida
      *    y se reabre en I-O: la emision de cartas lo relee.
           OPEN I-O CONFIRMACIONES.
           IF ST-CONFIRMACIONES = "35"
               OPEN OUTPUT CONFIRMACIONES
               CLOSE CONFIRMACIONES
               OPEN I-O CONFIRMACIONES.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error abriendo CONFIRMACIONES ("
                   ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-CARTAS-PATH.
           STRING "./confirmacion_saldos_" WS-PERIODO "_"
               WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-CARTAS-PATH.
           OPEN EXTEND CARTAS.
           IF ST-CARTAS > "07"
               DISPLAY "Error abriendo CARTAS (" ST-CARTAS ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-EMAIL-PATH.
           STRING "./confirmacion_saldos_" WS-PERIODO "_"
               WS-FECHA-HOY "_email.txt"
               DELIMITED BY SIZE INTO WS-EMAIL-PATH.
           OPEN EXTEND CARTAS-EMAIL.
           IF ST-CARTAS-EMAIL > "07"
               DISPLAY "Error abriendo CARTAS-EMAIL ("
                   ST-CARTAS-EMAIL ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Recorre la foto en orden de CLI-ID. Todo saldo bajo el umbral
      * consume un sorteo, sea de la empresa de la corrida o no, para
      * que la muestra de cada cliente no dependa de la empresa
      * pedida. El elegido de la empresa queda en confirmaciones.dat
      * pendiente de carta; el ya elegido en una corrida anterior del
      * periodo se deja como estaba.
      ******************************************************************
       SELECCIONO-MUESTRA.
           READ FOTO-SALDOS
               AT END
                   GO TO F-SELECCIONO-MUESTRA
           END-READ.
           IF ST-FOTO > "07" AND ST-FOTO NOT = "10"
               DISPLAY "Error leyendo la foto de saldos (" ST-FOTO ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SELECCIONO-MUESTRA.
           IF FOT-SALDO = 0
               GO TO SELECCIONO-MUESTRA.
           ADD 1 TO WS-TOTAL-FOTO.
           PERFORM SALDO-EN-BASE.
           IF WS-SALDO-BASE NOT < WS-UMBRAL
               MOVE "U" TO WS-MOTIVO
           ELSE
               PERFORM SORTEO
               IF WS-SORTEO < WS-CORTE-SORTEO
                   MOVE "A" TO WS-MOTIVO
               ELSE
                   GO TO SELECCIONO-MUESTRA.
           MOVE FOT-ID TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-MAESTRO
                   GO TO SELECCIONO-MUESTRA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               ADD 1 TO WS-TOTAL-OTRA-EMPRESA
               GO TO SELECCIONO-MUESTRA.
           INITIALIZE REG-CONFIRMACION.
           MOVE WS-PERIODO          TO CNF-PERIODO.
           MOVE FOT-ID              TO CNF-ID-CLIENTE.
           MOVE WS-EMP-REGISTRO-NUM TO CNF-EMPRESA.
           MOVE WS-MOTIVO           TO CNF-MOTIVO.
           MOVE FOT-SALDO           TO CNF-SALDO-CORTE.
           MOVE FOT-MONEDA          TO CNF-MONEDA.
           MOVE "P"                 TO CNF-ESTADO.
           WRITE REG-CONFIRMACION
               INVALID KEY
                   ADD 1 TO WS-TOTAL-YA-MUESTRA
                   GO TO SELECCIONO-MUESTRA
           END-WRITE.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error grabando la confirmacion del cliente "
                   FOT-ID " (" ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE
               GO TO SELECCIONO-MUESTRA.
           IF WS-MOTIVO = "U"
               ADD 1 TO WS-TOTAL-UMBRAL
           ELSE
               ADD 1 TO WS-TOTAL-ALEATORIOS.
           GO TO SELECCIONO-MUESTRA.

       F-SELECCIONO-MUESTRA.
           EXIT.

      * Valor absoluto del saldo en moneda base, con la tasa vigente a
      * la fecha del corte; sin tasa se compara el saldo nominal.
       SALDO-EN-BASE.
           IF FOT-SALDO < 0
               COMPUTE WS-SALDO-BASE = 0 - FOT-SALDO
           ELSE
               MOVE FOT-SALDO TO WS-SALDO-BASE.
           IF FOT-MONEDA NOT = SPACE AND FOT-MONEDA NOT = "USD"
               MOVE FOT-MONEDA     TO WS-TAS-MONEDA
               MOVE WS-FECHA-CORTE TO WS-TAS-FECHA
               CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
                   WS-TAS-TASA WS-TAS-HALLADA
               IF WS-TAS-HALLADA = "S"
                   COMPUTE WS-SALDO-BASE ROUNDED =
                       WS-SALDO-BASE * WS-TAS-TASA
               ELSE
                   ADD 1 TO WS-SIN-TASA
               END-IF
           END-IF.

       SORTEO.
           COMPUTE WS-PRODUCTO = WS-SEMILLA * 16807.
           DIVIDE WS-PRODUCTO BY 2147483647 GIVING WS-COCIENTE
               REMAINDER WS-SEMILLA.
           COMPUTE WS-SORTEO = (WS-SEMILLA * 10000) / 2147483647.

      ******************************************************************
      * Facturas abiertas al corte: emitidas hasta esa fecha y que
      * siguen abiertas o se saldaron despues del corte.
      ******************************************************************
       REUNO-FACTURAS.
           IF ST-FACTURAS > "07"
               GO TO F-REUNO-FACTURAS.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO F-REUNO-FACTURAS
           END-READ.
           IF ST-FACTURAS > "07"
               GO TO F-REUNO-FACTURAS.
           IF FAC-FECHA > WS-FECHA-CORTE
               GO TO LEO-FACTURA.
           IF FAC-ESTADO NOT = "A"
               IF FAC-FECHA-SALDADA NOT NUMERIC
                OR FAC-FECHA-SALDADA NOT > WS-FECHA-CORTE
                   GO TO LEO-FACTURA.
           MOVE FAC-ID-CLIENTE TO ORD-ID-CLIENTE.
           MOVE FAC-NUMERO     TO ORD-NUMERO.
           MOVE FAC-FECHA      TO ORD-FECHA.
           MOVE FAC-FECHA-VENCE TO ORD-VENCE.
           MOVE FAC-VALOR      TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       F-REUNO-FACTURAS.
           EXIT.

      ******************************************************************
      * Recorre las confirmaciones del periodo sin carta emitida y las
      * casa, en orden de cliente, con las facturas abiertas al corte.
      ******************************************************************
       EMITO-CARTAS.
           PERFORM LEO-ORDEN.
           MOVE WS-PERIODO TO CNF-PERIODO.
           MOVE 0          TO CNF-ID-CLIENTE.
           START CONFIRMACIONES KEY IS NOT LESS THAN CNF-CLAVE
               INVALID KEY
                   GO TO F-EMITO-CARTAS
           END-START.

       LEO-CONFIRMACION.
           READ CONFIRMACIONES NEXT RECORD
               AT END
                   GO TO F-EMITO-CARTAS
           END-READ.
           IF ST-CONFIRMACIONES > "07"
            OR CNF-PERIODO NOT = WS-PERIODO
               GO TO F-EMITO-CARTAS.
           IF CNF-FECHA-ENVIO NOT = 0
            OR (NOT CNF-PENDIENTE AND NOT CNF-REBOTADA)
               GO TO LEO-CONFIRMACION.
           MOVE CNF-EMPRESA TO WS-EMP-REGISTRO-NUM.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CONFIRMACION.
           PERFORM EMITO-UNA-CARTA THRU F-EMITO-UNA-CARTA.
           GO TO LEO-CONFIRMACION.

       F-EMITO-CARTAS.
           EXIT.

       LEO-ORDEN.
           IF NOT FIN-ORDEN
               RETURN ORDENADOS
                   AT END
                       SET FIN-ORDEN TO TRUE
               END-RETURN.

       EMITO-UNA-CARTA.
      *    Las facturas de clientes anteriores sin carta se descartan.
           PERFORM SALTO-FACTURA THRU F-SALTO-FACTURA.
           MOVE CNF-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente " CNF-ID-CLIENTE " de la muestra "
                       "sin maestro, carta no emitida."
                   GO TO F-EMITO-UNA-CARTA
           END-READ.
      *    La direccion rebotada no recibe carta impresa (el correo
      *    electronico, si es su canal, sale igual).
           IF CLI-DIR-MALA-SW = "S"
            AND (CLI-CANAL-PREF NOT = "E" OR CLI-EMAIL = SPACE)
               ADD 1 TO WS-CARTAS-REBOTADAS
               MOVE "R" TO CNF-ESTADO
               REWRITE REG-CONFIRMACION
               GO TO F-EMITO-UNA-CARTA.
           IF CLI-CANAL-PREF = "E" AND CLI-EMAIL NOT = SPACE
               MOVE "E" TO WS-CANAL-CARTA
           ELSE
               MOVE "C" TO WS-CANAL-CARTA.
           MOVE CNF-EMPRESA TO WS-EMP-CODIGO.
           PERFORM ARMO-EMISOR.
           IF WS-CANAL-CARTA = "C"
               MOVE CLI-ID         TO WS-PZA-ID
               MOVE CLI_CODPOST    TO WS-PZA-CODPOST
               MOVE "CONFIRMA-SDO" TO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACE TO LINEA-CARTA
               STRING "PARA: " CLI-EMAIL
                   DELIMITED BY SIZE INTO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "===============================================" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "        SOLICITUD DE CONFIRMACION DE SALDO" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE WS-EMP-EMISOR TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "===============================================" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           STRING "FECHA: " WS-FECHA-HOY "   REFERENCIA: "
               CNF-PERIODO "-" CNF-ID-CLIENTE
               DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           IF CLI_RAZONSOCIAL NOT = SPACE
               STRING "SENORES: " CLI_RAZONSOCIAL (1:50)
                   DELIMITED BY SIZE INTO LINEA-CARTA
           ELSE
               STRING "SENORES: " CLI_NOMBRE (1:50)
                   DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           STRING "CUENTA: " CNF-ID-CLIENTE
               DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "NUESTROS AUDITORES EXTERNOS EXAMINAN LOS ESTADOS "
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "FINANCIEROS. LES ROGAMOS CONFIRMAR DIRECTAMENTE A "
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           STRING "ELLOS EL SALDO DE SU CUENTA AL " WS-FECHA-CORTE
               ":" DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           IF CNF-SALDO-CORTE < 0
               COMPUTE WS-MONEDA-ENTRADA = 0 - CNF-SALDO-CORTE
           ELSE
               MOVE CNF-SALDO-CORTE TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-CARTA.
           IF CNF-SALDO-CORTE < 0
               STRING "   SALDO A SU CARGO: " WS-MONEDA-EDITADA " "
                   CNF-MONEDA DELIMITED BY SIZE INTO LINEA-CARTA
           ELSE
               STRING "   SALDO A SU FAVOR: " WS-MONEDA-EDITADA " "
                   CNF-MONEDA DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "FACTURAS ABIERTAS AL CORTE:" TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "   NUMERO     FECHA       VENCE         VALOR" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE 0 TO WS-FACTURAS-CARTA.
           PERFORM ESCRIBO-FACTURAS THRU F-ESCRIBO-FACTURAS.
           IF WS-FACTURAS-CARTA = 0
               MOVE "   (NINGUNA)" TO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "SI ESTA CONFORME, FIRME Y DEVUELVA ESTA CARTA; SI NO,"
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "INDIQUE EL SALDO SEGUN SUS REGISTROS." TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "[ ] CONFORME  [ ] NO CONFORME, SALDO: ____________"
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           ADD 1 TO WS-TOTAL-CARTAS.
           MOVE WS-FECHA-HOY   TO CNF-FECHA-ENVIO.
           MOVE WS-CANAL-CARTA TO CNF-CANAL.
           MOVE "P"            TO CNF-ESTADO.
           REWRITE REG-CONFIRMACION.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error grabando la confirmacion del cliente "
                   CNF-ID-CLIENTE " (" ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE.
      *    La emision queda en el registro central de
      *    correspondencia.
           MOVE CNF-ID-CLIENTE TO WS-CRR-ID.
           MOVE "CONFIRMA-SDO" TO WS-CRR-TIPO.
           IF WS-CANAL-CARTA = "E"
               MOVE WS-EMAIL-PATH TO WS-CRR-RUTA
           ELSE
               MOVE WS-CARTAS-PATH TO WS-CRR-RUTA.
           CALL "REGISTRA-CORRESP" USING WS-CRR-ID WS-CRR-TIPO
               WS-CANAL-CARTA WS-CRR-RUTA.

       F-EMITO-UNA-CARTA.
           EXIT.

       SALTO-FACTURA.
           IF FIN-ORDEN OR ORD-ID-CLIENTE NOT < CNF-ID-CLIENTE
               GO TO F-SALTO-FACTURA.
           PERFORM LEO-ORDEN.
           GO TO SALTO-FACTURA.

       F-SALTO-FACTURA.
           EXIT.

       ESCRIBO-FACTURAS.
           IF FIN-ORDEN OR ORD-ID-CLIENTE NOT = CNF-ID-CLIENTE
               GO TO F-ESCRIBO-FACTURAS.
           MOVE ORD-NUMERO TO LFA-NUMERO.
           MOVE ORD-FECHA  TO LFA-FECHA.
           MOVE ORD-VENCE  TO LFA-VENCE.
           MOVE ORD-VALOR  TO LFA-VALOR.
           MOVE WS-LINEA-FACTURA TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           ADD 1 TO WS-FACTURAS-CARTA.
           PERFORM LEO-ORDEN.
           GO TO ESCRIBO-FACTURAS.

       F-ESCRIBO-FACTURAS.
           EXIT.

       ESCRIBO-LINEA-CARTA.
           IF WS-CANAL-CARTA = "E"
               MOVE LINEA-CARTA TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CARTA
               MOVE LINEA-CARTA TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

      ******************************************************************
      * Deja la generacion fechada de cartas anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "confirmacion_saldos" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-CARTAS-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CONFIRMACIONES.
           CLOSE FACTURAS.
           CLOSE CARTAS.
           CLOSE CARTAS-EMAIL.

           COPY EMPCORR.

           COPY MONEDA.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM CIRCULARIZA-SALDOS.
