      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Posicion de caja consolidada de todos los canales de
      *          recaudo, que tesoreria armaba sumando a mano cinco
      *          reportes. Modo (G)rabar (paso de PROCESO-NOCTURNO,
      *          despues de los posteos de la noche): totaliza los
      *          movimientos de caja del dia en MOVIMIENTOS por canal
      *          -- lockbox (PAGO), caja (RECIBOCAJA), domiciliacion
      *          (GIRO y GIRO-DEV), transferencias (TRANSF-REC y
      *          TRANSF-ENV), recuperaciones (RECUPERO) y reembolsos
      *          (REEMBOLSO) --, por moneda de la cuenta y por
      *          cuenta de tesoreria (la caja se abre por el
      *          instrumento del recibo en recibos.dat), con lo
      *          recibido y lo pagado por separado; una REVERSA cae
      *          en el canal del movimiento que reversa. Compara el
      *          neto contra el dia habil anterior (CALENDARIO-HABIL)
      *          y contra el mismo dia del mes anterior, lista lo
      *          pendiente (pagos en suspenso, giros y reembolsos
      *          enviados al banco sin confirmar) en
      *          posicion_caja.txt y anexa los totales fechados a
      *          posicion_caja.dat (POSCAJA.cpy). Modo (R)eporte: la
      *          tendencia dia a dia por moneda de esa historia.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Giros pendientes medidos banco por banco con
      *                     los archivos de cada perfil (traduciendo los
      *                     Asobancaria); pagos y giros de bancos
      *                     adicionales en la cuenta BANCO xxxx.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-CAJA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECIBOS.

           SELECT OPTIONAL PAGOS-SUSPENSO
                  ASSIGN TO "./pagos_suspenso.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-SUSPENSO.

           SELECT OPTIONAL ARCHIVO-ENVIO ASSIGN TO WS-ENVIO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ENVIO.

           SELECT OPTIONAL ARCHIVO-RESPUESTA
                  ASSIGN TO WS-RESPUESTA-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESPUESTA.

           SELECT OPTIONAL POSICION-HISTORIA
                  ASSIGN TO "./posicion_caja.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-POSICION.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  RECIBOS.

           COPY RECIBO.

       FD  PAGOS-SUSPENSO.

           COPY PAGOBANCO.

       FD  ARCHIVO-ENVIO.
       01  REG-ENVIO PIC X(100).

       FD  ARCHIVO-RESPUESTA.
       01  REG-RESPUESTA PIC X(100).

       FD  POSICION-HISTORIA.

           COPY POSCAJA.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-RECIBOS      PIC XX VALUE SPACE.
       01  ST-SUSPENSO     PIC XX VALUE SPACE.
       01  ST-ENVIO        PIC XX VALUE SPACE.
       01  ST-RESPUESTA    PIC XX VALUE SPACE.
       01  ST-POSICION     PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-MODO  PIC X VALUE SPACE.

       01  WS-ENVIO-PATH     PIC X(60) VALUE SPACE.
       01  WS-RESPUESTA-PATH PIC X(60) VALUE SPACE.
       01  WS-REPORTE-PATH   PIC X(60) VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.

      * Fechas comparadas: 1 = el dia de la posicion, 2 = el dia
      * habil anterior, 3 = el mismo dia del mes anterior (el ultimo
      * dia de ese mes si es mas corto).
       01  WS-FECHAS-PERIODO.
           05 WS-FECHA-PER PIC 9(8) OCCURS 3 TIMES.
       01  WS-PER          PIC 9    VALUE 0.

       01  WS-CAL-FUNCION  PIC X    VALUE SPACE.
       01  WS-CAL-HASTA    PIC 9(8) VALUE 0.

       01  WS-FECHA-TRABAJO  PIC 9(8) VALUE 0.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05 WS-ANO  PIC 9(4).
           05 WS-MES  PIC 99.
           05 WS-DIA  PIC 99.
       01  WS-TOPE-DIA  PIC 99   VALUE 0.
       01  WS-COCIENTE  PIC 9(4) VALUE 0.
       01  WS-RESTO     PIC 9(4) VALUE 0.

      * Dias por mes del ano no bisiesto.
       01  WS-DIAS-POR-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-TABLA-MESES REDEFINES WS-DIAS-POR-MES.
           05 WS-DIAS-MES PIC 99 OCCURS 12 TIMES.

      * Canales en el orden del reporte.
       01  WS-NOMBRES-CANAL.
           05 FILLER PIC X(15) VALUE "LOCKBOX".
           05 FILLER PIC X(15) VALUE "CAJA".
           05 FILLER PIC X(15) VALUE "DOMICILIACION".
           05 FILLER PIC X(15) VALUE "TRANSFERENCIAS".
           05 FILLER PIC X(15) VALUE "RECUPERACIONES".
           05 FILLER PIC X(15) VALUE "REEMBOLSOS".
       01  WS-TABLA-CANALES REDEFINES WS-NOMBRES-CANAL.
           05 WS-CANAL-NOMBRE PIC X(15) OCCURS 6 TIMES.
       01  WS-CAN-I  PIC 9 VALUE 0.

      * Clasificacion del movimiento en curso.
       01  WS-TIPO-CLASE      PIC X(10) VALUE SPACE.
       01  WS-CANAL-BUSCADO   PIC X(15) VALUE SPACE.
       01  WS-MONEDA-BUSCADA  PIC X(3)  VALUE SPACE.
       01  WS-CUENTA-BUSCADA  PIC X(10) VALUE SPACE.
       01  WS-VALOR-ACUM      PIC S9(9)V9(3) VALUE 0.
       01  WS-ID-BUSCADO      PIC 9(8)  VALUE 0.
       01  WS-ULTIMO-ID       PIC 9(8)  VALUE 0.
       01  WS-ULTIMA-MONEDA   PIC X(3)  VALUE SPACE.

      * Posicion por canal, moneda y cuenta, con las tres fechas.
      * Los egresos se guardan en positivo.
       01  WS-TABLA-POSICION.
           05 WS-POS-ENTRADA OCCURS 80 TIMES.
               10 WS-POS-CANAL   PIC X(15).
               10 WS-POS-MONEDA  PIC X(3).
               10 WS-POS-CUENTA  PIC X(10).
               10 WS-POS-PERIODO OCCURS 3 TIMES.
                   15 WS-POS-INGRESOS PIC S9(11)V9(3).
                   15 WS-POS-EGRESOS  PIC S9(11)V9(3).
                   15 WS-POS-CANTIDAD PIC 9(7).
       01  WS-TOTAL-POSICIONES  PIC 9(3) VALUE 0.
       01  WS-POS-I             PIC 9(3) VALUE 0.
       01  WS-POSICIONES-FUERA  PIC 9(7) VALUE 0.

      * Totales por moneda, con las tres fechas.
       01  WS-TABLA-MONEDAS.
           05 WS-MON-ENTRADA OCCURS 10 TIMES.
               10 WS-MON-CODIGO   PIC X(3).
               10 WS-MON-PERIODO OCCURS 3 TIMES.
                   15 WS-MON-INGRESOS PIC S9(11)V9(3).
                   15 WS-MON-EGRESOS  PIC S9(11)V9(3).
                   15 WS-MON-CANTIDAD PIC 9(7).
       01  WS-TOTAL-MONEDAS  PIC 99 VALUE 0.
       01  WS-MON-I          PIC 99 VALUE 0.

      * Recibos de caja de las fechas comparadas, con la cuenta que
      * les toca por su instrumento.
       01  WS-TABLA-RECIBOS.
           05 WS-RCB-ENTRADA OCCURS 999 TIMES.
               10 WS-RCB-CLAVE   PIC X(27).
               10 WS-RCB-CUENTA  PIC X(10).
       01  WS-TOTAL-RECIBOS    PIC 9(3) VALUE 0.
       01  WS-RCB-I            PIC 9(3) VALUE 0.
       01  WS-RECIBOS-FUERA    PIC 9(7) VALUE 0.
       01  WS-CLAVE-RECIBO     PIC X(27) VALUE SPACE.

      * Reversas de las fechas comparadas: se clasifican despues del
      * recorrido por el movimiento original.
       01  WS-TABLA-REVERSAS.
           05 WS-REV-ENTRADA OCCURS 200 TIMES.
               10 WS-REV-PERIODO    PIC 9.
               10 WS-REV-ID         PIC 9(8).
               10 WS-REV-VALOR      PIC S9(7)V9(3).
               10 WS-REV-REF        PIC X(27).
               10 WS-REV-TIPO-ORIG  PIC X(10).
               10 WS-REV-CUENTA     PIC X(10).
       01  WS-TOTAL-REVERSAS   PIC 9(3) VALUE 0.
       01  WS-REV-I            PIC 9(3) VALUE 0.
       01  WS-REVERSAS-FUERA   PIC 9(7) VALUE 0.
       01  WS-REVERSAS-CAJA    PIC 9(3) VALUE 0.

      * Pendientes por clase y moneda.
       01  WS-TABLA-PENDIENTES.
           05 WS-PEN-ENTRADA OCCURS 30 TIMES.
               10 WS-PEN-CLASE     PIC X(15).
               10 WS-PEN-MONEDA    PIC X(3).
               10 WS-PEN-CANTIDAD  PIC 9(7).
               10 WS-PEN-VALOR     PIC 9(11)V9(3).
       01  WS-TOTAL-PENDIENTES  PIC 99 VALUE 0.
       01  WS-PEN-I             PIC 99 VALUE 0.
       01  WS-PENDIENTE-CLASE   PIC X(15) VALUE SPACE.

      * Archivo de envio al banco y su confirmacion (formato fijo
      * de domiciliacion y de reembolsos).
       01  WS-BCO-ENCABEZADO.
           05 ENC-TIPO       PIC X.
           05 ENC-FECHA      PIC 9(8).
           05 ENC-SECUENCIA  PIC 9(6).
           05 FILLER         PIC X(45).
       01  WS-BCO-DETALLE.
           05 DET-TIPO       PIC X.
           05 DET-ID-CLIENTE PIC 9(8).
           05 DET-CUENTA     PIC X(24).
           05 DET-VALOR      PIC 9(7)V9(3).
           05 FILLER         PIC X(17).
       01  WS-ENVIO-SECUENCIA     PIC 9(6) VALUE 0.
       01  WS-RESPUESTA-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-TABLA-CONFIRMADOS.
           05 WS-CNF-ID PIC 9(8) OCCURS 999 TIMES.
       01  WS-TOTAL-CONFIRMADOS  PIC 9(3) VALUE 0.
       01  WS-CNF-I              PIC 9(3) VALUE 0.
       01  WS-CONFIRMADO-SW      PIC X    VALUE "N".
           88 COBRO-CONFIRMADO   VALUE "S".

      * Envio y confirmacion de un banco con layout Asobancaria: cada
      * registro se pasa al formato fijo antes de medirlo.
       01  WS-TRADUCE-SW         PIC X    VALUE "N".
           88 TRADUCE-ASOBANCARIA VALUE "S".
       01  WS-ASB-FUNCION        PIC X    VALUE "G".
       01  WS-ASB-ESTADO         PIC X    VALUE SPACE.
       01  WS-REG-TRADUCIDO      PIC X(100) VALUE SPACE.
       01  WS-CODIGO-PRINCIPAL   PIC X(4) VALUE SPACE.

       01  WS-REGISTROS-HISTORIA  PIC 9(5) VALUE 0.
       01  WS-NETO                PIC S9(11)V9(3) VALUE 0.
       01  WS-NETO-ANT            PIC S9(11)V9(3) VALUE 0.
       01  WS-NETO-MES            PIC S9(11)V9(3) VALUE 0.
       01  WS-ED-VALOR-1          PIC Z(10)9,99-.
       01  WS-ED-VALOR-2          PIC Z(10)9,99-.

       01  LINEA-TITULOS.
           05 FILLER PIC X(16) VALUE "CANAL".
           05 FILLER PIC X(4)  VALUE "MON".
           05 FILLER PIC X(11) VALUE "CUENTA".
           05 FILLER PIC X(8)  VALUE "  CANT. ".
           05 FILLER PIC X(16) VALUE "       INGRESOS ".
           05 FILLER PIC X(16) VALUE "        EGRESOS ".
           05 FILLER PIC X(16) VALUE "       NETO DIA ".
           05 FILLER PIC X(16) VALUE "     HABIL ANT. ".
           05 FILLER PIC X(15) VALUE "       MES ANT.".

       01  LINEA-POSICION.
           05 LP-CANAL        PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-MONEDA       PIC X(3).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-CUENTA       PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-CANTIDAD     PIC ZZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-INGRESOS     PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-EGRESOS      PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-NETO         PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-NETO-ANT     PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LP-NETO-MES     PIC Z(10)9,99-.

       01  LINEA-PENDIENTE.
           05 LPN-CLASE       PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LPN-MONEDA      PIC X(3).
           05 FILLER          PIC X(12) VALUE SPACE.
           05 LPN-CANTIDAD    PIC ZZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LPN-VALOR       PIC Z(10)9,99-.

      * Modo reporte: acumulado por moneda de la fecha en curso de
      * la historia, con el neto de la fecha anterior para el delta.
       01  WS-TABLA-TENDENCIA.
           05 WS-TEN-ENTRADA OCCURS 10 TIMES.
               10 WS-TEN-MONEDA      PIC X(3).
               10 WS-TEN-INGRESOS    PIC S9(11)V9(3).
               10 WS-TEN-EGRESOS     PIC S9(11)V9(3).
               10 WS-TEN-PEND-CANT   PIC 9(7).
               10 WS-TEN-PEND-VALOR  PIC S9(11)V9(3).
               10 WS-TEN-NETO-ANT    PIC S9(11)V9(3).
               10 WS-TEN-DATOS-SW    PIC X.
                   88 TEN-CON-DATOS  VALUE "S".
       01  WS-TOTAL-TENDENCIA  PIC 99   VALUE 0.
       01  WS-TEN-I            PIC 99   VALUE 0.
       01  WS-FECHA-TENDENCIA  PIC 9(8) VALUE 0.
       01  WS-TOTAL-DIAS       PIC 9(5) VALUE 0.

       01  LINEA-TENDENCIA.
           05 LT-FECHA        PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-MONEDA       PIC X(3).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-INGRESOS     PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-EGRESOS      PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-NETO         PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-DELTA        PIC Z(10)9,99-.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-PEND-CANT    PIC ZZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 LT-PEND-VALOR   PIC Z(10)9,99-.

           COPY PERFBANCO.

           COPY PERFBCOWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "POSICION-CAJA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"           TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Modo: (G)rabar la posicion de caja de hoy o "
               "(R)eporte de tendencia?".
           ACCEPT WS-MODO.
           IF WS-MODO = "R" OR WS-MODO = "r"
               PERFORM REPORTO-TENDENCIA THRU F-REPORTO-TENDENCIA
           ELSE
               PERFORM ARMO-POSICION THRU F-ARMO-POSICION.
           STOP RUN.

      ******************************************************************
      * Modo grabar: totaliza las tres fechas, mide los pendientes,
      * anexa la posicion de hoy a la historia e imprime el reporte.
      ******************************************************************
       ARMO-POSICION.
           PERFORM FIJO-FECHAS.
           PERFORM CARGO-PERFILES-BANCO.
           MOVE WS-PBA-PRINCIPAL TO WS-PBA-I.
           PERFORM TOMO-PERFIL-BANCO.
           MOVE PBA-CODIGO TO WS-CODIGO-PRINCIPAL.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-ARMO-POSICION.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               GO TO F-ARMO-POSICION.
           PERFORM CARGO-RECIBOS THRU F-CARGO-RECIBOS.
           PERFORM RECORRO-DIA THRU F-RECORRO-DIA
               VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3.
           PERFORM CLASIFICO-REVERSA THRU F-CLASIFICO-REVERSA
               VARYING WS-REV-I FROM 1 BY 1
               UNTIL WS-REV-I > WS-TOTAL-REVERSAS.
           CLOSE MOVIMIENTOS.
           IF WS-REVERSAS-CAJA > 0
               PERFORM BUSCO-RECIBOS-REVERSADOS
                   THRU F-BUSCO-RECIBOS-REVERSADOS.
           PERFORM SUMO-REVERSA THRU F-SUMO-REVERSA
               VARYING WS-REV-I FROM 1 BY 1
               UNTIL WS-REV-I > WS-TOTAL-REVERSAS.
           PERFORM MIDO-SUSPENSO THRU F-MIDO-SUSPENSO.
           PERFORM MIDO-GIROS-BANCO
               VARYING WS-PBA-I FROM 1 BY 1
               UNTIL WS-PBA-I > WS-PBA-USADOS.
           MOVE "N"                        TO WS-TRADUCE-SW.
           MOVE "./reembolsos.dat"         TO WS-ENVIO-PATH.
           MOVE "./reembolsos_conf.dat"    TO WS-RESPUESTA-PATH.
           MOVE "REEMB. S/CONF."           TO WS-PENDIENTE-CLASE.
           PERFORM MIDO-ENVIO-BANCO THRU F-MIDO-ENVIO-BANCO.
           CLOSE CLIENTES.
           PERFORM GRABO-HISTORIA THRU F-GRABO-HISTORIA.
           PERFORM IMPRIMO-POSICION THRU F-IMPRIMO-POSICION.

       F-ARMO-POSICION.
           EXIT.

      ******************************************************************
      * Fechas a comparar: hoy, el dia habil anterior y el mismo dia
      * del mes anterior, recortado al ultimo dia si ese mes es mas
      * corto (el 31 de marzo se compara con el 28 o 29 de febrero).
      ******************************************************************
       FIJO-FECHAS.
           MOVE WS-FECHA-HOY TO WS-FECHA-PER (1).
           MOVE "R" TO WS-CAL-FUNCION.
           MOVE 0   TO WS-CAL-HASTA.
           CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
               WS-FECHA-HOY WS-CAL-HASTA WS-FECHA-PER (2).
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO.
           IF WS-MES = 1
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES.
           MOVE WS-DIAS-MES (WS-MES) TO WS-TOPE-DIA.
           IF WS-MES = 2
               DIVIDE WS-ANO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   MOVE 29 TO WS-TOPE-DIA
                   DIVIDE WS-ANO BY 100 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       DIVIDE WS-ANO BY 400 GIVING WS-COCIENTE
                           REMAINDER WS-RESTO
                       IF WS-RESTO NOT = 0
                           MOVE 28 TO WS-TOPE-DIA.
           IF WS-DIA > WS-TOPE-DIA
               MOVE WS-TOPE-DIA TO WS-DIA.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-PER (3).

      ******************************************************************
      * Recibos de caja de las tres fechas: la clave de su movimiento
      * RECIBOCAJA y la cuenta por instrumento. Los recibos escritos
      * antes del instrumento no traen la clave; su movimiento cae en
      * efectivo, que era lo unico que recibia la caja.
      ******************************************************************
       CARGO-RECIBOS.
           OPEN INPUT RECIBOS.
           IF ST-RECIBOS > "07"
               GO TO F-CARGO-RECIBOS.

       LEO-RECIBO-POSICION.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO F-CARGO-RECIBOS
           END-READ.
           IF ST-RECIBOS > "07" AND ST-RECIBOS NOT = "10"
               CLOSE RECIBOS
               GO TO F-CARGO-RECIBOS.
           IF RCB-FECHA NOT = WS-FECHA-PER (1)
            AND RCB-FECHA NOT = WS-FECHA-PER (2)
            AND RCB-FECHA NOT = WS-FECHA-PER (3)
               GO TO LEO-RECIBO-POSICION.
           IF RCB-MOV-CLAVE = SPACE
               GO TO LEO-RECIBO-POSICION.
           IF WS-TOTAL-RECIBOS NOT < 999
               ADD 1 TO WS-RECIBOS-FUERA
               GO TO LEO-RECIBO-POSICION.
           ADD 1 TO WS-TOTAL-RECIBOS.
           MOVE RCB-MOV-CLAVE TO WS-RCB-CLAVE (WS-TOTAL-RECIBOS).
           PERFORM CUENTA-INSTRUMENTO.
           MOVE WS-CUENTA-BUSCADA TO WS-RCB-CUENTA (WS-TOTAL-RECIBOS).
           GO TO LEO-RECIBO-POSICION.

       F-CARGO-RECIBOS.
           EXIT.

       CUENTA-INSTRUMENTO.
           EVALUATE TRUE
               WHEN PAGO-CHEQUE
                   MOVE "CHEQUES"  TO WS-CUENTA-BUSCADA
               WHEN PAGO-TARJETA
                   MOVE "TARJETAS" TO WS-CUENTA-BUSCADA
               WHEN PAGO-TRANSFERENCIA
                   MOVE "TRANSFER" TO WS-CUENTA-BUSCADA
               WHEN OTHER
                   MOVE "EFECTIVO" TO WS-CUENTA-BUSCADA
           END-EVALUATE.

      ******************************************************************
      * Recorre por la via de fechas los movimientos de la fecha
      * WS-PER y acumula los de caja en su canal. Las reversas se
      * guardan para clasificarlas al final por su original.
      ******************************************************************
       RECORRO-DIA.
           MOVE WS-FECHA-PER (WS-PER) TO MOV-FECHA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-FECHA
               INVALID KEY
                   GO TO F-RECORRO-DIA
           END-START.

       LEO-MOVIMIENTO-POSICION.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-RECORRO-DIA
           END-READ.
           IF ST-MOVIMIENTOS > "07" AND ST-MOVIMIENTOS NOT = "10"
               GO TO F-RECORRO-DIA.
           IF MOV-FECHA > WS-FECHA-PER (WS-PER)
               GO TO F-RECORRO-DIA.
           IF MOV-TIPO = "REVERSA"
               PERFORM GUARDO-REVERSA THRU F-GUARDO-REVERSA
               GO TO LEO-MOVIMIENTO-POSICION.
           MOVE MOV-TIPO TO WS-TIPO-CLASE.
           PERFORM CLASIFICO-TIPO.
           IF WS-CANAL-BUSCADO = SPACE
               GO TO LEO-MOVIMIENTO-POSICION.
           IF MOV-TIPO = "PAGO" OR MOV-TIPO = "GIRO"
               PERFORM CUENTA-BANCO-RECAUDO.
           IF MOV-TIPO = "RECIBOCAJA"
               MOVE MOV-CLAVE TO WS-CLAVE-RECIBO
               PERFORM BUSCO-RECIBO-CAJA THRU F-BUSCO-RECIBO-CAJA.
           MOVE MOV-ID-CLIENTE TO WS-ID-BUSCADO.
           PERFORM BUSCO-MONEDA THRU F-BUSCO-MONEDA.
           MOVE MOV-VALOR TO WS-VALOR-ACUM.
           PERFORM ACUMULO-POSICION THRU F-ACUMULO-POSICION.
           GO TO LEO-MOVIMIENTO-POSICION.

       F-RECORRO-DIA.
           EXIT.

      ******************************************************************
      * Canal y cuenta de tesoreria de un tipo de movimiento. Los
      * tipos que no mueven caja (interes, cargos, ajustes,
      * descuentos, diferencias) quedan con el canal en blanco.
      ******************************************************************
       CLASIFICO-TIPO.
           MOVE SPACE TO WS-CANAL-BUSCADO.
           MOVE SPACE TO WS-CUENTA-BUSCADA.
           EVALUATE WS-TIPO-CLASE
               WHEN "PAGO"
                   MOVE "LOCKBOX"        TO WS-CANAL-BUSCADO
                   MOVE "LOCKBOX"        TO WS-CUENTA-BUSCADA
               WHEN "RECIBOCAJA"
                   MOVE "CAJA"           TO WS-CANAL-BUSCADO
                   MOVE "EFECTIVO"       TO WS-CUENTA-BUSCADA
               WHEN "GIRO"
               WHEN "GIRO-DEV"
                   MOVE "DOMICILIACION"  TO WS-CANAL-BUSCADO
                   MOVE "DOMICILIA"      TO WS-CUENTA-BUSCADA
               WHEN "TRANSF-REC"
               WHEN "TRANSF-ENV"
                   MOVE "TRANSFERENCIAS" TO WS-CANAL-BUSCADO
                   MOVE "INTERNA"        TO WS-CUENTA-BUSCADA
               WHEN "RECUPERO"
                   MOVE "RECUPERACIONES" TO WS-CANAL-BUSCADO
                   MOVE "RECAUDO"        TO WS-CUENTA-BUSCADA
               WHEN "REEMBOLSO"
                   MOVE "REEMBOLSOS"     TO WS-CANAL-BUSCADO
                   MOVE "PAGADORA"       TO WS-CUENTA-BUSCADA
           END-EVALUATE.

      ******************************************************************
      * Cobros y pagos de un banco de recaudo distinto del principal
      * van a la cuenta de ese banco; los del principal (o anteriores
      * a los perfiles) siguen en LOCKBOX y DOMICILIA.
      ******************************************************************
       CUENTA-BANCO-RECAUDO.
           IF MOV-BANCO-RECAUDO NOT = SPACE
            AND MOV-BANCO-RECAUDO NOT = WS-CODIGO-PRINCIPAL
               MOVE SPACE TO WS-CUENTA-BUSCADA
               STRING "BANCO " MOV-BANCO-RECAUDO
                   DELIMITED BY SIZE INTO WS-CUENTA-BUSCADA.

      ******************************************************************
      * Cuenta del recibo de caja de clave WS-CLAVE-RECIBO; sin
      * recibo en la tabla deja la cuenta que ya traia.
      ******************************************************************
       BUSCO-RECIBO-CAJA.
           MOVE 1 TO WS-RCB-I.

       PRUEBO-RECIBO-CAJA.
           IF WS-RCB-I > WS-TOTAL-RECIBOS
               GO TO F-BUSCO-RECIBO-CAJA.
           IF WS-RCB-CLAVE (WS-RCB-I) = WS-CLAVE-RECIBO
               MOVE WS-RCB-CUENTA (WS-RCB-I) TO WS-CUENTA-BUSCADA
               GO TO F-BUSCO-RECIBO-CAJA.
           ADD 1 TO WS-RCB-I.
           GO TO PRUEBO-RECIBO-CAJA.

       F-BUSCO-RECIBO-CAJA.
           EXIT.

       GUARDO-REVERSA.
           IF WS-TOTAL-REVERSAS NOT < 200
               ADD 1 TO WS-REVERSAS-FUERA
               GO TO F-GUARDO-REVERSA.
           ADD 1 TO WS-TOTAL-REVERSAS.
           MOVE WS-PER          TO WS-REV-PERIODO (WS-TOTAL-REVERSAS).
           MOVE MOV-ID-CLIENTE  TO WS-REV-ID (WS-TOTAL-REVERSAS).
           MOVE MOV-VALOR       TO WS-REV-VALOR (WS-TOTAL-REVERSAS).
           MOVE MOV-REF-REVERSA TO WS-REV-REF (WS-TOTAL-REVERSAS).
           MOVE SPACE TO WS-REV-TIPO-ORIG (WS-TOTAL-REVERSAS).
           MOVE SPACE TO WS-REV-CUENTA (WS-TOTAL-REVERSAS).

       F-GUARDO-REVERSA.
           EXIT.

      ******************************************************************
      * Lee el movimiento original de la reversa WS-REV-I para saber
      * su canal. El RECIBOCAJA original toma la cuenta de su recibo
      * si es de las fechas cargadas; si es anterior se busca despues
      * en una segunda pasada de recibos.dat.
      ******************************************************************
       CLASIFICO-REVERSA.
           MOVE WS-REV-REF (WS-REV-I) TO MOV-CLAVE.
           READ MOVIMIENTOS KEY IS MOV-CLAVE
               INVALID KEY
                   GO TO F-CLASIFICO-REVERSA
           END-READ.
           MOVE MOV-TIPO TO WS-REV-TIPO-ORIG (WS-REV-I).
           IF MOV-TIPO = "PAGO" OR MOV-TIPO = "GIRO"
               MOVE SPACE TO WS-CUENTA-BUSCADA
               PERFORM CUENTA-BANCO-RECAUDO
               MOVE WS-CUENTA-BUSCADA TO WS-REV-CUENTA (WS-REV-I)
               GO TO F-CLASIFICO-REVERSA.
           IF MOV-TIPO NOT = "RECIBOCAJA"
               GO TO F-CLASIFICO-REVERSA.
           MOVE SPACE TO WS-CUENTA-BUSCADA.
           MOVE WS-REV-REF (WS-REV-I) TO WS-CLAVE-RECIBO.
           PERFORM BUSCO-RECIBO-CAJA THRU F-BUSCO-RECIBO-CAJA.
           MOVE WS-CUENTA-BUSCADA TO WS-REV-CUENTA (WS-REV-I).
           IF WS-CUENTA-BUSCADA = SPACE
               ADD 1 TO WS-REVERSAS-CAJA.

       F-CLASIFICO-REVERSA.
           EXIT.

       BUSCO-RECIBOS-REVERSADOS.
           OPEN INPUT RECIBOS.
           IF ST-RECIBOS > "07"
               GO TO F-BUSCO-RECIBOS-REVERSADOS.

       LEO-RECIBO-REVERSADO.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO F-BUSCO-RECIBOS-REVERSADOS
           END-READ.
           IF ST-RECIBOS > "07" AND ST-RECIBOS NOT = "10"
               CLOSE RECIBOS
               GO TO F-BUSCO-RECIBOS-REVERSADOS.
           IF RCB-MOV-CLAVE = SPACE
               GO TO LEO-RECIBO-REVERSADO.
           PERFORM MARCO-REVERSA-RECIBO
               VARYING WS-REV-I FROM 1 BY 1
               UNTIL WS-REV-I > WS-TOTAL-REVERSAS.
           GO TO LEO-RECIBO-REVERSADO.

       F-BUSCO-RECIBOS-REVERSADOS.
           EXIT.

       MARCO-REVERSA-RECIBO.
           IF WS-REV-TIPO-ORIG (WS-REV-I) = "RECIBOCAJA"
            AND WS-REV-CUENTA (WS-REV-I) = SPACE
            AND WS-REV-REF (WS-REV-I) = RCB-MOV-CLAVE
               PERFORM CUENTA-INSTRUMENTO
               MOVE WS-CUENTA-BUSCADA TO WS-REV-CUENTA (WS-REV-I).

      ******************************************************************
      * Acumula la reversa WS-REV-I en el canal de su original, en
      * la fecha en que se hizo la reversa. Sin original (o de un
      * tipo que no mueve caja) no entra a la posicion.
      ******************************************************************
       SUMO-REVERSA.
           MOVE WS-REV-TIPO-ORIG (WS-REV-I) TO WS-TIPO-CLASE.
           PERFORM CLASIFICO-TIPO.
           IF WS-CANAL-BUSCADO = SPACE
               GO TO F-SUMO-REVERSA.
           IF WS-REV-CUENTA (WS-REV-I) NOT = SPACE
               MOVE WS-REV-CUENTA (WS-REV-I) TO WS-CUENTA-BUSCADA.
           MOVE WS-REV-ID (WS-REV-I) TO WS-ID-BUSCADO.
           PERFORM BUSCO-MONEDA THRU F-BUSCO-MONEDA.
           MOVE WS-REV-PERIODO (WS-REV-I) TO WS-PER.
           MOVE WS-REV-VALOR (WS-REV-I)   TO WS-VALOR-ACUM.
           PERFORM ACUMULO-POSICION THRU F-ACUMULO-POSICION.

       F-SUMO-REVERSA.
           EXIT.

      ******************************************************************
      * Moneda de la cuenta WS-ID-BUSCADO (en blanco = USD).
      ******************************************************************
       BUSCO-MONEDA.
           IF WS-ID-BUSCADO = WS-ULTIMO-ID AND WS-ULTIMO-ID NOT = 0
               MOVE WS-ULTIMA-MONEDA TO WS-MONEDA-BUSCADA
               GO TO F-BUSCO-MONEDA.
           MOVE WS-ID-BUSCADO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI-MONEDA
           END-READ.
           MOVE CLI-MONEDA TO WS-MONEDA-BUSCADA.
           IF WS-MONEDA-BUSCADA = SPACE
               MOVE "USD" TO WS-MONEDA-BUSCADA.
           MOVE WS-ID-BUSCADO     TO WS-ULTIMO-ID.
           MOVE WS-MONEDA-BUSCADA TO WS-ULTIMA-MONEDA.

       F-BUSCO-MONEDA.
           EXIT.

      ******************************************************************
      * Suma WS-VALOR-ACUM a la posicion de canal, moneda y cuenta
      * buscados en la fecha WS-PER, y al total de la moneda.
      ******************************************************************
       ACUMULO-POSICION.
           PERFORM BUSCO-POSICION THRU F-BUSCO-POSICION.
           IF WS-POS-I = 0
               ADD 1 TO WS-POSICIONES-FUERA
               GO TO F-ACUMULO-POSICION.
           PERFORM BUSCO-TOTAL-MONEDA THRU F-BUSCO-TOTAL-MONEDA.
           ADD 1 TO WS-POS-CANTIDAD (WS-POS-I, WS-PER).
           IF WS-VALOR-ACUM < 0
               SUBTRACT WS-VALOR-ACUM
                   FROM WS-POS-EGRESOS (WS-POS-I, WS-PER)
           ELSE
               ADD WS-VALOR-ACUM
                   TO WS-POS-INGRESOS (WS-POS-I, WS-PER).
           IF WS-MON-I = 0
               GO TO F-ACUMULO-POSICION.
           ADD 1 TO WS-MON-CANTIDAD (WS-MON-I, WS-PER).
           IF WS-VALOR-ACUM < 0
               SUBTRACT WS-VALOR-ACUM
                   FROM WS-MON-EGRESOS (WS-MON-I, WS-PER)
           ELSE
               ADD WS-VALOR-ACUM
                   TO WS-MON-INGRESOS (WS-MON-I, WS-PER).

       F-ACUMULO-POSICION.
           EXIT.

       BUSCO-POSICION.
           MOVE 1 TO WS-POS-I.

       PRUEBO-POSICION.
           IF WS-POS-I > WS-TOTAL-POSICIONES
               GO TO AGREGO-POSICION.
           IF WS-POS-CANAL (WS-POS-I) = WS-CANAL-BUSCADO
            AND WS-POS-MONEDA (WS-POS-I) = WS-MONEDA-BUSCADA
            AND WS-POS-CUENTA (WS-POS-I) = WS-CUENTA-BUSCADA
               GO TO F-BUSCO-POSICION.
           ADD 1 TO WS-POS-I.
           GO TO PRUEBO-POSICION.

       AGREGO-POSICION.
           IF WS-TOTAL-POSICIONES NOT < 80
               MOVE 0 TO WS-POS-I
               GO TO F-BUSCO-POSICION.
           ADD 1 TO WS-TOTAL-POSICIONES.
           MOVE WS-TOTAL-POSICIONES TO WS-POS-I.
           INITIALIZE WS-POS-ENTRADA (WS-POS-I).
           MOVE WS-CANAL-BUSCADO  TO WS-POS-CANAL (WS-POS-I).
           MOVE WS-MONEDA-BUSCADA TO WS-POS-MONEDA (WS-POS-I).
           MOVE WS-CUENTA-BUSCADA TO WS-POS-CUENTA (WS-POS-I).

       F-BUSCO-POSICION.
           EXIT.

       BUSCO-TOTAL-MONEDA.
           MOVE 1 TO WS-MON-I.

       PRUEBO-TOTAL-MONEDA.
           IF WS-MON-I > WS-TOTAL-MONEDAS
               GO TO AGREGO-TOTAL-MONEDA.
           IF WS-MON-CODIGO (WS-MON-I) = WS-MONEDA-BUSCADA
               GO TO F-BUSCO-TOTAL-MONEDA.
           ADD 1 TO WS-MON-I.
           GO TO PRUEBO-TOTAL-MONEDA.

       AGREGO-TOTAL-MONEDA.
           IF WS-TOTAL-MONEDAS NOT < 10
               MOVE 0 TO WS-MON-I
               GO TO F-BUSCO-TOTAL-MONEDA.
           ADD 1 TO WS-TOTAL-MONEDAS.
           MOVE WS-TOTAL-MONEDAS TO WS-MON-I.
           INITIALIZE WS-MON-ENTRADA (WS-MON-I).
           MOVE WS-MONEDA-BUSCADA TO WS-MON-CODIGO (WS-MON-I).

       F-BUSCO-TOTAL-MONEDA.
           EXIT.

      ******************************************************************
      * Pagos del lockbox que quedaron en suspenso sin aplicar. En
      * blanco la moneda del pago es la de la cuenta.
      ******************************************************************
       MIDO-SUSPENSO.
           OPEN INPUT PAGOS-SUSPENSO.
           IF ST-SUSPENSO > "07"
               GO TO F-MIDO-SUSPENSO.
           MOVE "SUSPENSO" TO WS-PENDIENTE-CLASE.

       LEO-SUSPENSO-POSICION.
           READ PAGOS-SUSPENSO
               AT END
                   CLOSE PAGOS-SUSPENSO
                   GO TO F-MIDO-SUSPENSO
           END-READ.
           IF ST-SUSPENSO > "07" AND ST-SUSPENSO NOT = "10"
               CLOSE PAGOS-SUSPENSO
               GO TO F-MIDO-SUSPENSO.
           IF PAG-MONEDA NOT = SPACE
               MOVE PAG-MONEDA TO WS-MONEDA-BUSCADA
           ELSE
               MOVE PAG-ID-CLIENTE TO WS-ID-BUSCADO
               PERFORM BUSCO-MONEDA THRU F-BUSCO-MONEDA.
           MOVE PAG-VALOR TO WS-VALOR-ACUM.
           PERFORM ACUMULO-PENDIENTE THRU F-ACUMULO-PENDIENTE.
           GO TO LEO-SUSPENSO-POSICION.

       F-MIDO-SUSPENSO.
           EXIT.

      ******************************************************************
      * Giros sin confirmar de un banco de recaudo: el archivo de
      * cobro y la confirmacion con los nombres de ese banco.
      ******************************************************************
       MIDO-GIROS-BANCO.
           PERFORM TOMO-PERFIL-BANCO.
           MOVE ".dat" TO WS-RUTA-EXT.
           MOVE "./domiciliacion" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-ENVIO-PATH.
           MOVE "./domiciliacion_conf" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-RESPUESTA-PATH.
           IF PBA-GIRO-ASOBANCARIA
               MOVE "S" TO WS-TRADUCE-SW
           ELSE
               MOVE "N" TO WS-TRADUCE-SW.
           MOVE "GIROS S/CONF." TO WS-PENDIENTE-CLASE.
           PERFORM MIDO-ENVIO-BANCO THRU F-MIDO-ENVIO-BANCO.

      ******************************************************************
      * Cobros o pagos enviados al banco (WS-ENVIO-PATH) que su
      * confirmacion (WS-RESPUESTA-PATH) no trae. Si la confirmacion
      * es de otra secuencia que el envio, el banco aun no contesta
      * y todo el envio esta pendiente.
      ******************************************************************
       MIDO-ENVIO-BANCO.
           MOVE 0 TO WS-RESPUESTA-SECUENCIA.
           MOVE 0 TO WS-ENVIO-SECUENCIA.
           MOVE 0 TO WS-TOTAL-CONFIRMADOS.
           OPEN INPUT ARCHIVO-RESPUESTA.
           IF ST-RESPUESTA > "07"
               GO TO ABRO-ENVIO-BANCO.

       LEO-RESPUESTA-BANCO.
           READ ARCHIVO-RESPUESTA
               AT END
                   CLOSE ARCHIVO-RESPUESTA
                   GO TO ABRO-ENVIO-BANCO
           END-READ.
           IF ST-RESPUESTA > "07" AND ST-RESPUESTA NOT = "10"
               CLOSE ARCHIVO-RESPUESTA
               GO TO ABRO-ENVIO-BANCO.
           IF TRADUCE-ASOBANCARIA
               CALL "FORMATO-ASOBANCARIA" USING WS-ASB-FUNCION
                   REG-RESPUESTA WS-REG-TRADUCIDO WS-ASB-ESTADO
               IF WS-ASB-ESTADO NOT = "S"
                   GO TO LEO-RESPUESTA-BANCO
               END-IF
               MOVE WS-REG-TRADUCIDO TO REG-RESPUESTA.
           EVALUATE REG-RESPUESTA (1:1)
               WHEN "1"
                   MOVE REG-RESPUESTA TO WS-BCO-ENCABEZADO
                   MOVE ENC-SECUENCIA TO WS-RESPUESTA-SECUENCIA
               WHEN "2"
                   MOVE REG-RESPUESTA TO WS-BCO-DETALLE
                   IF WS-TOTAL-CONFIRMADOS < 999
                       ADD 1 TO WS-TOTAL-CONFIRMADOS
                       MOVE DET-ID-CLIENTE
                           TO WS-CNF-ID (WS-TOTAL-CONFIRMADOS)
                   END-IF
           END-EVALUATE.
           GO TO LEO-RESPUESTA-BANCO.

       ABRO-ENVIO-BANCO.
           OPEN INPUT ARCHIVO-ENVIO.
           IF ST-ENVIO > "07"
               GO TO F-MIDO-ENVIO-BANCO.

       LEO-ENVIO-BANCO.
           READ ARCHIVO-ENVIO
               AT END
                   CLOSE ARCHIVO-ENVIO
                   GO TO F-MIDO-ENVIO-BANCO
           END-READ.
           IF ST-ENVIO > "07" AND ST-ENVIO NOT = "10"
               CLOSE ARCHIVO-ENVIO
               GO TO F-MIDO-ENVIO-BANCO.
           IF TRADUCE-ASOBANCARIA
               CALL "FORMATO-ASOBANCARIA" USING WS-ASB-FUNCION
                   REG-ENVIO WS-REG-TRADUCIDO WS-ASB-ESTADO
               IF WS-ASB-ESTADO NOT = "S"
                   GO TO LEO-ENVIO-BANCO
               END-IF
               MOVE WS-REG-TRADUCIDO TO REG-ENVIO.
           IF REG-ENVIO (1:1) = "1"
               MOVE REG-ENVIO TO WS-BCO-ENCABEZADO
               MOVE ENC-SECUENCIA TO WS-ENVIO-SECUENCIA
               GO TO LEO-ENVIO-BANCO.
           IF REG-ENVIO (1:1) NOT = "2"
               GO TO LEO-ENVIO-BANCO.
           MOVE REG-ENVIO TO WS-BCO-DETALLE.
           MOVE "N" TO WS-CONFIRMADO-SW.
           IF WS-ENVIO-SECUENCIA = WS-RESPUESTA-SECUENCIA
               PERFORM BUSCO-CONFIRMADO THRU F-BUSCO-CONFIRMADO.
           IF COBRO-CONFIRMADO
               GO TO LEO-ENVIO-BANCO.
           MOVE DET-ID-CLIENTE TO WS-ID-BUSCADO.
           PERFORM BUSCO-MONEDA THRU F-BUSCO-MONEDA.
           MOVE DET-VALOR TO WS-VALOR-ACUM.
           PERFORM ACUMULO-PENDIENTE THRU F-ACUMULO-PENDIENTE.
           GO TO LEO-ENVIO-BANCO.

       F-MIDO-ENVIO-BANCO.
           EXIT.

       BUSCO-CONFIRMADO.
           MOVE 1 TO WS-CNF-I.

       PRUEBO-CONFIRMADO.
           IF WS-CNF-I > WS-TOTAL-CONFIRMADOS
               GO TO F-BUSCO-CONFIRMADO.
           IF WS-CNF-ID (WS-CNF-I) = DET-ID-CLIENTE
               MOVE "S" TO WS-CONFIRMADO-SW
               GO TO F-BUSCO-CONFIRMADO.
           ADD 1 TO WS-CNF-I.
           GO TO PRUEBO-CONFIRMADO.

       F-BUSCO-CONFIRMADO.
           EXIT.

       ACUMULO-PENDIENTE.
           MOVE 1 TO WS-PEN-I.

       PRUEBO-PENDIENTE.
           IF WS-PEN-I > WS-TOTAL-PENDIENTES
               GO TO AGREGO-PENDIENTE.
           IF WS-PEN-CLASE (WS-PEN-I) = WS-PENDIENTE-CLASE
            AND WS-PEN-MONEDA (WS-PEN-I) = WS-MONEDA-BUSCADA
               GO TO SUMO-PENDIENTE.
           ADD 1 TO WS-PEN-I.
           GO TO PRUEBO-PENDIENTE.

       AGREGO-PENDIENTE.
           IF WS-TOTAL-PENDIENTES NOT < 30
               GO TO F-ACUMULO-PENDIENTE.
           ADD 1 TO WS-TOTAL-PENDIENTES.
           MOVE WS-TOTAL-PENDIENTES TO WS-PEN-I.
           MOVE WS-PENDIENTE-CLASE TO WS-PEN-CLASE (WS-PEN-I).
           MOVE WS-MONEDA-BUSCADA  TO WS-PEN-MONEDA (WS-PEN-I).
           MOVE 0 TO WS-PEN-CANTIDAD (WS-PEN-I).
           MOVE 0 TO WS-PEN-VALOR (WS-PEN-I).

       SUMO-PENDIENTE.
           ADD 1 TO WS-PEN-CANTIDAD (WS-PEN-I).
           ADD WS-VALOR-ACUM TO WS-PEN-VALOR (WS-PEN-I).

       F-ACUMULO-PENDIENTE.
           EXIT.

      ******************************************************************
      * Anexa a la historia la posicion de hoy (solo los renglones
      * con movimiento hoy) y los pendientes.
      ******************************************************************
       GRABO-HISTORIA.
           OPEN EXTEND POSICION-HISTORIA.
           IF ST-POSICION > "07"
               DISPLAY "Error abriendo POSICION-HISTORIA (" ST-POSICION
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-GRABO-HISTORIA.
           PERFORM GRABO-POSICION-HISTORIA
               VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-TOTAL-POSICIONES.
           PERFORM GRABO-PENDIENTE-HISTORIA
               VARYING WS-PEN-I FROM 1 BY 1
               UNTIL WS-PEN-I > WS-TOTAL-PENDIENTES.
           CLOSE POSICION-HISTORIA.

       F-GRABO-HISTORIA.
           EXIT.

       GRABO-POSICION-HISTORIA.
           IF WS-POS-CANTIDAD (WS-POS-I, 1) > 0
               MOVE WS-FECHA-HOY            TO PCJ-FECHA
               MOVE "P"                     TO PCJ-TIPO
               MOVE WS-POS-CANAL (WS-POS-I)  TO PCJ-CANAL
               MOVE WS-POS-MONEDA (WS-POS-I) TO PCJ-MONEDA
               MOVE WS-POS-CUENTA (WS-POS-I) TO PCJ-CUENTA
               MOVE WS-POS-CANTIDAD (WS-POS-I, 1) TO PCJ-CANTIDAD
               MOVE WS-POS-INGRESOS (WS-POS-I, 1) TO PCJ-INGRESOS
               MOVE WS-POS-EGRESOS (WS-POS-I, 1)  TO PCJ-EGRESOS
               WRITE REG-POSICION-CAJA
               ADD 1 TO WS-REGISTROS-HISTORIA.

       GRABO-PENDIENTE-HISTORIA.
           MOVE WS-FECHA-HOY             TO PCJ-FECHA.
           MOVE "N"                      TO PCJ-TIPO.
           MOVE WS-PEN-CLASE (WS-PEN-I)  TO PCJ-CANAL.
           MOVE WS-PEN-MONEDA (WS-PEN-I) TO PCJ-MONEDA.
           MOVE "PENDIENTE"              TO PCJ-CUENTA.
           MOVE WS-PEN-CANTIDAD (WS-PEN-I) TO PCJ-CANTIDAD.
           MOVE WS-PEN-VALOR (WS-PEN-I)    TO PCJ-INGRESOS.
           MOVE 0                          TO PCJ-EGRESOS.
           WRITE REG-POSICION-CAJA.
           ADD 1 TO WS-REGISTROS-HISTORIA.

      ******************************************************************
      * Reporte de la posicion: canal por canal en el orden de la
      * tabla, totales por moneda con la variacion del neto, y los
      * pendientes.
      ******************************************************************
       IMPRIMO-POSICION.
           MOVE "./posicion_caja.txt" TO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-IMPRIMO-POSICION.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "POSICION DE CAJA CONSOLIDADA DEL " WS-FECHA-PER (1)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "COMPARADA CON EL DIA HABIL ANTERIOR ("
               WS-FECHA-PER (2) ") Y EL MISMO DIA DEL MES ANTERIOR ("
               WS-FECHA-PER (3) ")"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-TITULOS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-CANAL
               VARYING WS-CAN-I FROM 1 BY 1 UNTIL WS-CAN-I > 6.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTALES POR MONEDA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TOTAL-MONEDA
               VARYING WS-MON-I FROM 1 BY 1
               UNTIL WS-MON-I > WS-TOTAL-MONEDAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PENDIENTES AL CIERRE (CANTIDAD Y VALOR)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-PENDIENTES = 0
               MOVE "  SIN PENDIENTES" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-PENDIENTE
               VARYING WS-PEN-I FROM 1 BY 1
               UNTIL WS-PEN-I > WS-TOTAL-PENDIENTES.
           IF WS-POSICIONES-FUERA > 0 OR WS-RECIBOS-FUERA > 0
            OR WS-REVERSAS-FUERA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "FUERA DE TABLA: MOVIMIENTOS "
                   WS-POSICIONES-FUERA " RECIBOS " WS-RECIBOS-FUERA
                   " REVERSAS " WS-REVERSAS-FUERA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 8 TO RETURN-CODE.
           CLOSE REPORTE.
           DISPLAY "Posicion de caja del " WS-FECHA-HOY
               " escrita en posicion_caja.txt ("
               WS-REGISTROS-HISTORIA " registros a la historia).".

       F-IMPRIMO-POSICION.
           EXIT.

       IMPRIMO-CANAL.
           PERFORM IMPRIMO-RENGLON
               VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-TOTAL-POSICIONES.

       IMPRIMO-RENGLON.
           IF WS-POS-CANAL (WS-POS-I) = WS-CANAL-NOMBRE (WS-CAN-I)
               MOVE WS-POS-CANAL (WS-POS-I)  TO LP-CANAL
               MOVE WS-POS-MONEDA (WS-POS-I) TO LP-MONEDA
               MOVE WS-POS-CUENTA (WS-POS-I) TO LP-CUENTA
               MOVE WS-POS-CANTIDAD (WS-POS-I, 1) TO LP-CANTIDAD
               MOVE WS-POS-INGRESOS (WS-POS-I, 1) TO LP-INGRESOS
               MOVE WS-POS-EGRESOS (WS-POS-I, 1)  TO LP-EGRESOS
               COMPUTE LP-NETO = WS-POS-INGRESOS (WS-POS-I, 1)
                   - WS-POS-EGRESOS (WS-POS-I, 1)
               COMPUTE LP-NETO-ANT = WS-POS-INGRESOS (WS-POS-I, 2)
                   - WS-POS-EGRESOS (WS-POS-I, 2)
               COMPUTE LP-NETO-MES = WS-POS-INGRESOS (WS-POS-I, 3)
                   - WS-POS-EGRESOS (WS-POS-I, 3)
               MOVE LINEA-POSICION TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       IMPRIMO-TOTAL-MONEDA.
           MOVE "TOTAL"                  TO LP-CANAL.
           MOVE WS-MON-CODIGO (WS-MON-I) TO LP-MONEDA.
           MOVE SPACE                    TO LP-CUENTA.
           MOVE WS-MON-CANTIDAD (WS-MON-I, 1) TO LP-CANTIDAD.
           MOVE WS-MON-INGRESOS (WS-MON-I, 1) TO LP-INGRESOS.
           MOVE WS-MON-EGRESOS (WS-MON-I, 1)  TO LP-EGRESOS.
           COMPUTE WS-NETO = WS-MON-INGRESOS (WS-MON-I, 1)
               - WS-MON-EGRESOS (WS-MON-I, 1).
           COMPUTE WS-NETO-ANT = WS-MON-INGRESOS (WS-MON-I, 2)
               - WS-MON-EGRESOS (WS-MON-I, 2).
           COMPUTE WS-NETO-MES = WS-MON-INGRESOS (WS-MON-I, 3)
               - WS-MON-EGRESOS (WS-MON-I, 3).
           MOVE WS-NETO     TO LP-NETO.
           MOVE WS-NETO-ANT TO LP-NETO-ANT.
           MOVE WS-NETO-MES TO LP-NETO-MES.
           MOVE LINEA-POSICION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE WS-ED-VALOR-1 = WS-NETO - WS-NETO-ANT.
           COMPUTE WS-ED-VALOR-2 = WS-NETO - WS-NETO-MES.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  VARIACION DEL NETO " WS-MON-CODIGO (WS-MON-I)
               ": CONTRA DIA HABIL ANT. " WS-ED-VALOR-1
               "  CONTRA MES ANT. " WS-ED-VALOR-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-PENDIENTE.
           MOVE WS-PEN-CLASE (WS-PEN-I)    TO LPN-CLASE.
           MOVE WS-PEN-MONEDA (WS-PEN-I)   TO LPN-MONEDA.
           MOVE WS-PEN-CANTIDAD (WS-PEN-I) TO LPN-CANTIDAD.
           MOVE WS-PEN-VALOR (WS-PEN-I)    TO LPN-VALOR.
           MOVE LINEA-PENDIENTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Modo reporte: la historia dia a dia por moneda -- ingresos,
      * egresos, neto con su delta contra la fecha anterior de la
      * historia, y lo pendiente a esa fecha.
      ******************************************************************
       REPORTO-TENDENCIA.
           OPEN INPUT POSICION-HISTORIA.
           IF ST-POSICION > "07"
               DISPLAY "No hay historia de posicion de caja ("
                   ST-POSICION ")."
               GO TO F-REPORTO-TENDENCIA.
           MOVE "./tendencia_posicion_caja.txt" TO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               CLOSE POSICION-HISTORIA
               GO TO F-REPORTO-TENDENCIA.
           MOVE "TENDENCIA DIARIA DE LA POSICION DE CAJA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA    MON        INGRESOS         EGRESOS"
               "            NETO   DELTA DIA ANT. PEND.CANT"
               "     PEND. VALOR"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       LEO-POSICION-TENDENCIA.
           READ POSICION-HISTORIA
               AT END
                   GO TO CIERRO-TENDENCIA
           END-READ.
           IF ST-POSICION > "07" AND ST-POSICION NOT = "10"
               GO TO CIERRO-TENDENCIA.
           IF PCJ-FECHA NOT = WS-FECHA-TENDENCIA
               PERFORM IMPRIMO-FECHA-TENDENCIA
               MOVE PCJ-FECHA TO WS-FECHA-TENDENCIA.
           PERFORM BUSCO-MONEDA-TENDENCIA
               THRU F-BUSCO-MONEDA-TENDENCIA.
           IF WS-TEN-I = 0
               GO TO LEO-POSICION-TENDENCIA.
           MOVE "S" TO WS-TEN-DATOS-SW (WS-TEN-I).
           IF PCJ-PENDIENTE
               ADD PCJ-CANTIDAD TO WS-TEN-PEND-CANT (WS-TEN-I)
               ADD PCJ-INGRESOS TO WS-TEN-PEND-VALOR (WS-TEN-I)
           ELSE
               ADD PCJ-INGRESOS TO WS-TEN-INGRESOS (WS-TEN-I)
               ADD PCJ-EGRESOS  TO WS-TEN-EGRESOS (WS-TEN-I).
           GO TO LEO-POSICION-TENDENCIA.

       CIERRO-TENDENCIA.
           PERFORM IMPRIMO-FECHA-TENDENCIA.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DIAS EN LA HISTORIA: " WS-TOTAL-DIAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE POSICION-HISTORIA.
           CLOSE REPORTE.
           DISPLAY "Tendencia escrita en tendencia_posicion_caja.txt ("
               WS-TOTAL-DIAS " dias).".

       F-REPORTO-TENDENCIA.
           EXIT.

       BUSCO-MONEDA-TENDENCIA.
           MOVE 1 TO WS-TEN-I.

       PRUEBO-MONEDA-TENDENCIA.
           IF WS-TEN-I > WS-TOTAL-TENDENCIA
               GO TO AGREGO-MONEDA-TENDENCIA.
           IF WS-TEN-MONEDA (WS-TEN-I) = PCJ-MONEDA
               GO TO F-BUSCO-MONEDA-TENDENCIA.
           ADD 1 TO WS-TEN-I.
           GO TO PRUEBO-MONEDA-TENDENCIA.

       AGREGO-MONEDA-TENDENCIA.
           IF WS-TOTAL-TENDENCIA NOT < 10
               MOVE 0 TO WS-TEN-I
               GO TO F-BUSCO-MONEDA-TENDENCIA.
           ADD 1 TO WS-TOTAL-TENDENCIA.
           MOVE WS-TOTAL-TENDENCIA TO WS-TEN-I.
           INITIALIZE WS-TEN-ENTRADA (WS-TEN-I).
           MOVE PCJ-MONEDA TO WS-TEN-MONEDA (WS-TEN-I).

       F-BUSCO-MONEDA-TENDENCIA.
           EXIT.

      * Cierra la fecha en curso: una linea por moneda con datos.
       IMPRIMO-FECHA-TENDENCIA.
           IF WS-FECHA-TENDENCIA NOT = 0
               ADD 1 TO WS-TOTAL-DIAS
               PERFORM IMPRIMO-MONEDA-TENDENCIA
                   VARYING WS-TEN-I FROM 1 BY 1
                   UNTIL WS-TEN-I > WS-TOTAL-TENDENCIA.

       IMPRIMO-MONEDA-TENDENCIA.
           IF TEN-CON-DATOS (WS-TEN-I)
               COMPUTE WS-NETO = WS-TEN-INGRESOS (WS-TEN-I)
                   - WS-TEN-EGRESOS (WS-TEN-I)
               MOVE WS-FECHA-TENDENCIA TO LT-FECHA
               MOVE WS-TEN-MONEDA (WS-TEN-I)     TO LT-MONEDA
               MOVE WS-TEN-INGRESOS (WS-TEN-I)   TO LT-INGRESOS
               MOVE WS-TEN-EGRESOS (WS-TEN-I)    TO LT-EGRESOS
               MOVE WS-NETO                      TO LT-NETO
               COMPUTE LT-DELTA = WS-NETO - WS-TEN-NETO-ANT (WS-TEN-I)
               MOVE WS-TEN-PEND-CANT (WS-TEN-I)  TO LT-PEND-CANT
               MOVE WS-TEN-PEND-VALOR (WS-TEN-I) TO LT-PEND-VALOR
               MOVE LINEA-TENDENCIA TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-NETO TO WS-TEN-NETO-ANT (WS-TEN-I)
               MOVE 0   TO WS-TEN-INGRESOS (WS-TEN-I)
               MOVE 0   TO WS-TEN-EGRESOS (WS-TEN-I)
               MOVE 0   TO WS-TEN-PEND-CANT (WS-TEN-I)
               MOVE 0   TO WS-TEN-PEND-VALOR (WS-TEN-I)
               MOVE "N" TO WS-TEN-DATOS-SW (WS-TEN-I).

           COPY PERFBCO.

           COPY BANNER.

       END PROGRAM POSICION-CAJA.
