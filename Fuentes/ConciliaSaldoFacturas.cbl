      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Cuadre nocturno de las facturas abiertas contra el
      *          saldo de cada cuenta comercial. La suma de lo
      *          pendiente de las facturas abiertas de la matriz en
      *          facturas.dat deberia explicar la deuda de CLI-SALDO,
      *          pero se corre cuando un ajuste, el interes o una
      *          transferencia mueven el saldo sin factura, o cuando
      *          un pago baja el saldo y nunca llega a
      *          APLICA-PAGOS-FACTURA. El cuadre compara las dos
      *          cifras por cliente y a cada diferencia le asigna la
      *          causa probable segun los movimientos del dia de la
      *          cuenta (el grupo de tipos de mayor valor); una
      *          diferencia que no cambio desde la noche anterior
      *          arrastra la causa con que nacio. La factura se
      *          compara por su base: lo pendiente de cada factura se
      *          lleva a base en la proporcion FAC-BASE / FAC-VALOR,
      *          porque el IVA facturado no esta en CLI-SALDO. Las
      *          facturas de sucursal (FAC-ID-SUCURSAL) cuadran contra
      *          subcuentas.dat y no entran.
      *          Cada diferencia queda en concilia_facturas.dat con la
      *          fecha en que aparecio, para envejecerla; la que se
      *          cuadra sale del archivo. Tolerancia y dias de alerta
      *          en parametros.dat (CONCILIA-TOLERANCIA,
      *          CONCILIA-DIAS-ALERTA). RETURN-CODE 0 = todo cuadra,
      *          4 = hay diferencias, 8 = alguna tiene los dias de
      *          alerta o mas, 16 = error de archivos.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La venta del punto de venta (VENTA) trae
      *                     su propia factura abierta y
      *                     FACTURACION-COMERCIAL la descuenta del
      *                     ciclo: entra a la tabla de tipos como grupo
      *                     0, que no se cuenta como causa de
      *                     diferencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-SALDO-FACTURAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DIFERENCIAS
                  ASSIGN TO "./concilia_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DFC-ID-CLIENTE
                  STATUS ST-DIFERENCIAS.

           SELECT ORDENADOS ASSIGN TO "./concilia_fac_sort.tmp".

           SELECT REPORTE ASSIGN TO "./concilia_saldo_facturas.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  FACTURAS.

           COPY FACTURA.

      * Diferencia abierta por cliente: desde cuando existe, la ultima
      * noche en que se vio, su valor y la causa con que nacio.
       FD  DIFERENCIAS.
       01  REG-DIFERENCIA.
           05 DFC-ID-CLIENTE    PIC 9(8).
           05 DFC-FECHA-DESDE   PIC 9(8).
           05 DFC-FECHA-ULTIMA  PIC 9(8).
           05 DFC-DEUDA         PIC S9(9)V9(3).
           05 DFC-FACTURADO     PIC S9(9)V9(3).
           05 DFC-DIFERENCIA    PIC S9(9)V9(3).
           05 DFC-CAUSA         PIC 9.
           05 DFC-EMPRESA       PIC 9(3).

      * Un renglon "C" por cuenta comercial con deuda y uno "F" por
      * factura abierta de la matriz; el orden deja el "C" primero.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-ID-CLIENTE    PIC 9(8).
           05 ORD-TIPO          PIC X.
           05 ORD-PENDIENTE     PIC S9(7)V9(3).
           05 ORD-PENDIENTE-BASE PIC S9(7)V9(3).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-DIFERENCIAS  PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-MOVIMIENTOS-SW PIC X VALUE "N".
           88 MOVIMIENTOS-DISPONIBLES VALUE "S".

      * Parametros (ver LEE-PARAMETRO).
       01  WS-PAR-CLAVE    PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO  PIC X          VALUE "N".
       01  WS-TOLERANCIA   PIC 9(5)V9(3)  VALUE 1.
       01  WS-DIAS-ALERTA  PIC 9(3)       VALUE 5.

       01  WS-FECHA-HOY       PIC 9(8) VALUE 0.
       01  WS-FECHA-AUX       PIC 9(8) VALUE 0.
       01  WS-AUX-ANO         PIC 9(4) VALUE 0.
       01  WS-AUX-MES         PIC 9(4) VALUE 0.
       01  WS-AUX-DIA         PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO       PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC       PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY        PIC 9(8) VALUE 0.
       01  WS-DIAS-EDAD       PIC 9(5) VALUE 0.

      * Cliente en curso del corte de control.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-ID-SW       PIC X    VALUE "N".
           88 HAY-ID-EN-CURSO   VALUE "S".
       01  WS-CUENTA-SW       PIC X    VALUE "N".
           88 HAY-CUENTA        VALUE "S".
       01  WS-DEUDA           PIC S9(9)V9(3) VALUE 0.
       01  WS-FACTURADO       PIC S9(9)V9(3) VALUE 0.
       01  WS-FACTURADO-IVA   PIC S9(9)V9(3) VALUE 0.
       01  WS-FACTURAS-CLI    PIC 9(5)       VALUE 0.
       01  WS-DIFERENCIA      PIC S9(9)V9(3) VALUE 0.
       01  WS-DIF-ABSOLUTA    PIC 9(9)V9(3)  VALUE 0.
       01  WS-NOMBRE-CLI      PIC X(60)      VALUE SPACE.
       01  WS-EMPRESA-CLI     PIC 9(3)       VALUE 0.
       01  WS-ARRASTRE-SW     PIC X          VALUE "N".
           88 ES-ARRASTRE       VALUE "S".
       01  WS-HISTORIA-SW     PIC X          VALUE "N".
           88 HAY-HISTORIA      VALUE "S".

      * Grupos de tipos de movimiento para la causa probable. El
      * tipo que no esta en la tabla cae en OTROS; el de grupo 0 viene
      * con su propia factura y no explica diferencias.
       01  WS-TAB-TIPOS.
           05 FILLER PIC X(11) VALUE "INTERES   1".
           05 FILLER PIC X(11) VALUE "INT-DEVOL 1".
           05 FILLER PIC X(11) VALUE "CARGO     2".
           05 FILLER PIC X(11) VALUE "CARGOFIJO 2".
           05 FILLER PIC X(11) VALUE "COSTASJUD 2".
           05 FILLER PIC X(11) VALUE "HONORJUD  2".
           05 FILLER PIC X(11) VALUE "CHEQ-DEV  2".
           05 FILLER PIC X(11) VALUE "GIRO-DEV  2".
           05 FILLER PIC X(11) VALUE "DIF-CAMBIO2".
           05 FILLER PIC X(11) VALUE "REVALUACIO2".
           05 FILLER PIC X(11) VALUE "TRANSF-ENV3".
           05 FILLER PIC X(11) VALUE "TRANSF-REC3".
           05 FILLER PIC X(11) VALUE "TRANSF-SUC3".
           05 FILLER PIC X(11) VALUE "PAGO      4".
           05 FILLER PIC X(11) VALUE "GIRO      4".
           05 FILLER PIC X(11) VALUE "RECIBOCAJA4".
           05 FILLER PIC X(11) VALUE "RECUPERO  4".
           05 FILLER PIC X(11) VALUE "RETFUENTE 4".
           05 FILLER PIC X(11) VALUE "RETIVA    4".
           05 FILLER PIC X(11) VALUE "NOTACRED  5".
           05 FILLER PIC X(11) VALUE "DESCPP    5".
           05 FILLER PIC X(11) VALUE "DIFMENOR  5".
           05 FILLER PIC X(11) VALUE "REEMBOLSO 5".
           05 FILLER PIC X(11) VALUE "REVERSA   6".
           05 FILLER PIC X(11) VALUE "CASTIGO   7".
           05 FILLER PIC X(11) VALUE "VENTA     0".
       01  WS-TIPOS REDEFINES WS-TAB-TIPOS.
           05 WS-TIPO-ENTRADA OCCURS 26 TIMES.
               10 WS-TIPO-CODIGO PIC X(10).
               10 WS-TIPO-GRUPO  PIC 9.
       01  WS-TIPO-I          PIC 99 VALUE 0.
       01  WS-GRUPO-MOV       PIC 9  VALUE 0.

      * Causas: 1-8 los grupos de movimientos del dia, 9 sin
      * movimientos hoy.
       01  WS-TAB-CAUSAS.
           05 FILLER PIC X(24) VALUE "INTERES SIN FACTURA".
           05 FILLER PIC X(24) VALUE "CARGO/AJUSTE SIN FACTURA".
           05 FILLER PIC X(24) VALUE "TRANSFERENCIA DE SALDO".
           05 FILLER PIC X(24) VALUE "PAGO SIN APLICAR A FACT.".
           05 FILLER PIC X(24) VALUE "NOTA/DESCUENTO AL SALDO".
           05 FILLER PIC X(24) VALUE "REVERSA DE MOVIMIENTO".
           05 FILLER PIC X(24) VALUE "CASTIGO".
           05 FILLER PIC X(24) VALUE "OTROS MOVIMIENTOS".
           05 FILLER PIC X(24) VALUE "SIN MOVIMIENTOS DEL DIA".
       01  WS-CAUSAS REDEFINES WS-TAB-CAUSAS.
           05 WS-CAUSA-NOMBRE PIC X(24) OCCURS 9 TIMES.
       01  WS-CAUSA           PIC 9 VALUE 0.
       01  WS-CAUSA-I         PIC 9 VALUE 0.

      * Valor absoluto del dia por grupo de movimientos del cliente.
       01  WS-GRUPOS-DIA.
           05 WS-GRUPO-DIA    PIC 9(9)V9(3) OCCURS 8 TIMES.
       01  WS-GRUPO-MAYOR     PIC 9(9)V9(3) VALUE 0.
       01  WS-VALOR-ABS       PIC 9(9)V9(3) VALUE 0.

      * Totales por causa y por tramo de antiguedad (1 = nueva hoy,
      * 2 = 1-7 dias, 3 = 8-30, 4 = mas de 30).
       01  WS-TOTALES-CAUSA.
           05 WS-TOT-CAUSA OCCURS 9 TIMES.
               10 WS-TOT-CAUSA-CANT  PIC 9(7).
               10 WS-TOT-CAUSA-VALOR PIC S9(11)V9(3).
       01  WS-TOTALES-TRAMO.
           05 WS-TOT-TRAMO OCCURS 4 TIMES.
               10 WS-TOT-TRAMO-CANT  PIC 9(7).
               10 WS-TOT-TRAMO-VALOR PIC S9(11)V9(3).
       01  WS-TAB-TRAMOS.
           05 FILLER PIC X(14) VALUE "NUEVAS HOY".
           05 FILLER PIC X(14) VALUE "1 A 7 DIAS".
           05 FILLER PIC X(14) VALUE "8 A 30 DIAS".
           05 FILLER PIC X(14) VALUE "MAS DE 30 DIAS".
       01  WS-TRAMOS REDEFINES WS-TAB-TRAMOS.
           05 WS-TRAMO-NOMBRE PIC X(14) OCCURS 4 TIMES.
       01  WS-TRAMO           PIC 9 VALUE 0.
       01  WS-TRAMO-I         PIC 9 VALUE 0.

       01  WS-TOTAL-CUENTAS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CUADRADAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIFERENCIAS PIC 9(7) VALUE 0.
       01  WS-TOTAL-ALERTAS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CUADRADAS-HOY PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEUDA       PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-FACTURADO   PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-DIFERENCIA  PIC S9(11)V9(3) VALUE 0.

       01  LINEA-TITULO-COL.
           05 FILLER PIC X(10) VALUE "ID-CLIENTE".
           05 FILLER PIC X(27) VALUE "NOMBRE / RAZON SOCIAL".
           05 FILLER PIC X(4)  VALUE "EMP".
           05 FILLER PIC X(14) VALUE "         DEUDA".
           05 FILLER PIC X(14) VALUE "  FACTURAS(BS)".
           05 FILLER PIC X(13) VALUE "   IVA PEND.".
           05 FILLER PIC X(14) VALUE "    DIFERENCIA".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(6)  VALUE "DIAS".
           05 FILLER PIC X(28) VALUE "CAUSA PROBABLE".

       01  LINEA-DETALLE.
           05 DET-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-NOMBRE     PIC X(25).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-EMPRESA    PIC 999.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-DEUDA      PIC -(9)9,99.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-FACTURADO  PIC -(9)9,99.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-IVA        PIC -(8)9,99.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-DIFERENCIA PIC -(9)9,99.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-DIAS       PIC ZZZZ9.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-CAUSA      PIC X(24).
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-MARCA      PIC X(8).

       01  LINEA-TOTAL.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 TOT-ROTULO     PIC X(26).
           05 TOT-CANTIDAD   PIC Z(6)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 TOT-VALOR      PIC -(11)9,99.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CONCILIA-SALDO-FACTURAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                     TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           INITIALIZE WS-TOTALES-CAUSA WS-TOTALES-TRAMO.
           PERFORM LEO-PARAMETROS.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               STOP RUN.
           PERFORM IMPRIMO-ENCABEZADO.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-TIPO
               INPUT  PROCEDURE IS SELECCIONO-PARTIDAS
                   THRU F-SELECCIONO-PARTIDAS
               OUTPUT PROCEDURE IS CONCILIO-CLIENTES
                   THRU F-CONCILIO-CLIENTES.
           PERFORM DEPURO-CUADRADAS THRU F-DEPURO-CUADRADAS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Cuentas conciliadas   : " WS-TOTAL-CUENTAS.
           DISPLAY "En cuadre             : " WS-TOTAL-CUADRADAS.
           DISPLAY "Con diferencia        : " WS-TOTAL-DIFERENCIAS.
           DISPLAY "Con " WS-DIAS-ALERTA " dias o mas    : "
               WS-TOTAL-ALERTAS.
           IF RETURN-CODE NOT = 16
               IF WS-TOTAL-ALERTAS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TOTAL-DIFERENCIAS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE > 0 AND RETURN-CODE < 16
               DISPLAY "Facturas y saldos DESCUADRADOS, revisar "
                   "concilia_saldo_facturas.txt.".
           STOP RUN.

       LEO-PARAMETROS.
           MOVE "CONCILIA-TOLERANCIA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR NOT < 0
               MOVE WS-PAR-VALOR TO WS-TOLERANCIA.
           MOVE "CONCILIA-DIAS-ALERTA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-DIAS-ALERTA.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS = "00"
               SET MOVIMIENTOS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Movimientos no disponibles ("
                   ST-MOVIMIENTOS "), las causas quedan sin "
                   "movimientos del dia.".
           OPEN I-O DIFERENCIAS.
           IF ST-DIFERENCIAS = "35"
               OPEN OUTPUT DIFERENCIAS
               CLOSE DIFERENCIAS
               OPEN I-O DIFERENCIAS.
           IF ST-DIFERENCIAS > "07"
               DISPLAY "Error abriendo DIFERENCIAS (" ST-DIFERENCIAS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

       IMPRIMO-ENCABEZADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CUADRE DE FACTURAS ABIERTAS CONTRA SALDO DE "
               "CUENTAS COMERCIALES - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CONSOLIDADO - TODAS LAS EMPRESAS. FACTURAS DE LA "
               "MATRIZ LLEVADAS A BASE (SIN IVA). TOLERANCIA "
               WS-TOLERANCIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-TITULO-COL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

      ******************************************************************
      * Suelta al sort un renglon por cada cuenta comercial con deuda
      * y uno por cada factura abierta de la matriz (las de sucursal
      * cuadran contra subcuentas.dat).
      ******************************************************************
       SELECCIONO-PARTIDAS.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO INICIO-FACTURAS
           END-START.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO INICIO-FACTURAS
           END-READ.
           IF ST-FILE > "07"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO INICIO-FACTURAS.
           IF CLI_CATEGORIA NOT = "E"
               GO TO LEO-CLIENTE.
           IF CLI-SALDO NOT NUMERIC OR CLI-SALDO NOT < 0
               GO TO LEO-CLIENTE.
           MOVE CLI-ID TO ORD-ID-CLIENTE.
           MOVE "C"    TO ORD-TIPO.
           MOVE 0      TO ORD-PENDIENTE.
           MOVE 0      TO ORD-PENDIENTE-BASE.
           RELEASE REG-ORDEN.
           GO TO LEO-CLIENTE.

       INICIO-FACTURAS.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO F-SELECCIONO-PARTIDAS
           END-START.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO F-SELECCIONO-PARTIDAS
           END-READ.
           IF ST-FACTURAS > "07" AND ST-FACTURAS NOT = "10"
               DISPLAY "Error leyendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SELECCIONO-PARTIDAS.
           IF FAC-ESTADO NOT = "A"
               GO TO LEO-FACTURA.
           IF FAC-ID-SUCURSAL NUMERIC AND FAC-ID-SUCURSAL > 0
               GO TO LEO-FACTURA.
           MOVE FAC-ID-CLIENTE      TO ORD-ID-CLIENTE.
           MOVE "F"                 TO ORD-TIPO.
           MOVE FAC-SALDO-PENDIENTE TO ORD-PENDIENTE.
           MOVE FAC-SALDO-PENDIENTE TO ORD-PENDIENTE-BASE.
           IF FAC-VALOR NOT = 0 AND FAC-BASE NUMERIC
               COMPUTE ORD-PENDIENTE-BASE ROUNDED =
                   FAC-SALDO-PENDIENTE * FAC-BASE / FAC-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       F-SELECCIONO-PARTIDAS.
           EXIT.

      ******************************************************************
      * Corte de control por cliente: el renglon "C" trae la cuenta,
      * los "F" suman lo pendiente. Al cambiar de cliente se compara.
      ******************************************************************
       CONCILIO-CLIENTES.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
                   GO TO F-CONCILIO-CLIENTES
           END-RETURN.
           IF NOT HAY-ID-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
               MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO
               MOVE "S" TO WS-HAY-ID-SW
               MOVE "N" TO WS-CUENTA-SW
               MOVE 0   TO WS-FACTURADO
               MOVE 0   TO WS-FACTURADO-IVA
               MOVE 0   TO WS-FACTURAS-CLI.
           IF ORD-TIPO = "C"
               MOVE "S" TO WS-CUENTA-SW
           ELSE
               ADD 1 TO WS-FACTURAS-CLI
               ADD ORD-PENDIENTE-BASE TO WS-FACTURADO
               COMPUTE WS-FACTURADO-IVA = WS-FACTURADO-IVA
                   + ORD-PENDIENTE - ORD-PENDIENTE-BASE.
           GO TO CONCILIO-CLIENTES.

       F-CONCILIO-CLIENTES.
           EXIT.

      ******************************************************************
      * Compara la deuda de la cuenta con lo facturado pendiente. La
      * cuenta se lee por su clave: la factura de una cuenta que ya
      * no es comercial, o que no tiene deuda, tambien cuadra contra
      * su saldo real.
      ******************************************************************
       CIERRO-CLIENTE.
           IF NOT HAY-ID-EN-CURSO
               GO TO F-CIERRO-CLIENTE.
           ADD 1 TO WS-TOTAL-CUENTAS.
           MOVE 0     TO WS-DEUDA.
           MOVE 0     TO WS-EMPRESA-CLI.
           MOVE "** CUENTA INEXISTENTE EN EL MAESTRO **"
               TO WS-NOMBRE-CLI.
           MOVE WS-ID-EN-CURSO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ST-FILE = "00"
               IF CLI-SALDO NUMERIC AND CLI-SALDO < 0
                   COMPUTE WS-DEUDA = 0 - CLI-SALDO
               END-IF
               MOVE CLI_NOMBRE TO WS-NOMBRE-CLI
               IF CLI_RAZONSOCIAL NOT = SPACE
                   MOVE CLI_RAZONSOCIAL TO WS-NOMBRE-CLI
               END-IF
               MOVE 1 TO WS-EMPRESA-CLI
               IF CLI-EMPRESA NUMERIC AND CLI-EMPRESA > 0
                   MOVE CLI-EMPRESA TO WS-EMPRESA-CLI
               END-IF
           END-IF.
           ADD WS-DEUDA     TO WS-TOTAL-DEUDA.
           ADD WS-FACTURADO TO WS-TOTAL-FACTURADO.
           COMPUTE WS-DIFERENCIA = WS-DEUDA - WS-FACTURADO.
           MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA.
           IF WS-DIF-ABSOLUTA NOT > WS-TOLERANCIA
               ADD 1 TO WS-TOTAL-CUADRADAS
               GO TO F-CIERRO-CLIENTE.
           ADD 1 TO WS-TOTAL-DIFERENCIAS.
           ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA.
           PERFORM REGISTRO-DIFERENCIA THRU F-REGISTRO-DIFERENCIA.
           PERFORM IMPRIMO-DIFERENCIA.

       F-CIERRO-CLIENTE.
           EXIT.

      ******************************************************************
      * Lleva la diferencia al archivo de diferencias abiertas. La que
      * no cambio desde la noche anterior arrastra su causa y su
      * fecha de origen; la nueva o la que cambio toma la causa de
      * los movimientos del dia y conserva la fecha de origen si ya
      * venia descuadrada.
      ******************************************************************
       REGISTRO-DIFERENCIA.
           MOVE "N" TO WS-ARRASTRE-SW.
           MOVE "S" TO WS-HISTORIA-SW.
           MOVE WS-ID-EN-CURSO TO DFC-ID-CLIENTE.
           READ DIFERENCIAS KEY IS DFC-ID-CLIENTE
               INVALID KEY
                   MOVE "N" TO WS-HISTORIA-SW
           END-READ.
           IF HAY-HISTORIA AND DFC-DIFERENCIA = WS-DIFERENCIA
               MOVE "S" TO WS-ARRASTRE-SW
               MOVE DFC-CAUSA TO WS-CAUSA
           ELSE
               PERFORM BUSCO-CAUSA-DEL-DIA THRU F-BUSCO-CAUSA-DEL-DIA.
           IF NOT HAY-HISTORIA
               MOVE WS-ID-EN-CURSO TO DFC-ID-CLIENTE
               MOVE WS-FECHA-HOY   TO DFC-FECHA-DESDE.
           MOVE WS-FECHA-HOY   TO DFC-FECHA-ULTIMA.
           MOVE WS-DEUDA       TO DFC-DEUDA.
           MOVE WS-FACTURADO   TO DFC-FACTURADO.
           MOVE WS-DIFERENCIA  TO DFC-DIFERENCIA.
           MOVE WS-CAUSA       TO DFC-CAUSA.
           MOVE WS-EMPRESA-CLI TO DFC-EMPRESA.
           IF HAY-HISTORIA
               REWRITE REG-DIFERENCIA
           ELSE
               WRITE REG-DIFERENCIA.
           IF ST-DIFERENCIAS > "07"
               DISPLAY "Error grabando la diferencia del cliente "
                   WS-ID-EN-CURSO " (" ST-DIFERENCIAS ")"
               MOVE 16 TO RETURN-CODE.
           MOVE DFC-FECHA-DESDE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE 0 TO WS-DIAS-EDAD.
           IF WS-DIAS-HOY > WS-DIAS-CALC
               COMPUTE WS-DIAS-EDAD = WS-DIAS-HOY - WS-DIAS-CALC.
           MOVE 1 TO WS-TRAMO.
           IF WS-DIAS-EDAD > 0
               MOVE 2 TO WS-TRAMO.
           IF WS-DIAS-EDAD > 7
               MOVE 3 TO WS-TRAMO.
           IF WS-DIAS-EDAD > 30
               MOVE 4 TO WS-TRAMO.
           ADD 1             TO WS-TOT-TRAMO-CANT (WS-TRAMO).
           ADD WS-DIFERENCIA TO WS-TOT-TRAMO-VALOR (WS-TRAMO).
           ADD 1             TO WS-TOT-CAUSA-CANT (WS-CAUSA).
           ADD WS-DIFERENCIA TO WS-TOT-CAUSA-VALOR (WS-CAUSA).
           IF WS-DIAS-EDAD NOT < WS-DIAS-ALERTA
               ADD 1 TO WS-TOTAL-ALERTAS.

       F-REGISTRO-DIFERENCIA.
           EXIT.

      ******************************************************************
      * Causa probable: el grupo de tipos de movimiento de mayor valor
      * absoluto entre los movimientos de hoy del cliente (la clave
      * primaria de movimientos.dat empieza por cliente y fecha).
      ******************************************************************
       BUSCO-CAUSA-DEL-DIA.
           MOVE 9 TO WS-CAUSA.
           INITIALIZE WS-GRUPOS-DIA.
           IF NOT MOVIMIENTOS-DISPONIBLES
               GO TO F-BUSCO-CAUSA-DEL-DIA.
           MOVE WS-ID-EN-CURSO TO MOV-ID-CLIENTE.
           MOVE WS-FECHA-HOY   TO MOV-FECHA.
           MOVE 0              TO MOV-HORA.
           MOVE 0              TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-CAUSA-DEL-DIA
           END-START.

       LEO-MOVIMIENTO-DIA.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO ELIJO-CAUSA
           END-READ.
           IF ST-MOVIMIENTOS > "07"
            OR MOV-ID-CLIENTE NOT = WS-ID-EN-CURSO
            OR MOV-FECHA NOT = WS-FECHA-HOY
               GO TO ELIJO-CAUSA.
           MOVE 8 TO WS-GRUPO-MOV.
           PERFORM BUSCO-GRUPO-TIPO
               VARYING WS-TIPO-I FROM 1 BY 1 UNTIL WS-TIPO-I > 26.
           IF WS-GRUPO-MOV = 0
               GO TO LEO-MOVIMIENTO-DIA.
           MOVE MOV-VALOR TO WS-VALOR-ABS.
           ADD WS-VALOR-ABS TO WS-GRUPO-DIA (WS-GRUPO-MOV).
           GO TO LEO-MOVIMIENTO-DIA.

       ELIJO-CAUSA.
           MOVE 0 TO WS-GRUPO-MAYOR.
           PERFORM COMPARO-GRUPO-DIA
               VARYING WS-CAUSA-I FROM 1 BY 1 UNTIL WS-CAUSA-I > 8.

       F-BUSCO-CAUSA-DEL-DIA.
           EXIT.

       BUSCO-GRUPO-TIPO.
           IF WS-TIPO-CODIGO (WS-TIPO-I) = MOV-TIPO
               MOVE WS-TIPO-GRUPO (WS-TIPO-I) TO WS-GRUPO-MOV.

       COMPARO-GRUPO-DIA.
           IF WS-GRUPO-DIA (WS-CAUSA-I) > WS-GRUPO-MAYOR
               MOVE WS-GRUPO-DIA (WS-CAUSA-I) TO WS-GRUPO-MAYOR
               MOVE WS-CAUSA-I TO WS-CAUSA.

       IMPRIMO-DIFERENCIA.
           MOVE WS-ID-EN-CURSO   TO DET-ID.
           MOVE WS-NOMBRE-CLI    TO DET-NOMBRE.
           MOVE WS-EMPRESA-CLI   TO DET-EMPRESA.
           MOVE WS-DEUDA         TO DET-DEUDA.
           MOVE WS-FACTURADO     TO DET-FACTURADO.
           MOVE WS-FACTURADO-IVA TO DET-IVA.
           MOVE WS-DIFERENCIA    TO DET-DIFERENCIA.
           MOVE WS-DIAS-EDAD     TO DET-DIAS.
           MOVE WS-CAUSA-NOMBRE (WS-CAUSA) TO DET-CAUSA.
           MOVE SPACE TO DET-MARCA.
           IF ES-ARRASTRE
               MOVE "ARRASTRE" TO DET-MARCA.
           IF WS-DIAS-EDAD NOT < WS-DIAS-ALERTA
               MOVE "*ALERTA*" TO DET-MARCA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Las diferencias que esta noche no aparecieron ya cuadraron:
      * salen del archivo de diferencias abiertas.
      ******************************************************************
       DEPURO-CUADRADAS.
           IF ST-DIFERENCIAS > "07"
               GO TO F-DEPURO-CUADRADAS.
           MOVE 0 TO DFC-ID-CLIENTE.
           START DIFERENCIAS KEY IS NOT LESS THAN DFC-ID-CLIENTE
               INVALID KEY
                   GO TO F-DEPURO-CUADRADAS
           END-START.

       LEO-DIFERENCIA-VIEJA.
           READ DIFERENCIAS NEXT RECORD
               AT END
                   GO TO F-DEPURO-CUADRADAS
           END-READ.
           IF ST-DIFERENCIAS > "07"
               GO TO F-DEPURO-CUADRADAS.
           IF DFC-FECHA-ULTIMA NOT < WS-FECHA-HOY
               GO TO LEO-DIFERENCIA-VIEJA.
           DELETE DIFERENCIAS RECORD
               INVALID KEY
                   DISPLAY "Error depurando la diferencia del cliente "
                       DFC-ID-CLIENTE " (" ST-DIFERENCIAS ")"
           END-DELETE.
           ADD 1 TO WS-TOTAL-CUADRADAS-HOY.
           GO TO LEO-DIFERENCIA-VIEJA.

       F-DEPURO-CUADRADAS.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTAS CONCILIADAS"  TO TOT-ROTULO.
           MOVE WS-TOTAL-CUENTAS       TO TOT-CANTIDAD.
           MOVE WS-TOTAL-DEUDA         TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "FACTURADO PENDIENTE (BASE)" TO TOT-ROTULO.
           MOVE 0                      TO TOT-CANTIDAD.
           MOVE WS-TOTAL-FACTURADO     TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EN CUADRE"            TO TOT-ROTULO.
           MOVE WS-TOTAL-CUADRADAS     TO TOT-CANTIDAD.
           MOVE 0                      TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CON DIFERENCIA"       TO TOT-ROTULO.
           MOVE WS-TOTAL-DIFERENCIAS   TO TOT-CANTIDAD.
           MOVE WS-TOTAL-DIFERENCIA    TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUADRADAS DESDE AYER"  TO TOT-ROTULO.
           MOVE WS-TOTAL-CUADRADAS-HOY TO TOT-CANTIDAD.
           MOVE 0                      TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIFERENCIAS POR CAUSA PROBABLE" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TOTAL-CAUSA
               VARYING WS-CAUSA-I FROM 1 BY 1 UNTIL WS-CAUSA-I > 9.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIFERENCIAS POR ANTIGUEDAD" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TOTAL-TRAMO
               VARYING WS-TRAMO-I FROM 1 BY 1 UNTIL WS-TRAMO-I > 4.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CON " WS-DIAS-ALERTA " DIAS O MAS (ALERTA): "
               WS-TOTAL-ALERTAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-TOTAL-CAUSA.
           MOVE WS-CAUSA-NOMBRE (WS-CAUSA-I)    TO TOT-ROTULO.
           MOVE WS-TOT-CAUSA-CANT (WS-CAUSA-I)  TO TOT-CANTIDAD.
           MOVE WS-TOT-CAUSA-VALOR (WS-CAUSA-I) TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-TOTAL-TRAMO.
           MOVE WS-TRAMO-NOMBRE (WS-TRAMO-I)    TO TOT-ROTULO.
           MOVE WS-TOT-TRAMO-CANT (WS-TRAMO-I)  TO TOT-CANTIDAD.
           MOVE WS-TOT-TRAMO-VALOR (WS-TRAMO-I) TO TOT-VALOR.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           IF MOVIMIENTOS-DISPONIBLES
               CLOSE MOVIMIENTOS.
           CLOSE DIFERENCIAS.
           CLOSE REPORTE.

           COPY BANNER.

       END PROGRAM CONCILIA-SALDO-FACTURAS.
