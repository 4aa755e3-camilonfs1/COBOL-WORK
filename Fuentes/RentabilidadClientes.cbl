      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Rentabilidad por cliente en un rango de periodos
      *          (AAAAMM desde / hasta). Suma por cliente lo que
      *          gana -- interes facturado (INTERES), comisiones
      *          (CARGOFIJO) y lo facturado sin IVA en facturas.dat --
      *          y lo que cuesta: notas credito y descuentos por
      *          pronto pago (NOTACRED, DESCPP), castigos de
      *          castigos.dat netos de lo recuperado, reembolsos
      *          (REEMBOLSO) y el costo de manejo de cada carta de
      *          correspondencia.dat y de cada devolucion de giro
      *          (GIRO-DEV), con costos unitarios tomados de
      *          parametros.dat (COSTO-CARTA y COSTO-DEVOLUCION). Los
      *          movimientos reversados no cuentan. Ordena a los
      *          clientes del mas al menos rentable en
      *          ./rentabilidad_clientes.txt, con subtotales por
      *          CLI_CATEGORIA y marcando las matrices de grupo
      *          corporativo (la actividad de sus sucursales se
      *          contabiliza en la matriz), y deja el mismo ranking en
      *          ./rentabilidad_clientes.csv para la hoja de calculo
      *          de la gerencia.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           COPY SUBSEL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-ID-CLIENTE
                  STATUS ST-CASTIGOS.

           SELECT OPTIONAL CORRESPONDENCIA
                  ASSIGN TO "./correspondencia.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CRR-CLAVE
                  STATUS ST-CORRESP.

           SELECT ORDENADOS ASSIGN TO "./rentabilidad_sort.tmp".

           SELECT TOTALES ASSIGN TO "./rentabilidad_tot.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-TOTALES.

           SELECT RANKING ASSIGN TO "./rentabilidad_rank.tmp".

           SELECT REPORTE ASSIGN TO "./rentabilidad_clientes.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT EXTRACTO-CSV ASSIGN TO "./rentabilidad_clientes.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CSV.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  SUBCUENTAS.

           COPY SUBCUENTA.

       FD  FACTURAS.

           COPY FACTURA.

       FD  CASTIGOS.

           COPY CASTIGO.

       FD  CORRESPONDENCIA.

           COPY CORRESP.

      * Un registro por partida de ingreso o costo del cliente: el
      * concepto dice a que columna va y el valor es siempre positivo
      * (en cartas y devoluciones es la cantidad, 1).
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-ID-CLIENTE  PIC 9(8).
           05 ORD-CONCEPTO    PIC 9.
               88 ORD-INTERES      VALUE 1.
               88 ORD-COMISION     VALUE 2.
               88 ORD-FACTURADO    VALUE 3.
               88 ORD-NOTA         VALUE 4.
               88 ORD-CASTIGO      VALUE 5.
               88 ORD-REEMBOLSO    VALUE 6.
               88 ORD-CARTA        VALUE 7.
               88 ORD-DEVOLUCION   VALUE 8.
           05 ORD-VALOR       PIC S9(9)V9(3).

      * Totales de cada cliente, en el orden del ranking.
       FD  TOTALES.
       01  REG-TOTALES.
           05 TOT-MARGEN       PIC S9(9)V9(3).
           05 TOT-ID-CLIENTE   PIC 9(8).
           05 TOT-CATEGORIA    PIC X.
           05 TOT-SUCURSALES   PIC 9(3).
           05 TOT-INTERES      PIC S9(9)V9(3).
           05 TOT-COMISIONES   PIC S9(9)V9(3).
           05 TOT-FACTURADO    PIC S9(9)V9(3).
           05 TOT-NOTAS        PIC S9(9)V9(3).
           05 TOT-CASTIGOS     PIC S9(9)V9(3).
           05 TOT-REEMBOLSOS   PIC S9(9)V9(3).
           05 TOT-CARTAS       PIC 9(5).
           05 TOT-DEVOLUCIONES PIC 9(5).
           05 TOT-COSTO-MANEJO PIC S9(9)V9(3).

       SD  RANKING.
       01  REG-RANKING.
           05 RNK-MARGEN       PIC S9(9)V9(3).
           05 RNK-ID-CLIENTE   PIC 9(8).
           05 RNK-CATEGORIA    PIC X.
           05 RNK-SUCURSALES   PIC 9(3).
           05 RNK-INTERES      PIC S9(9)V9(3).
           05 RNK-COMISIONES   PIC S9(9)V9(3).
           05 RNK-FACTURADO    PIC S9(9)V9(3).
           05 RNK-NOTAS        PIC S9(9)V9(3).
           05 RNK-CASTIGOS     PIC S9(9)V9(3).
           05 RNK-REEMBOLSOS   PIC S9(9)V9(3).
           05 RNK-CARTAS       PIC 9(5).
           05 RNK-DEVOLUCIONES PIC 9(5).
           05 RNK-COSTO-MANEJO PIC S9(9)V9(3).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  EXTRACTO-CSV.
       01  LINEA-CSV PIC X(250).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-SUBCUENTAS   PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-CASTIGOS     PIC XX VALUE SPACE.
       01  ST-CORRESP      PIC XX VALUE SPACE.
       01  ST-TOTALES      PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-CSV          PIC XX VALUE SPACE.

       01  WS-DESDE        PIC 9(6) VALUE 0.
       01  WS-DESDE-PARTES REDEFINES WS-DESDE.
           05 WS-DESDE-ANO PIC 9(4).
           05 WS-DESDE-MES PIC 99.
       01  WS-HASTA        PIC 9(6) VALUE 0.
       01  WS-HASTA-PARTES REDEFINES WS-HASTA.
           05 WS-HASTA-ANO PIC 9(4).
           05 WS-HASTA-MES PIC 99.
       01  WS-FECHA-DESDE  PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.

      * Costos de manejo por unidad; parametros.dat manda si tiene
      * las claves cargadas.
       01  WS-COSTO-CARTA       PIC S9(9)V9(3) VALUE 1,500.
       01  WS-COSTO-DEVOLUCION  PIC S9(9)V9(3) VALUE 5,000.
       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

      * Corte de control por cliente.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-CLIENTE-SW  PIC X    VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-INGRESOS        PIC S9(9)V9(3) VALUE 0.
       01  WS-COSTOS          PIC S9(9)V9(3) VALUE 0.

      * Subtotales por categoria, armados al vuelo.
       01  WS-CATEGORIAS.
           05 WS-CAT-FILA OCCURS 40 TIMES.
               10 WS-CAT-CODIGO    PIC X.
               10 WS-CAT-CLIENTES  PIC 9(7).
               10 WS-CAT-INGRESOS  PIC S9(11)V9(3).
               10 WS-CAT-COSTOS    PIC S9(11)V9(3).
               10 WS-CAT-MARGEN    PIC S9(11)V9(3).
       01  WS-CAT-USADAS      PIC 99 VALUE 0.
       01  WS-CAT-I           PIC 99 VALUE 0.

       01  WS-TOTAL-CLIENTES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRUPOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-INGRESOS   PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-COSTOS     PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-MARGEN     PIC S9(11)V9(3) VALUE 0.
       01  WS-RANKING          PIC 9(7) VALUE 0.
       01  WS-EDITADO          PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDITADO-2        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDITADO-3        PIC -ZZZ.ZZZ.ZZ9,99.

      * Valores para el CSV sin imagen editada, como en
      * EXTRACTO-FACTURACION-EXTERNA: con DECIMAL-POINT IS COMMA la
      * coma decimal romperia el separador. Signo, entero y
      * decimales se arman aparte y se unen con un "." literal.
       01  WS-CSV-ENTRADA      PIC S9(9)V9(3) VALUE 0.
       01  WS-CSV-ABS          PIC 9(9)V9(3)  VALUE 0.
       01  WS-CSV-ABS-PARTES REDEFINES WS-CSV-ABS.
           05 WS-CSV-ENTERO    PIC 9(9).
           05 WS-CSV-DECIMALES PIC 9(3).
       01  WS-CSV-ENTERO-ED    PIC Z(8)9.
       01  WS-CSV-BLANCOS      PIC 99 VALUE 0.
       01  WS-CSV-TEXTO        PIC X(14) VALUE SPACE.
       01  WS-CSV-CAMPOS.
           05 WS-CSV-CAMPO     PIC X(14) OCCURS 9 TIMES.
       01  WS-NOMBRE-CSV       PIC X(60) VALUE SPACE.

       01  LINEA-DETALLE.
           05 DET-RANKING   PIC Z(5)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ID        PIC Z(7)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-NOMBRE    PIC X(25).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-CATEGORIA PIC X.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-GRUPO     PIC X(5).
           05 DET-INGRESOS  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-COSTOS    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-MARGEN    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-CARTAS    PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-DEVOL     PIC ZZZZ9.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "RENTABILIDAD-CLIENT" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo desde (AAAAMM):".
           ACCEPT WS-DESDE.
           DISPLAY "Periodo hasta (AAAAMM):".
           ACCEPT WS-HASTA.
           IF WS-DESDE-ANO = 0 OR WS-DESDE-MES < 1
            OR WS-DESDE-MES > 12 OR WS-HASTA-ANO = 0
            OR WS-HASTA-MES < 1 OR WS-HASTA-MES > 12
            OR WS-HASTA < WS-DESDE
               DISPLAY "Rango de periodos no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-FECHA-DESDE = WS-DESDE * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-HASTA * 100 + 31.
           PERFORM CARGO-PARAMETROS.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-CONCEPTO
               INPUT  PROCEDURE IS REUNO-PARTIDAS
                   THRU F-REUNO-PARTIDAS
               OUTPUT PROCEDURE IS TOTALIZO-CLIENTES
                   THRU F-TOTALIZO-CLIENTES.
           CLOSE TOTALES.
           PERFORM ENCABEZO-SALIDAS.
           SORT RANKING
               ON DESCENDING KEY RNK-MARGEN
               USING TOTALES
               OUTPUT PROCEDURE IS IMPRIMO-RANKING
                   THRU F-IMPRIMO-RANKING.
           PERFORM IMPRIMO-CATEGORIAS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      ******************************************************************
      * Los costos unitarios compilados ceden ante el archivo central
      * de parametros, si las claves estan cargadas.
      ******************************************************************
       CARGO-PARAMETROS.
           MOVE "COSTO-CARTA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-COSTO-CARTA.
           MOVE "COSTO-DEVOLUCION" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-COSTO-DEVOLUCION.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Archivo de facturas no disponible ("
                   ST-FACTURAS "), sin ingreso facturado.".
           OPEN INPUT CASTIGOS.
           IF ST-CASTIGOS > "07"
               DISPLAY "Libro de castigos no disponible ("
                   ST-CASTIGOS "), sin castigos.".
           OPEN INPUT CORRESPONDENCIA.
           IF ST-CORRESP > "07"
               DISPLAY "Registro de correspondencia no disponible ("
                   ST-CORRESP "), sin costo de cartas.".
           OPEN INPUT SUBCUENTAS.
           IF ST-SUBCUENTAS > "07"
               DISPLAY "Archivo de sub-cuentas no disponible ("
                   ST-SUBCUENTAS "), no se marcan grupos.".
           OPEN OUTPUT TOTALES.
           IF ST-TOTALES > "07"
               DISPLAY "Error abriendo TOTALES (" ST-TOTALES ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT EXTRACTO-CSV.
           IF ST-CSV > "07"
               DISPLAY "Error abriendo EXTRACTO-CSV (" ST-CSV ")"
               MOVE 16 TO RETURN-CODE.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           IF ST-FACTURAS NOT > "07"
               CLOSE FACTURAS.
           IF ST-CASTIGOS NOT > "07"
               CLOSE CASTIGOS.
           IF ST-CORRESP NOT > "07"
               CLOSE CORRESPONDENCIA.
           IF ST-SUBCUENTAS NOT > "07"
               CLOSE SUBCUENTAS.
           CLOSE REPORTE.
           CLOSE EXTRACTO-CSV.

      ******************************************************************
      * Entrada del primer SORT: las partidas del rango desde cada
      * archivo fuente, una por registro.
      ******************************************************************
       REUNO-PARTIDAS.
           MOVE WS-FECHA-DESDE TO MOV-FECHA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-FECHA
               INVALID KEY
                   GO TO REUNO-FACTURAS
           END-START.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO REUNO-FACTURAS
           END-READ.
           IF ST-MOVIMIENTOS > "07" AND ST-MOVIMIENTOS NOT = "10"
               DISPLAY "Error leyendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO REUNO-FACTURAS.
           IF MOV-FECHA > WS-FECHA-HASTA
               GO TO REUNO-FACTURAS.
           IF MOV-ID-CLIENTE = 0 OR MOV-MARCA-REVERSADO = "S"
               GO TO LEO-MOVIMIENTO.
           MOVE 0 TO ORD-CONCEPTO.
           EVALUATE MOV-TIPO
               WHEN "INTERES"
                   SET ORD-INTERES TO TRUE
               WHEN "CARGOFIJO"
                   SET ORD-COMISION TO TRUE
               WHEN "NOTACRED"
                   SET ORD-NOTA TO TRUE
               WHEN "DESCPP"
                   SET ORD-NOTA TO TRUE
               WHEN "REEMBOLSO"
                   SET ORD-REEMBOLSO TO TRUE
               WHEN "GIRO-DEV"
                   SET ORD-DEVOLUCION TO TRUE
               WHEN OTHER
                   GO TO LEO-MOVIMIENTO
           END-EVALUATE.
           MOVE MOV-ID-CLIENTE TO ORD-ID-CLIENTE.
           IF MOV-VALOR < 0
               COMPUTE ORD-VALOR = 0 - MOV-VALOR
           ELSE
               MOVE MOV-VALOR TO ORD-VALOR.
           IF ORD-DEVOLUCION
               MOVE 1 TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-MOVIMIENTO.

      * Lo facturado va sin IVA: FAC-BASE, o FAC-VALOR en las
      * facturas anteriores al desglose del impuesto.
       REUNO-FACTURAS.
           IF ST-FACTURAS > "07"
               GO TO REUNO-CASTIGOS.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO REUNO-CASTIGOS
           END-START.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO REUNO-CASTIGOS
           END-READ.
           IF ST-FACTURAS > "07" AND ST-FACTURAS NOT = "10"
               DISPLAY "Error leyendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
               GO TO REUNO-CASTIGOS.
           IF FAC-FECHA < WS-FECHA-DESDE OR FAC-FECHA > WS-FECHA-HASTA
               GO TO LEO-FACTURA.
           MOVE FAC-ID-CLIENTE TO ORD-ID-CLIENTE.
           SET ORD-FACTURADO TO TRUE.
           IF FAC-BASE NUMERIC AND FAC-BASE NOT = 0
               MOVE FAC-BASE  TO ORD-VALOR
           ELSE
               MOVE FAC-VALOR TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       REUNO-CASTIGOS.
           IF ST-CASTIGOS > "07"
               GO TO REUNO-CARTAS.
           MOVE LOW-VALUES TO CAS-ID-CLIENTE.
           START CASTIGOS KEY IS NOT LESS THAN CAS-ID-CLIENTE
               INVALID KEY
                   GO TO REUNO-CARTAS
           END-START.

       LEO-CASTIGO.
           READ CASTIGOS NEXT RECORD
               AT END
                   GO TO REUNO-CARTAS
           END-READ.
           IF ST-CASTIGOS > "07"
               GO TO REUNO-CARTAS.
           IF CAS-FECHA < WS-FECHA-DESDE OR CAS-FECHA > WS-FECHA-HASTA
               GO TO LEO-CASTIGO.
           MOVE CAS-ID-CLIENTE TO ORD-ID-CLIENTE.
           SET ORD-CASTIGO TO TRUE.
           IF CAS-RECUPERADO NUMERIC
               COMPUTE ORD-VALOR = CAS-VALOR - CAS-RECUPERADO
           ELSE
               MOVE CAS-VALOR TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-CASTIGO.

       REUNO-CARTAS.
           IF ST-CORRESP > "07"
               GO TO F-REUNO-PARTIDAS.
           MOVE LOW-VALUES TO CRR-CLAVE.
           START CORRESPONDENCIA KEY IS NOT LESS THAN CRR-CLAVE
               INVALID KEY
                   GO TO F-REUNO-PARTIDAS
           END-START.

       LEO-CARTA.
           READ CORRESPONDENCIA NEXT RECORD
               AT END
                   GO TO F-REUNO-PARTIDAS
           END-READ.
           IF ST-CORRESP > "07"
               GO TO F-REUNO-PARTIDAS.
           IF CRR-FECHA < WS-FECHA-DESDE OR CRR-FECHA > WS-FECHA-HASTA
               GO TO LEO-CARTA.
           MOVE CRR-ID-CLIENTE TO ORD-ID-CLIENTE.
           SET ORD-CARTA TO TRUE.
           MOVE 1 TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-CARTA.

       F-REUNO-PARTIDAS.
           EXIT.

      ******************************************************************
      * Salida del primer SORT: corte de control por cliente que deja
      * sus totales en el archivo de trabajo del ranking.
      ******************************************************************
       TOTALIZO-CLIENTES.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
                   GO TO F-TOTALIZO-CLIENTES
           END-RETURN.
           IF NOT HAY-CLIENTE-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
               MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO
               MOVE "S" TO WS-HAY-CLIENTE-SW
               INITIALIZE REG-TOTALES
               MOVE ORD-ID-CLIENTE TO TOT-ID-CLIENTE.
           EVALUATE TRUE
               WHEN ORD-INTERES
                   ADD ORD-VALOR TO TOT-INTERES
               WHEN ORD-COMISION
                   ADD ORD-VALOR TO TOT-COMISIONES
               WHEN ORD-FACTURADO
                   ADD ORD-VALOR TO TOT-FACTURADO
               WHEN ORD-NOTA
                   ADD ORD-VALOR TO TOT-NOTAS
               WHEN ORD-CASTIGO
                   ADD ORD-VALOR TO TOT-CASTIGOS
               WHEN ORD-REEMBOLSO
                   ADD ORD-VALOR TO TOT-REEMBOLSOS
               WHEN ORD-CARTA
                   ADD 1 TO TOT-CARTAS
               WHEN ORD-DEVOLUCION
                   ADD 1 TO TOT-DEVOLUCIONES
           END-EVALUATE.
           GO TO TOTALIZO-CLIENTES.

       F-TOTALIZO-CLIENTES.
           EXIT.

       CIERRO-CLIENTE.
           IF NOT HAY-CLIENTE-EN-CURSO
               GO TO F-CIERRO-CLIENTE.
           MOVE WS-ID-EN-CURSO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI_CATEGORIA
                   MOVE 0 TO CLI-EMPRESA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO F-CIERRO-CLIENTE.
           MOVE CLI_CATEGORIA TO TOT-CATEGORIA.
           PERFORM CUENTO-SUCURSALES THRU F-CUENTO-SUCURSALES.
           COMPUTE TOT-COSTO-MANEJO =
               TOT-CARTAS * WS-COSTO-CARTA
               + TOT-DEVOLUCIONES * WS-COSTO-DEVOLUCION.
           COMPUTE TOT-MARGEN =
               TOT-INTERES + TOT-COMISIONES + TOT-FACTURADO
               - TOT-NOTAS - TOT-CASTIGOS - TOT-REEMBOLSOS
               - TOT-COSTO-MANEJO.
           WRITE REG-TOTALES.
           IF ST-TOTALES > "07"
               DISPLAY "Error grabando TOTALES (" ST-TOTALES ")"
               MOVE 16 TO RETURN-CODE.

       F-CIERRO-CLIENTE.
           EXIT.

      ******************************************************************
      * Sucursales en subcuentas.dat: el cliente con alguna es la
      * matriz de un grupo corporativo.
      ******************************************************************
       CUENTO-SUCURSALES.
           MOVE 0 TO TOT-SUCURSALES.
           IF ST-SUBCUENTAS > "07"
               GO TO F-CUENTO-SUCURSALES.
           MOVE WS-ID-EN-CURSO TO SUB-ID-MATRIZ.
           MOVE 0 TO SUB-ID.
           START SUBCUENTAS KEY IS NOT LESS THAN SUB-CLAVE
               INVALID KEY
                   GO TO F-CUENTO-SUCURSALES
           END-START.

       LEO-SUCURSAL.
           READ SUBCUENTAS NEXT RECORD
               AT END
                   GO TO F-CUENTO-SUCURSALES
           END-READ.
           IF ST-SUBCUENTAS > "07"
               GO TO F-CUENTO-SUCURSALES.
           IF SUB-ID-MATRIZ NOT = WS-ID-EN-CURSO
               GO TO F-CUENTO-SUCURSALES.
           IF TOT-SUCURSALES < 999
               ADD 1 TO TOT-SUCURSALES.
           GO TO LEO-SUCURSAL.

       F-CUENTO-SUCURSALES.
           EXIT.

       ENCABEZO-SALIDAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RENTABILIDAD POR CLIENTE, PERIODOS " WS-DESDE
               " A " WS-HASTA "  CORRIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-COSTO-CARTA      TO WS-EDITADO.
           MOVE WS-COSTO-DEVOLUCION TO WS-EDITADO-2.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "COSTO POR CARTA: " WS-EDITADO
               "  COSTO POR DEVOLUCION DE GIRO: " WS-EDITADO-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE " RANGO  CLIENTE NOMBRE                    C GRUPO"
               TO LINEA-REPORTE.
           MOVE "       INGRESOS          COSTOS          MARGEN"
               TO LINEA-REPORTE (52:48).
           MOVE "CARTAS DEVOL" TO LINEA-REPORTE (101:12).
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-CSV.
           STRING "RANGO,ID_CLIENTE,NOMBRE,CATEGORIA,SUCURSALES,"
               "INTERES,COMISIONES,FACTURADO_SIN_IVA,NOTAS_CREDITO,"
               "CASTIGOS_NETOS,REEMBOLSOS,CARTAS,DEVOLUCIONES,"
               "COSTO_MANEJO,MARGEN"
               DELIMITED BY SIZE INTO LINEA-CSV.
           WRITE LINEA-CSV.

      ******************************************************************
      * Salida del segundo SORT: clientes del mas al menos rentable,
      * al reporte y al CSV, acumulando los subtotales por categoria.
      ******************************************************************
       IMPRIMO-RANKING.
           RETURN RANKING
               AT END
                   GO TO F-IMPRIMO-RANKING
           END-RETURN.
           ADD 1 TO WS-RANKING.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF RNK-SUCURSALES > 0
               ADD 1 TO WS-TOTAL-GRUPOS.
           COMPUTE WS-INGRESOS =
               RNK-INTERES + RNK-COMISIONES + RNK-FACTURADO.
           COMPUTE WS-COSTOS = RNK-NOTAS + RNK-CASTIGOS
               + RNK-REEMBOLSOS + RNK-COSTO-MANEJO.
           ADD WS-INGRESOS TO WS-TOTAL-INGRESOS.
           ADD WS-COSTOS   TO WS-TOTAL-COSTOS.
           ADD RNK-MARGEN  TO WS-TOTAL-MARGEN.
           PERFORM ACUMULO-CATEGORIA THRU F-ACUMULO-CATEGORIA.
           MOVE RNK-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "*** SIN REGISTRO EN MAESTRO" TO CLI_NOMBRE
           END-READ.
           MOVE WS-RANKING      TO DET-RANKING.
           MOVE RNK-ID-CLIENTE  TO DET-ID.
           MOVE CLI_NOMBRE      TO DET-NOMBRE.
           MOVE RNK-CATEGORIA   TO DET-CATEGORIA.
           MOVE SPACE           TO DET-GRUPO.
           IF RNK-SUCURSALES > 0
               MOVE "MATRZ" TO DET-GRUPO.
           MOVE WS-INGRESOS     TO DET-INGRESOS.
           MOVE WS-COSTOS       TO DET-COSTOS.
           MOVE RNK-MARGEN      TO DET-MARGEN.
           MOVE RNK-CARTAS      TO DET-CARTAS.
           MOVE RNK-DEVOLUCIONES TO DET-DEVOL.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBO-LINEA-CSV.
           GO TO IMPRIMO-RANKING.

       F-IMPRIMO-RANKING.
           EXIT.

       ACUMULO-CATEGORIA.
           MOVE 1 TO WS-CAT-I.

       BUSCO-CATEGORIA.
           IF WS-CAT-I > WS-CAT-USADAS
               IF WS-CAT-USADAS < 40
                   ADD 1 TO WS-CAT-USADAS
                   MOVE WS-CAT-USADAS TO WS-CAT-I
                   MOVE RNK-CATEGORIA TO WS-CAT-CODIGO (WS-CAT-I)
                   MOVE 0 TO WS-CAT-CLIENTES (WS-CAT-I)
                   MOVE 0 TO WS-CAT-INGRESOS (WS-CAT-I)
                   MOVE 0 TO WS-CAT-COSTOS (WS-CAT-I)
                   MOVE 0 TO WS-CAT-MARGEN (WS-CAT-I)
               ELSE
                   GO TO F-ACUMULO-CATEGORIA
               END-IF
           END-IF.
           IF WS-CAT-CODIGO (WS-CAT-I) NOT = RNK-CATEGORIA
               ADD 1 TO WS-CAT-I
               GO TO BUSCO-CATEGORIA.
           ADD 1           TO WS-CAT-CLIENTES (WS-CAT-I).
           ADD WS-INGRESOS TO WS-CAT-INGRESOS (WS-CAT-I).
           ADD WS-COSTOS   TO WS-CAT-COSTOS (WS-CAT-I).
           ADD RNK-MARGEN  TO WS-CAT-MARGEN (WS-CAT-I).

       F-ACUMULO-CATEGORIA.
           EXIT.

      ******************************************************************
      * Una linea CSV por cliente. El nombre va sin comas, que
      * correrian las columnas.
      ******************************************************************
       ESCRIBO-LINEA-CSV.
           MOVE RNK-INTERES      TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (1).
           MOVE RNK-COMISIONES   TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (2).
           MOVE RNK-FACTURADO    TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (3).
           MOVE RNK-NOTAS        TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (4).
           MOVE RNK-CASTIGOS     TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (5).
           MOVE RNK-REEMBOLSOS   TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (6).
           MOVE RNK-COSTO-MANEJO TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (7).
           MOVE RNK-MARGEN       TO WS-CSV-ENTRADA.
           PERFORM ARMO-VALOR-CSV.
           MOVE WS-CSV-TEXTO TO WS-CSV-CAMPO (8).
           MOVE CLI_NOMBRE TO WS-NOMBRE-CSV.
           INSPECT WS-NOMBRE-CSV REPLACING ALL "," BY " ".
           MOVE SPACE TO LINEA-CSV.
           STRING WS-RANKING          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  RNK-ID-CLIENTE      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-NOMBRE-CSV       DELIMITED BY "  "
                  ","                 DELIMITED BY SIZE
                  RNK-CATEGORIA       DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  RNK-SUCURSALES      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (1)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (2)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (3)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (4)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (5)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (6)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  RNK-CARTAS          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  RNK-DEVOLUCIONES    DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (7)    DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-CSV-CAMPO (8)    DELIMITED BY SPACE
               INTO LINEA-CSV.
           WRITE LINEA-CSV.
           IF ST-CSV > "07"
               DISPLAY "Error escribiendo el CSV para el cliente "
                   RNK-ID-CLIENTE ": " ST-CSV.

      ******************************************************************
      * Deja WS-CSV-ENTRADA en WS-CSV-TEXTO como -123.456, sin blancos
      * a la izquierda.
      ******************************************************************
       ARMO-VALOR-CSV.
           MOVE WS-CSV-ENTRADA TO WS-CSV-ABS.
           MOVE WS-CSV-ENTERO  TO WS-CSV-ENTERO-ED.
           MOVE 0 TO WS-CSV-BLANCOS.
           INSPECT WS-CSV-ENTERO-ED TALLYING WS-CSV-BLANCOS
               FOR LEADING SPACE.
           MOVE SPACE TO WS-CSV-TEXTO.
           IF WS-CSV-ENTRADA < 0
               STRING "-" WS-CSV-ENTERO-ED (WS-CSV-BLANCOS + 1:)
                   "." WS-CSV-DECIMALES
                   DELIMITED BY SIZE INTO WS-CSV-TEXTO
           ELSE
               STRING WS-CSV-ENTERO-ED (WS-CSV-BLANCOS + 1:)
                   "." WS-CSV-DECIMALES
                   DELIMITED BY SIZE INTO WS-CSV-TEXTO.

       IMPRIMO-CATEGORIAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SUBTOTALES POR CATEGORIA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-CATEGORIA
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-USADAS.

       IMPRIMO-CATEGORIA.
           MOVE WS-CAT-INGRESOS (WS-CAT-I) TO WS-EDITADO.
           MOVE WS-CAT-COSTOS (WS-CAT-I)   TO WS-EDITADO-2.
           MOVE WS-CAT-MARGEN (WS-CAT-I)   TO WS-EDITADO-3.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  CATEGORIA " WS-CAT-CODIGO (WS-CAT-I)
               "  CLIENTES " WS-CAT-CLIENTES (WS-CAT-I)
               "  INGRESOS " WS-EDITADO
               "  COSTOS " WS-EDITADO-2
               "  MARGEN " WS-EDITADO-3
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-INGRESOS TO WS-EDITADO.
           MOVE WS-TOTAL-COSTOS   TO WS-EDITADO-2.
           MOVE WS-TOTAL-MARGEN   TO WS-EDITADO-3.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL CLIENTES " WS-TOTAL-CLIENTES
               "  INGRESOS " WS-EDITADO
               "  COSTOS " WS-EDITADO-2
               "  MARGEN " WS-EDITADO-3
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "MATRICES DE GRUPO CORPORATIVO: " WS-TOTAL-GRUPOS
               " (LA ACTIVIDAD DE SUS SUCURSALES VA EN LA MATRIZ)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Clientes en el ranking: " WS-TOTAL-CLIENTES.
           DISPLAY "Margen total          : " WS-EDITADO-3.
           DISPLAY "Reporte en ./rentabilidad_clientes.txt, extracto "
               "en ./rentabilidad_clientes.csv".

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM RENTABILIDAD-CLIENTES.
