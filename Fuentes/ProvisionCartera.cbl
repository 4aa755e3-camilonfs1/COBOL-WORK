      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Provision de cartera de dudoso recaudo de fin de mes.
      *          Para el periodo tecleado (AAAAMM) mide la exposicion
      *          de cada cliente con deuda (CLI-SALDO negativo)
      *          repartida en las cubetas de antiguedad de
      *          AGING-FACTURAS (por vencer, 1-30, 31-60, 61-90, mas
      *          de 90 dias desde el vencimiento, y en disputa) al
      *          corte del mes; la deuda aun no facturada va a "por
      *          vencer". La exposicion se neta del colateral elegible
      *          de GARANTIA-NETA y a cada cubeta se le aplica el por
      *          mil de la tabla de provision (tabla_provision.dat,
      *          TABPROV.cpy) en la fila del grado de riesgo del
      *          cliente en riesgo.dat (la fila "*" si no tiene). El
      *          detalle y el resumen del periodo quedan en la
      *          historia de provisiones (provisiones.dat,
      *          PROVISION.cpy). El movimiento del mes se postea en
      *          la cuenta de control 0 de MOVIMIENTOS, con tipos que
      *          mapea INTERFAZ-CONTABLE: APLPROV por los castigos del
      *          mes que consumen la provision, PROVISION por el
      *          aumento y LIBPROV por la liberacion. Imprime la
      *          continuidad de la provision (saldo inicial, cargo,
      *          castigos aplicados, liberacion, saldo final) en
      *          ./provision_cartera_AAAAMM.txt. Un periodo se
      *          provisiona una sola vez.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Los movimientos de la cuenta de control 0
      *                     quedan en la empresa 001 (MOV-EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-CARTERA.

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

           SELECT OPTIONAL DISPUTAS ASSIGN TO "./disputas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DIS-CLAVE
                  STATUS ST-DISPUTAS.

           SELECT OPTIONAL RIESGO ASSIGN TO "./riesgo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RGO-ID-CLIENTE
                  STATUS ST-RIESGO.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-ID-CLIENTE
                  STATUS ST-CASTIGOS.

           SELECT OPTIONAL TABLA-PROVISION
                  ASSIGN TO "./tabla_provision.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TPV-GRADO
                  STATUS ST-TABLA.

           SELECT OPTIONAL PROVISIONES ASSIGN TO "./provisiones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRV-CLAVE
                  STATUS ST-PROVISIONES.

           SELECT ORDENADOS ASSIGN TO "./provision_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
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

       FD  DISPUTAS.

           COPY DISPUTA.

       FD  RIESGO.

           COPY RIESGO.

       FD  CASTIGOS.

           COPY CASTIGO.

       FD  TABLA-PROVISION.

           COPY TABPROV.

       FD  PROVISIONES.

           COPY PROVISION.

      * Un registro por factura abierta (cubeta 1 a 6 con su
      * pendiente) y uno por cliente con deuda (cubeta 0 con la
      * deuda), juntos por cliente para el corte de control.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-ID-CLIENTE  PIC 9(8).
           05 ORD-CUBETA      PIC 9.
           05 ORD-VALOR       PIC S9(9)V9(3).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-DISPUTAS     PIC XX VALUE SPACE.
       01  ST-RIESGO       PIC XX VALUE SPACE.
       01  ST-CASTIGOS     PIC XX VALUE SPACE.
       01  ST-TABLA        PIC XX VALUE SPACE.
       01  ST-PROVISIONES  PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO   PIC 9(4).
           05 WS-PER-MES   PIC 99.
       01  WS-PERIODO-ANTERIOR PIC 9(6) VALUE 0.
       01  WS-PERIODO-CAS  PIC 9(6) VALUE 0.
       01  WS-MES-EN-CURSO PIC 9(6) VALUE 0.

      * Corte de la antiguedad: hoy si se provisiona el mes en curso,
      * si no el ultimo dia del mes provisionado.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-FECHA-CORTE  PIC 9(8) VALUE 0.
       01  WS-DIAS-POR-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-TABLA-MESES REDEFINES WS-DIAS-POR-MES.
           05 WS-DIAS-MES PIC 99 OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA   PIC 99   VALUE 0.
       01  WS-COCIENTE     PIC 9(4) VALUE 0.
       01  WS-RESTO        PIC 9(4) VALUE 0.

      * Fechas en dias del ano comercial, como AGING-FACTURAS.
       01  WS-FECHA-AUX   PIC 9(8) VALUE 0.
       01  WS-AUX-ANO     PIC 9(4) VALUE 0.
       01  WS-AUX-MES     PIC 9(4) VALUE 0.
       01  WS-AUX-DIA     PIC 9(4) VALUE 0.
       01  WS-AUX-RESTO   PIC 9(4) VALUE 0.
       01  WS-DIAS-CALC   PIC 9(8) VALUE 0.
       01  WS-DIAS-CORTE  PIC 9(8) VALUE 0.
       01  WS-DIAS-EDAD   PIC S9(8) VALUE 0.
       01  WS-VENCE       PIC 9(8) VALUE 0.

      * Cliente en curso en el corte de control.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-CLIENTE-SW  PIC X    VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-DEUDA           PIC S9(9)V9(3) VALUE 0.
       01  WS-FACTURADO       PIC S9(9)V9(3) VALUE 0.
       01  WS-GARANTIA        PIC S9(9)V9(3) VALUE 0.
       01  WS-NETO            PIC S9(9)V9(3) VALUE 0.
       01  WS-EXPOSICION      PIC S9(9)V9(3) VALUE 0.
       01  WS-PROVISION-CLI   PIC S9(9)V9(3) VALUE 0.
       01  WS-GRADO           PIC X    VALUE SPACE.
       01  WS-CUB-CLIENTE.
           05 WS-CUB-CLI      PIC S9(9)V9(3) OCCURS 6 TIMES.
       01  WS-CUB-I           PIC 9    VALUE 0.

      * Fila de porcentajes del grado del cliente.
       01  WS-FILA-PORMIL.
           05 WS-PORMIL       PIC 9(4) OCCURS 6 TIMES.
       01  WS-FILA-DEFECTO.
           05 WS-PORMIL-DEF   PIC 9(4) OCCURS 6 TIMES.
       01  WS-DEFECTO-SW      PIC X    VALUE "N".
           88 HAY-FILA-DEFECTO VALUE "S".

      * Totales del periodo.
       01  WS-CUB-TOTALES.
           05 WS-CUB-TOT      PIC S9(11)V9(3) OCCURS 6 TIMES.
       01  WS-NOMBRES-CUBETAS.
           05 FILLER PIC X(12) VALUE "POR VENCER..".
           05 FILLER PIC X(12) VALUE "1-30 DIAS...".
           05 FILLER PIC X(12) VALUE "31-60 DIAS..".
           05 FILLER PIC X(12) VALUE "61-90 DIAS..".
           05 FILLER PIC X(12) VALUE "MAS DE 90...".
           05 FILLER PIC X(12) VALUE "EN DISPUTA..".
       01  WS-TABLA-CUBETAS REDEFINES WS-NOMBRES-CUBETAS.
           05 WS-NOMBRE-CUB   PIC X(12) OCCURS 6 TIMES.
       01  WS-TOTAL-CLIENTES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-FILA   PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXPOSICION PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-GARANTIA   PIC S9(11)V9(3) VALUE 0.

      * Continuidad de la provision.
       01  WS-APERTURA        PIC S9(9)V9(3) VALUE 0.
       01  WS-CASTIGOS-MES    PIC S9(9)V9(3) VALUE 0.
       01  WS-CASTIGOS-USADOS PIC S9(9)V9(3) VALUE 0.
       01  WS-REQUERIDA       PIC S9(9)V9(3) VALUE 0.
       01  WS-VARIACION       PIC S9(9)V9(3) VALUE 0.
       01  WS-CARGO           PIC S9(9)V9(3) VALUE 0.
       01  WS-LIBERACION      PIC S9(9)V9(3) VALUE 0.
       01  WS-SALDO-CONTROL   PIC S9(9)V9(3) VALUE 0.
       01  WS-EDITADO         PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDITADO-2       PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDITADO-3       PIC -ZZZ.ZZZ.ZZ9,99.

      * Movimiento de la cuenta de control de la provision.
       01  WS-MOV-TIPO        PIC X(10) VALUE SPACE.
       01  WS-MOV-VALOR       PIC S9(9)V9(3) VALUE 0.
       01  WS-TIPO-VALIDO     PIC X     VALUE "N".

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

       01  LINEA-DETALLE.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ID        PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-GRADO     PIC X.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EXPOSICION PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-VENCIDO   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-GARANTIA  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PROVISION PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOTA      PIC X(20).

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "PROVISION-CARTERA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-MES-EN-CURSO.
           DISPLAY "Periodo a provisionar (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
            OR WS-PERIODO > WS-MES-EN-CURSO
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM FIJO-CORTE.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE WS-PERIODO TO PRV-PERIODO.
           MOVE 0          TO PRV-ID-CLIENTE.
           READ PROVISIONES KEY IS PRV-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El periodo " WS-PERIODO " ya fue "
                       "provisionado el " PRV-FECHA-CALCULO "."
                   MOVE 8 TO RETURN-CODE
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
           END-READ.
           PERFORM LEO-APERTURA.
           PERFORM CARGO-FILA-DEFECTO.
           PERFORM ENCABEZO-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-CUBETA
               INPUT  PROCEDURE IS REUNO-EXPOSICION
                   THRU F-REUNO-EXPOSICION
               OUTPUT PROCEDURE IS PROVISIONO-CLIENTES
                   THRU F-PROVISIONO-CLIENTES.
           PERFORM SUMO-CASTIGOS-MES THRU F-SUMO-CASTIGOS-MES.
           PERFORM CALCULO-CONTINUIDAD.
           PERFORM POSTEO-PROVISION THRU F-POSTEO-PROVISION.
           PERFORM GRABO-RESUMEN.
           PERFORM IMPRIMO-CONTINUIDAD.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      ******************************************************************
      * Fecha de corte de la antiguedad y su valor en dias
      * comerciales.
      ******************************************************************
       FIJO-CORTE.
           IF WS-PERIODO = WS-MES-EN-CURSO
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           ELSE
               MOVE WS-DIAS-MES (WS-PER-MES) TO WS-ULTIMO-DIA
               IF WS-PER-MES = 2
                   DIVIDE WS-PER-ANO BY 4 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
               END-IF
               COMPUTE WS-FECHA-CORTE =
                   WS-PERIODO * 100 + WS-ULTIMO-DIA.
           MOVE WS-FECHA-CORTE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-CORTE.
           IF WS-PER-MES = 1
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 89
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 1.

       CONVIERTO-FECHA-A-DIAS.
           DIVIDE WS-FECHA-AUX BY 10000 GIVING WS-AUX-ANO
               REMAINDER WS-AUX-RESTO.
           DIVIDE WS-AUX-RESTO BY 100 GIVING WS-AUX-MES
               REMAINDER WS-AUX-DIA.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

       ABRO-ARCHIVOS.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./provision_cartera_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN INPUT TABLA-PROVISION.
           IF ST-TABLA NOT = "00"
               DISPLAY "Tabla de provision no disponible (" ST-TABLA
                   "), corra CARGA-TABLA-PROVISION."
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O PROVISIONES.
           IF ST-PROVISIONES = "35"
               OPEN OUTPUT PROVISIONES
               CLOSE PROVISIONES
               OPEN I-O PROVISIONES.
           IF ST-PROVISIONES > "07"
               DISPLAY "Error abriendo PROVISIONES (" ST-PROVISIONES
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT DISPUTAS.
           IF ST-DISPUTAS > "07"
               DISPLAY "Archivo de disputas no disponible ("
                   ST-DISPUTAS "), todo envejece como mora.".
           OPEN INPUT RIESGO.
           IF ST-RIESGO > "07"
               DISPLAY "Archivo de riesgo no disponible (" ST-RIESGO
                   "), todos los clientes van con la fila *.".
           OPEN INPUT CASTIGOS.
           IF ST-CASTIGOS > "07"
               DISPLAY "Libro de castigos no disponible (" ST-CASTIGOS
                   "), no hay castigos que aplicar.".
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

       CIERRO-ARCHIVOS.
           CLOSE TABLA-PROVISION.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           CLOSE MOVIMIENTOS.
           CLOSE PROVISIONES.
           IF ST-DISPUTAS NOT > "07"
               CLOSE DISPUTAS.
           IF ST-RIESGO NOT > "07"
               CLOSE RIESGO.
           IF ST-CASTIGOS NOT > "07"
               CLOSE CASTIGOS.
           CLOSE REPORTE.

      ******************************************************************
      * El saldo inicial es el final del resumen del mes anterior.
      * Sin resumen (primer periodo provisionado, o un mes saltado)
      * arranca en cero con aviso.
      ******************************************************************
       LEO-APERTURA.
           MOVE 0 TO WS-APERTURA.
           MOVE WS-PERIODO-ANTERIOR TO PRV-PERIODO.
           MOVE 0                   TO PRV-ID-CLIENTE.
           READ PROVISIONES KEY IS PRV-CLAVE
               INVALID KEY
                   DISPLAY "Sin provision del periodo "
                       WS-PERIODO-ANTERIOR ", el saldo inicial "
                       "arranca en cero."
               NOT INVALID KEY
                   MOVE PRV-CIERRE TO WS-APERTURA
           END-READ.

       CARGO-FILA-DEFECTO.
           MOVE "*" TO TPV-GRADO.
           READ TABLA-PROVISION KEY IS TPV-GRADO
               INVALID KEY
                   MOVE "N" TO WS-DEFECTO-SW
                   INITIALIZE WS-FILA-DEFECTO
               NOT INVALID KEY
                   SET HAY-FILA-DEFECTO TO TRUE
                   MOVE TPV-PORMIL-CUBETA (1) TO WS-PORMIL-DEF (1)
                   MOVE TPV-PORMIL-CUBETA (2) TO WS-PORMIL-DEF (2)
                   MOVE TPV-PORMIL-CUBETA (3) TO WS-PORMIL-DEF (3)
                   MOVE TPV-PORMIL-CUBETA (4) TO WS-PORMIL-DEF (4)
                   MOVE TPV-PORMIL-CUBETA (5) TO WS-PORMIL-DEF (5)
                   MOVE TPV-PORMIL-CUBETA (6) TO WS-PORMIL-DEF (6)
           END-READ.

       ENCABEZO-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PROVISION DE CARTERA DEL PERIODO " WS-PERIODO
               "  CORTE " WS-FECHA-CORTE "  CALCULADA EL "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "   CLIENTE  G       EXPOSICION     DE ELLO VENCIDO"
               TO LINEA-REPORTE.
           MOVE "   GARANTIA ELEG.        PROVISION" TO
               LINEA-REPORTE (52:40).
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Entrada del SORT: las facturas abiertas emitidas hasta el
      * corte, cada una en su cubeta, y la deuda de cada cliente.
      ******************************************************************
       REUNO-EXPOSICION.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO REUNO-DEUDAS
           END-START.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO REUNO-DEUDAS
           END-READ.
           IF ST-FACTURAS > "07" AND ST-FACTURAS NOT = "10"
               DISPLAY "Error leyendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
               GO TO REUNO-DEUDAS.
           IF FAC-ESTADO NOT = "A" OR FAC-FECHA > WS-FECHA-CORTE
               GO TO LEO-FACTURA.
           IF FAC-SALDO-PENDIENTE NOT > 0
               GO TO LEO-FACTURA.
           MOVE FAC-FECHA TO WS-VENCE.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE FAC-FECHA-VENCE TO WS-VENCE.
           MOVE WS-VENCE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-EDAD = WS-DIAS-CORTE - WS-DIAS-CALC.
           MOVE 1 TO ORD-CUBETA.
           IF WS-DIAS-EDAD > 0
               MOVE 2 TO ORD-CUBETA.
           IF WS-DIAS-EDAD > 30
               MOVE 3 TO ORD-CUBETA.
           IF WS-DIAS-EDAD > 60
               MOVE 4 TO ORD-CUBETA.
           IF WS-DIAS-EDAD > 90
               MOVE 5 TO ORD-CUBETA.
           PERFORM MARCO-SI-DISPUTADA THRU F-MARCO-SI-DISPUTADA.
           MOVE FAC-ID-CLIENTE      TO ORD-ID-CLIENTE.
           MOVE FAC-SALDO-PENDIENTE TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       REUNO-DEUDAS.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-REUNO-EXPOSICION
           END-START.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-REUNO-EXPOSICION
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REUNO-EXPOSICION.
           IF CLI-SALDO NOT < 0
               GO TO LEO-CLIENTE.
           MOVE CLI-ID TO ORD-ID-CLIENTE.
           MOVE 0      TO ORD-CUBETA.
           COMPUTE ORD-VALOR = 0 - CLI-SALDO.
           RELEASE REG-ORDEN.
           GO TO LEO-CLIENTE.

       F-REUNO-EXPOSICION.
           EXIT.

      ******************************************************************
      * Cubeta 6 para la factura con disputa abierta, como en
      * AGING-FACTURAS.
      ******************************************************************
       MARCO-SI-DISPUTADA.
           IF ST-DISPUTAS > "07"
               GO TO F-MARCO-SI-DISPUTADA.
           MOVE FAC-ID-CLIENTE TO DIS-ID-CLIENTE.
           MOVE FAC-NUMERO     TO DIS-FACTURA.
           MOVE 0              TO DIS-FECHA-REGISTRO.
           START DISPUTAS KEY IS NOT LESS THAN DIS-CLAVE
               INVALID KEY
                   GO TO F-MARCO-SI-DISPUTADA
           END-START.

       LEO-DISPUTA-FACTURA.
           READ DISPUTAS NEXT RECORD
               AT END
                   GO TO F-MARCO-SI-DISPUTADA
           END-READ.
           IF DIS-ID-CLIENTE NOT = FAC-ID-CLIENTE
            OR DIS-FACTURA NOT = FAC-NUMERO
               GO TO F-MARCO-SI-DISPUTADA.
           IF DIS-ESTADO = "A"
               MOVE 6 TO ORD-CUBETA
               GO TO F-MARCO-SI-DISPUTADA.
           GO TO LEO-DISPUTA-FACTURA.

       F-MARCO-SI-DISPUTADA.
           EXIT.

      ******************************************************************
      * Salida del SORT: corte de control por cliente.
      ******************************************************************
       PROVISIONO-CLIENTES.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
                   GO TO F-PROVISIONO-CLIENTES
           END-RETURN.
           IF NOT HAY-CLIENTE-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
               MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO
               MOVE "S" TO WS-HAY-CLIENTE-SW
               MOVE 0 TO WS-DEUDA
               MOVE 0 TO WS-FACTURADO
               INITIALIZE WS-CUB-CLIENTE.
           IF ORD-CUBETA = 0
               MOVE ORD-VALOR TO WS-DEUDA
           ELSE
               ADD ORD-VALOR TO WS-CUB-CLI (ORD-CUBETA)
               ADD ORD-VALOR TO WS-FACTURADO.
           GO TO PROVISIONO-CLIENTES.

       F-PROVISIONO-CLIENTES.
           EXIT.

      ******************************************************************
      * Provision de un cliente. La exposicion es su deuda: si lo
      * facturado abierto la supera (pagos sin aplicar a factura) las
      * cubetas se reducen en proporcion; si queda deuda sin
      * facturar, va a "por vencer". El colateral elegible reduce
      * todas las cubetas en la misma proporcion.
      ******************************************************************
       CIERRO-CLIENTE.
           IF NOT HAY-CLIENTE-EN-CURSO
               GO TO F-CIERRO-CLIENTE.
           IF WS-DEUDA NOT > 0
               GO TO F-CIERRO-CLIENTE.
           IF WS-FACTURADO > WS-DEUDA
               PERFORM REDUZCO-CUBETA
                   VARYING WS-CUB-I FROM 1 BY 1
                   UNTIL WS-CUB-I > 6
           ELSE
               COMPUTE WS-CUB-CLI (1) = WS-CUB-CLI (1)
                   + WS-DEUDA - WS-FACTURADO.
           CALL "GARANTIA-NETA" USING WS-ID-EN-CURSO WS-GARANTIA.
           IF WS-GARANTIA > WS-DEUDA
               MOVE 0 TO WS-NETO
           ELSE
               COMPUTE WS-NETO = WS-DEUDA - WS-GARANTIA.
           PERFORM BUSCO-FILA-GRADO THRU F-BUSCO-FILA-GRADO.
           MOVE 0 TO WS-PROVISION-CLI.
           PERFORM PROVISIONO-CUBETA
               VARYING WS-CUB-I FROM 1 BY 1
               UNTIL WS-CUB-I > 6.
           ADD 1 TO WS-TOTAL-CLIENTES.
           ADD WS-DEUDA       TO WS-TOTAL-EXPOSICION.
           ADD WS-GARANTIA    TO WS-TOTAL-GARANTIA.
           ADD WS-PROVISION-CLI TO WS-REQUERIDA.
           MOVE WS-PERIODO     TO PRV-PERIODO.
           MOVE WS-ID-EN-CURSO TO PRV-ID-CLIENTE.
           MOVE WS-FECHA-HOY   TO PRV-FECHA-CALCULO.
           MOVE WS-GRADO       TO PRV-GRADO.
           MOVE WS-CUB-CLI (1) TO PRV-EXPOSICION (1).
           MOVE WS-CUB-CLI (2) TO PRV-EXPOSICION (2).
           MOVE WS-CUB-CLI (3) TO PRV-EXPOSICION (3).
           MOVE WS-CUB-CLI (4) TO PRV-EXPOSICION (4).
           MOVE WS-CUB-CLI (5) TO PRV-EXPOSICION (5).
           MOVE WS-CUB-CLI (6) TO PRV-EXPOSICION (6).
           MOVE WS-GARANTIA    TO PRV-GARANTIA.
           MOVE WS-PROVISION-CLI TO PRV-PROVISION.
           WRITE REG-PROVISION
               INVALID KEY
                   DISPLAY "Error grabando la provision del cliente "
                       WS-ID-EN-CURSO " (" ST-PROVISIONES ")."
                   MOVE 16 TO RETURN-CODE
           END-WRITE.
           MOVE WS-ID-EN-CURSO TO DET-ID.
           MOVE WS-GRADO       TO DET-GRADO.
           MOVE WS-DEUDA       TO DET-EXPOSICION.
           COMPUTE DET-VENCIDO = WS-DEUDA - WS-CUB-CLI (1).
           MOVE WS-GARANTIA    TO DET-GARANTIA.
           MOVE WS-PROVISION-CLI TO DET-PROVISION.
           MOVE SPACE TO DET-NOTA.
           IF WS-GARANTIA > 0
               MOVE "CON GARANTIA" TO DET-NOTA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-CLIENTE.
           EXIT.

       REDUZCO-CUBETA.
           COMPUTE WS-CUB-CLI (WS-CUB-I) ROUNDED =
               WS-CUB-CLI (WS-CUB-I) * WS-DEUDA / WS-FACTURADO.

       PROVISIONO-CUBETA.
           COMPUTE WS-EXPOSICION ROUNDED =
               WS-CUB-CLI (WS-CUB-I) * WS-NETO / WS-DEUDA.
           COMPUTE WS-PROVISION-CLI ROUNDED = WS-PROVISION-CLI
               + WS-EXPOSICION * WS-PORMIL (WS-CUB-I) / 1000.
           ADD WS-CUB-CLI (WS-CUB-I) TO WS-CUB-TOT (WS-CUB-I).

      ******************************************************************
      * Fila de porcentajes del grado de riesgo del cliente; sin grado
      * o sin fila para su grado, la fila "*".
      ******************************************************************
       BUSCO-FILA-GRADO.
           MOVE "*" TO WS-GRADO.
           IF ST-RIESGO > "07"
               GO TO USO-FILA-DEFECTO.
           MOVE WS-ID-EN-CURSO TO RGO-ID-CLIENTE.
           READ RIESGO KEY IS RGO-ID-CLIENTE
               INVALID KEY
                   GO TO USO-FILA-DEFECTO
           END-READ.
           IF RGO-GRADO = SPACE
               GO TO USO-FILA-DEFECTO.
           MOVE RGO-GRADO TO WS-GRADO.
           MOVE RGO-GRADO TO TPV-GRADO.
           READ TABLA-PROVISION KEY IS TPV-GRADO
               INVALID KEY
                   GO TO USO-FILA-DEFECTO
           END-READ.
           MOVE TPV-PORMIL-CUBETA (1) TO WS-PORMIL (1).
           MOVE TPV-PORMIL-CUBETA (2) TO WS-PORMIL (2).
           MOVE TPV-PORMIL-CUBETA (3) TO WS-PORMIL (3).
           MOVE TPV-PORMIL-CUBETA (4) TO WS-PORMIL (4).
           MOVE TPV-PORMIL-CUBETA (5) TO WS-PORMIL (5).
           MOVE TPV-PORMIL-CUBETA (6) TO WS-PORMIL (6).
           GO TO F-BUSCO-FILA-GRADO.

       USO-FILA-DEFECTO.
           MOVE WS-FILA-DEFECTO TO WS-FILA-PORMIL.
           IF NOT HAY-FILA-DEFECTO
               ADD 1 TO WS-TOTAL-SIN-FILA.

       F-BUSCO-FILA-GRADO.
           EXIT.

      ******************************************************************
      * Castigos del mes en el libro: consumen la provision
      * constituida hasta donde alcance el saldo inicial.
      ******************************************************************
       SUMO-CASTIGOS-MES.
           MOVE 0 TO WS-CASTIGOS-MES.
           IF ST-CASTIGOS > "07"
               GO TO F-SUMO-CASTIGOS-MES.
           MOVE LOW-VALUES TO CAS-ID-CLIENTE.
           START CASTIGOS KEY IS NOT LESS THAN CAS-ID-CLIENTE
               INVALID KEY
                   GO TO F-SUMO-CASTIGOS-MES
           END-START.

       LEO-CASTIGO.
           READ CASTIGOS NEXT RECORD
               AT END
                   GO TO F-SUMO-CASTIGOS-MES
           END-READ.
           IF ST-CASTIGOS > "07"
               GO TO F-SUMO-CASTIGOS-MES.
           DIVIDE CAS-FECHA BY 100 GIVING WS-PERIODO-CAS.
           IF WS-PERIODO-CAS = WS-PERIODO
               ADD CAS-VALOR TO WS-CASTIGOS-MES.
           GO TO LEO-CASTIGO.

       F-SUMO-CASTIGOS-MES.
           EXIT.

      ******************************************************************
      * Saldo inicial - castigos aplicados + cargo - liberacion =
      * provision requerida al cierre del mes.
      ******************************************************************
       CALCULO-CONTINUIDAD.
           IF WS-CASTIGOS-MES > WS-APERTURA
               MOVE WS-APERTURA TO WS-CASTIGOS-USADOS
           ELSE
               MOVE WS-CASTIGOS-MES TO WS-CASTIGOS-USADOS.
           IF WS-CASTIGOS-USADOS < 0
               MOVE 0 TO WS-CASTIGOS-USADOS.
           COMPUTE WS-VARIACION =
               WS-REQUERIDA - (WS-APERTURA - WS-CASTIGOS-USADOS).
           MOVE 0 TO WS-CARGO.
           MOVE 0 TO WS-LIBERACION.
           IF WS-VARIACION > 0
               MOVE WS-VARIACION TO WS-CARGO
           ELSE
               COMPUTE WS-LIBERACION = 0 - WS-VARIACION.

      ******************************************************************
      * Postea el mes en la cuenta de control 0: el saldo nuevo de
      * cada movimiento es el saldo de la provision tras aplicarlo.
      ******************************************************************
       POSTEO-PROVISION.
           MOVE WS-APERTURA TO WS-SALDO-CONTROL.
           IF WS-CASTIGOS-USADOS > 0
               MOVE "APLPROV" TO WS-MOV-TIPO
               COMPUTE WS-MOV-VALOR = 0 - WS-CASTIGOS-USADOS
               PERFORM GRABO-MOV-PROVISION
                   THRU F-GRABO-MOV-PROVISION.
           IF WS-CARGO > 0
               MOVE "PROVISION" TO WS-MOV-TIPO
               MOVE WS-CARGO    TO WS-MOV-VALOR
               PERFORM GRABO-MOV-PROVISION
                   THRU F-GRABO-MOV-PROVISION.
           IF WS-LIBERACION > 0
               MOVE "LIBPROV" TO WS-MOV-TIPO
               COMPUTE WS-MOV-VALOR = 0 - WS-LIBERACION
               PERFORM GRABO-MOV-PROVISION
                   THRU F-GRABO-MOV-PROVISION.

       F-POSTEO-PROVISION.
           EXIT.

       GRABO-MOV-PROVISION.
           ADD WS-MOV-VALOR TO WS-SALDO-CONTROL.
           MOVE 0 TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0                TO MOV-SECUENCIA.
           MOVE WS-MOV-TIPO      TO MOV-TIPO.
           MOVE WS-MOV-VALOR     TO MOV-VALOR.
           MOVE WS-SALDO-CONTROL TO MOV-SALDO-NUEVO.
           MOVE SPACE            TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "PROVISION P" WS-PERIODO
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
      *    La provision se calcula sobre la cartera de todo el grupo
      *    y se registra en los libros de la empresa 001.
           MOVE 1 TO MOV-EMPRESA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-PROVISION-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-PROVISION-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento " MOV-TIPO
                   " de la provision (" ST-MOVIMIENTOS
                   "), REVISAR A MANO."
               MOVE 16 TO RETURN-CODE.

       F-GRABO-MOV-PROVISION.
           EXIT.

       GRABO-RESUMEN.
           MOVE WS-PERIODO          TO PRV-PERIODO.
           MOVE 0                   TO PRV-ID-CLIENTE.
           MOVE WS-FECHA-HOY        TO PRV-FECHA-CALCULO.
           MOVE SPACE               TO PRV-RESUMEN.
           MOVE WS-APERTURA         TO PRV-APERTURA.
           MOVE WS-CARGO            TO PRV-CARGO.
           MOVE WS-CASTIGOS-USADOS  TO PRV-CASTIGOS-USADOS.
           MOVE WS-LIBERACION       TO PRV-LIBERACION.
           MOVE WS-REQUERIDA        TO PRV-CIERRE.
           MOVE WS-TOTAL-CLIENTES   TO PRV-CLIENTES.
           WRITE REG-PROVISION
               INVALID KEY
                   DISPLAY "Error grabando el resumen del periodo ("
                       ST-PROVISIONES "), REVISAR A MANO."
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       IMPRIMO-CONTINUIDAD.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTES PROVISIONADOS: " WS-TOTAL-CLIENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-EXPOSICION TO WS-EDITADO.
           MOVE WS-TOTAL-GARANTIA   TO WS-EDITADO-2.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "EXPOSICION TOTAL: " WS-EDITADO
               "  COLATERAL ELEGIBLE: " WS-EDITADO-2
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-CUBETA
               VARYING WS-CUB-I FROM 1 BY 1
               UNTIL WS-CUB-I > 6.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CONTINUIDAD DE LA PROVISION" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-APERTURA TO WS-EDITADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  SALDO INICIAL ........... " WS-EDITADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CARGO TO WS-EDITADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  + CARGO DEL MES ......... " WS-EDITADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-CASTIGOS-USADOS TO WS-EDITADO.
           MOVE WS-CASTIGOS-MES    TO WS-EDITADO-3.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  - CASTIGOS APLICADOS .... " WS-EDITADO
               "  (CASTIGADO EN EL MES " WS-EDITADO-3 ")"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LIBERACION TO WS-EDITADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  - LIBERACION ............ " WS-EDITADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-REQUERIDA TO WS-EDITADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  = SALDO FINAL ........... " WS-EDITADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-SIN-FILA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "AVISO: " WS-TOTAL-SIN-FILA " CLIENTES SIN "
                   "FILA DE PORCENTAJES, PROVISIONADOS EN CERO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 4 TO RETURN-CODE.
           DISPLAY "Clientes provisionados : " WS-TOTAL-CLIENTES.
           DISPLAY "Provision al cierre    : " WS-EDITADO.
           DISPLAY "Reporte en " WS-REPORTE-PATH.

       IMPRIMO-CUBETA.
           MOVE WS-CUB-TOT (WS-CUB-I) TO WS-EDITADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  EXPOSICION " WS-NOMBRE-CUB (WS-CUB-I) " "
               WS-EDITADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           COPY BANNER.

       END PROGRAM PROVISION-CARTERA.
