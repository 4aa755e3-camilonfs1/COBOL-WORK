      *                     envejecer como mora ordinaria y se
      *                     clasifica aparte, con su subtotal y su
      *                     total general.
      *   2026-10-15  CEVR  La antiguedad se mide desde el vencimiento
      *                     de la factura (FAC-FECHA-VENCE, sellado
      *                     con el plazo de pago del cliente) y no
      *                     desde su fecha: un cliente a neto 60 ya
      *                     no aparece en mora al dia 31. Las cubetas
      *                     pasan a "por vencer", 1-30, 31-60, 61-90
      *                     y mas de 90 dias vencida; la factura sin
      *                     vencimiento sellado vence en su fecha.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-FACTURAS.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-RAZONSOCIAL PIC X(60).
           05 ORD-VENCE       PIC 9(8).
           05 ORD-FECHA       PIC 9(8).
           05 ORD-NUMERO      PIC 9(8).
           05 ORD-PENDIENTE   PIC S9(7)V9(3).
           05 ORD-DISPUTA     PIC X.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CUBETA      PIC 9    VALUE 0.

      * Corte de control por razon social y acumuladores por cubeta
      * de dias vencida (1 = por vencer, 2 = 1-30, 3 = 31-60, 4 =
      * 61-90, 5 = mas de 90, 6 = en disputa abierta, que no
      * envejece como mora ordinaria).
       01  WS-RAZON-EN-CURSO  PIC X(60) VALUE SPACE.
       01  WS-HAY-RAZON-SW    PIC X     VALUE "N".
           88 HAY-RAZON-EN-CURSO VALUE "S".
       01  WS-CUBETAS-RAZON.
           05 WS-CUB-RAZON PIC S9(9)V9(3) OCCURS 6 TIMES.
       01  WS-CUBETAS-TOTAL.
           05 WS-CUB-TOTAL PIC S9(9)V9(3) OCCURS 6 TIMES.
       01  WS-CUB-I           PIC 9 VALUE 0.
       01  WS-TOTAL-ABIERTAS  PIC 9(7) VALUE 0.

           05 DET-NUMERO   PIC Z(7)9.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 DET-FECHA    PIC 9(8).
           05 FILLER       PIC X(7)  VALUE " VENCE ".
           05 DET-VENCE    PIC 9(8).
           05 FILLER       PIC X(12) VALUE " PENDIENTE: ".
           05 DET-PENDIENTE PIC -(6)9,999.
           05 FILLER       PIC X(9)  VALUE " CUBETA: ".

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "AGING-FACTURAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE "ENVEJECIMIENTO DE FACTURAS ABIERTAS POR RAZON SOCIAL"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-RAZONSOCIAL ORD-VENCE ORD-NUMERO
               INPUT  PROCEDURE IS SELECCIONO-ABIERTAS
                   THRU F-SELECCIONO-ABIERTAS
               OUTPUT PROCEDURE IS ENVEJEZCO-FACTURAS
               GO TO F-SELECCIONO-ABIERTAS.
           IF FAC-ESTADO NOT = "A"
               GO TO LEO-FACTURA.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA.
           MOVE FAC-RAZONSOCIAL     TO ORD-RAZONSOCIAL.
           MOVE FAC-FECHA           TO ORD-FECHA.
           MOVE FAC-FECHA           TO ORD-VENCE.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE FAC-FECHA-VENCE TO ORD-VENCE.
           MOVE FAC-NUMERO          TO ORD-NUMERO.
           MOVE FAC-SALDO-PENDIENTE TO ORD-PENDIENTE.
           PERFORM MARCO-SI-DISPUTADA THRU F-MARCO-SI-DISPUTADA.

      ******************************************************************
      * Recibe las facturas abiertas ordenadas por razon social y
      * vencimiento: cada cambio de razon social cierra el subtotal
      * de la anterior. La edad es en dias vencida, desde el
      * vencimiento; cero o menos es "por vencer".
      ******************************************************************
       ENVEJEZCO-FACTURAS.
           RETURN ORDENADOS
               MOVE ORD-RAZONSOCIAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           ADD 1 TO WS-TOTAL-ABIERTAS.
           MOVE ORD-VENCE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-EDAD = WS-DIAS-HOY - WS-DIAS-CALC.
           MOVE 1 TO WS-CUBETA.
           MOVE "POR VENCER" TO DET-CUBETA.
           IF WS-DIAS-EDAD > 0
               MOVE 2 TO WS-CUBETA
               MOVE "1-30 DIAS " TO DET-CUBETA.
           IF WS-DIAS-EDAD > 30
               MOVE 3 TO WS-CUBETA
               MOVE "31-60 DIAS" TO DET-CUBETA.
           IF WS-DIAS-EDAD > 60
               MOVE 4 TO WS-CUBETA
               MOVE "61-90 DIAS" TO DET-CUBETA.
           IF WS-DIAS-EDAD > 90
               MOVE 5 TO WS-CUBETA
               MOVE "90+ DIAS  " TO DET-CUBETA.
      *    Lo disputado no envejece como mora: cubeta propia.
           IF ORD-DISPUTA = "S"
               MOVE 6 TO WS-CUBETA
               MOVE "EN DISPUTA" TO DET-CUBETA.
           ADD ORD-PENDIENTE TO WS-CUB-RAZON (WS-CUBETA).
           ADD ORD-PENDIENTE TO WS-CUB-TOTAL (WS-CUBETA).
           MOVE ORD-NUMERO    TO DET-NUMERO.
           MOVE ORD-FECHA     TO DET-FECHA.
           MOVE ORD-VENCE     TO DET-VENCE.
           MOVE ORD-PENDIENTE TO DET-PENDIENTE.
           MOVE LINEA-FACTURA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF NOT HAY-RAZON-EN-CURSO
               GO TO F-CIERRO-RAZON-SOCIAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  SUBTOTAL POR VENCER " WS-CUB-RAZON (1)
               " 1-30 " WS-CUB-RAZON (2)
               " 31-60 " WS-CUB-RAZON (3)
               " 61-90 " WS-CUB-RAZON (4)
               " 90+ " WS-CUB-RAZON (5)
               " DISPUTA " WS-CUB-RAZON (6)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LIMPIO-CUBETA-RAZON
               VARYING WS-CUB-I FROM 1 BY 1
               UNTIL WS-CUB-I > 6.

       F-CIERRO-RAZON-SOCIAL.
           EXIT.
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL POR VENCER " WS-CUB-TOTAL (1)
               " 1-30 " WS-CUB-TOTAL (2)
               " 31-60 " WS-CUB-TOTAL (3)
               " 61-90 " WS-CUB-TOTAL (4)
               " 90+ " WS-CUB-TOTAL (5)
               " DISPUTA " WS-CUB-TOTAL (6)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Facturas abiertas envejecidas: "

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM AGING-FACTURAS.
