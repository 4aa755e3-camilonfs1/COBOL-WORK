      *          anteriores a los campos de IVA (no numericos) entran
      *          como todo base con tasa cero.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Facturas por lineas: la factura con
      *                     detalle (detalle_facturas.dat, FACDET.cpy)
      *                     se subtotaliza por la tasa de cada linea,
      *                     no por la tasa efectiva de la factura. A
      *                     pedido, el resumen desglosa ademas base e
      *                     IVA del mes por item del catalogo; las
      *                     facturas sin lineas entran como SINDET.
      *   2026-10-15  CEVR  Resumen por empresa del grupo o consolidado
      *                     (blanco = consolidado): cada empresa declara
      *                     su IVA por separado, asi que la corrida de
      *                     una empresa solo suma sus facturas
      *                     (FAC-EMPRESA) y la consolidada agrega los
      *                     subtotales de base e IVA por empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-IVA.
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DETALLE-FACTURAS
                  ASSIGN TO "./detalle_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FDT-CLAVE
                  STATUS ST-DETALLE.

           SELECT REPORTE ASSIGN TO "./resumen_iva.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY FACTURA.

       FD  DETALLE-FACTURAS.

           COPY FACDET.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).


       01  ST-FACTURAS  PIC XX VALUE SPACE.
       01  ST-REPORTE   PIC XX VALUE SPACE.
       01  ST-DETALLE   PIC XX VALUE SPACE.
       01  WS-DETALLE-SW PIC X VALUE "N".
           88 DETALLE-DISPONIBLE VALUE "S".

       01  WS-PERIODO        PIC 9(6) VALUE 0.
       01  WS-PERIODO-FACT   PIC 9(6) VALUE 0.
               10 WS-TAS-BASE      PIC S9(11)V9(3).
               10 WS-TAS-IVA       PIC S9(11)V9(3).

      * Renglon por clasificar: una linea del detalle o, si la
      * factura no tiene lineas, la factura entera.
       01  WS-CLS-CODIGO    PIC X(6)        VALUE SPACE.
       01  WS-CLS-TASA-MIL  PIC 9(3)        VALUE 0.
       01  WS-CLS-BASE      PIC S9(9)V9(3)  VALUE 0.
       01  WS-CLS-IVA       PIC S9(9)V9(3)  VALUE 0.
       01  WS-CON-LINEAS-SW PIC X VALUE "N".
           88 FACTURA-CON-LINEAS VALUE "S".

      * Desglose por item del catalogo, a pedido del operador.
       01  WS-DESGLOSE      PIC X  VALUE SPACE.
       01  WS-ITM-USADAS    PIC 99 VALUE 0.
       01  WS-ITM-I         PIC 99 VALUE 0.
       01  WS-ITM-HALLADA   PIC 99 VALUE 0.
       01  WS-TAB-ITEMS.
           05 WS-ITM-ENTRADA OCCURS 50 TIMES.
               10 WS-ITM-CODIGO    PIC X(6).
               10 WS-ITM-CANTIDAD  PIC 9(7).
               10 WS-ITM-BASE      PIC S9(11)V9(3).
               10 WS-ITM-IVA       PIC S9(11)V9(3).

       01  WS-TOTAL-FACTURAS PIC 9(7) VALUE 0.
       01  WS-TOTAL-BASE     PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-IVA      PIC S9(11)V9(3) VALUE 0.

      * Subtotales por empresa del grupo para el consolidado.
       01  WS-EMR-USADAS    PIC 99 VALUE 0.
       01  WS-EMR-I         PIC 99 VALUE 0.
       01  WS-EMR-HALLADA   PIC 99 VALUE 0.
       01  WS-TAB-EMPRESAS.
           05 WS-EMR-ENTRADA OCCURS 50 TIMES.
               10 WS-EMR-EMPRESA   PIC 9(3).
               10 WS-EMR-CANTIDAD  PIC 9(7).
               10 WS-EMR-BASE      PIC S9(11)V9(3).
               10 WS-EMR-IVA       PIC S9(11)V9(3).

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "RESUMEN-IVA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"         TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Periodo a resumir (AAAAMM):".
           ACCEPT WS-PERIODO.
           DISPLAY "Desglose por item del catalogo? (S/N)".
           ACCEPT WS-DESGLOSE.
           OPEN INPUT DETALLE-FACTURAS.
           IF ST-DETALLE NOT > "07"
               SET DETALLE-DISPONIBLE TO TRUE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
           STRING "RESUMEN DE IVA DEL PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
           PERFORM IMPRIMO-SUBTOTAL-TASA
               VARYING WS-TAS-I FROM 1 BY 1
               UNTIL WS-TAS-I > WS-TAS-USADAS.
           IF WS-DESGLOSE = "S" OR WS-DESGLOSE = "s"
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "DESGLOSE POR ITEM DEL CATALOGO" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM IMPRIMO-SUBTOTAL-ITEM
                   VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-ITM-USADAS.
           IF CORRIDA-CONSOLIDADA
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "SUBTOTALES POR EMPRESA" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM IMPRIMO-SUBTOTAL-EMPRESA
                   VARYING WS-EMR-I FROM 1 BY 1
                   UNTIL WS-EMR-I > WS-EMR-USADAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           DISPLAY "IVA total           : " WS-TOTAL-IVA.
           CLOSE FACTURAS.
           CLOSE REPORTE.
           IF DETALLE-DISPONIBLE
               CLOSE DETALLE-FACTURAS.
           STOP RUN.

       LEO-FACTURA.
           DIVIDE FAC-FECHA BY 100 GIVING WS-PERIODO-FACT.
           IF WS-PERIODO-FACT NOT = WS-PERIODO
               GO TO LEO-FACTURA.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA.
      *    Las facturas anteriores a los campos de IVA llegan con
      *    espacios: se leen como todo base con tasa cero.
           IF FAC-BASE NOT NUMERIC
           ADD 1 TO WS-TOTAL-FACTURAS.
           ADD FAC-BASE TO WS-TOTAL-BASE.
           ADD FAC-IVA  TO WS-TOTAL-IVA.
           PERFORM CLASIFICO-EMPRESA.
           PERFORM DESGLOSO-LINEAS THRU F-DESGLOSO-LINEAS.
           IF NOT FACTURA-CON-LINEAS
               MOVE "SINDET"         TO WS-CLS-CODIGO
               MOVE FAC-TASA-IVA-MIL TO WS-CLS-TASA-MIL
               MOVE FAC-BASE         TO WS-CLS-BASE
               MOVE FAC-IVA          TO WS-CLS-IVA
               PERFORM CLASIFICO-TASA
               PERFORM CLASIFICO-ITEM.
           GO TO LEO-FACTURA.

       F-LEO-FACTURA.
           EXIT.

      ******************************************************************
      * Clasifica cada linea de la factura en curso por su tasa y su
      * item. Sin detalle la factura queda para clasificarse entera.
      ******************************************************************
       DESGLOSO-LINEAS.
           MOVE "N" TO WS-CON-LINEAS-SW.
           IF NOT DETALLE-DISPONIBLE
               GO TO F-DESGLOSO-LINEAS.
           MOVE FAC-NUMERO TO FDT-NUMERO.
           MOVE 0          TO FDT-LINEA.
           START DETALLE-FACTURAS KEY IS NOT LESS THAN FDT-CLAVE
               INVALID KEY
                   GO TO F-DESGLOSO-LINEAS
           END-START.

       LEO-LINEA.
           READ DETALLE-FACTURAS NEXT RECORD
               AT END
                   GO TO F-DESGLOSO-LINEAS
           END-READ.
           IF FDT-NUMERO NOT = FAC-NUMERO
               GO TO F-DESGLOSO-LINEAS.
           MOVE "S" TO WS-CON-LINEAS-SW.
           MOVE FDT-CODIGO       TO WS-CLS-CODIGO.
           MOVE FDT-TASA-IVA-MIL TO WS-CLS-TASA-MIL.
           MOVE FDT-BASE         TO WS-CLS-BASE.
           MOVE FDT-IVA          TO WS-CLS-IVA.
           PERFORM CLASIFICO-TASA.
           PERFORM CLASIFICO-ITEM.
           GO TO LEO-LINEA.

       F-DESGLOSO-LINEAS.
           EXIT.

      ******************************************************************
      * Clasifica el renglon en curso en la tabla de subtotales por
      * tasa aplicada.
      ******************************************************************
       CLASIFICO-TASA.
           IF WS-TAS-HALLADA = 0
               IF WS-TAS-USADAS >= 10
                   DISPLAY "Tabla de tasas llena, no se subtotaliza "
                       "la tasa " WS-CLS-TASA-MIL
               ELSE
                   ADD 1 TO WS-TAS-USADAS
                   MOVE WS-TAS-USADAS TO WS-TAS-HALLADA
                   MOVE WS-CLS-TASA-MIL
                       TO WS-TAS-TASA-MIL (WS-TAS-HALLADA)
                   MOVE 0 TO WS-TAS-CANTIDAD (WS-TAS-HALLADA)
                   MOVE 0 TO WS-TAS-BASE (WS-TAS-HALLADA)
                   MOVE 0 TO WS-TAS-IVA (WS-TAS-HALLADA).
           IF WS-TAS-HALLADA > 0
               ADD 1           TO WS-TAS-CANTIDAD (WS-TAS-HALLADA)
               ADD WS-CLS-BASE TO WS-TAS-BASE (WS-TAS-HALLADA)
               ADD WS-CLS-IVA  TO WS-TAS-IVA (WS-TAS-HALLADA).

       BUSCO-ENTRADA-TASA.
           IF WS-TAS-TASA-MIL (WS-TAS-I) = WS-CLS-TASA-MIL
               MOVE WS-TAS-I TO WS-TAS-HALLADA.

      ******************************************************************
      * Clasifica el renglon en curso en la tabla de subtotales por
      * item del catalogo.
      ******************************************************************
       CLASIFICO-ITEM.
           MOVE 0 TO WS-ITM-HALLADA.
           PERFORM BUSCO-ENTRADA-ITEM
               VARYING WS-ITM-I FROM 1 BY 1
               UNTIL WS-ITM-I > WS-ITM-USADAS.
           IF WS-ITM-HALLADA = 0
               IF WS-ITM-USADAS >= 50
                   DISPLAY "Tabla de items llena, no se subtotaliza "
                       "el item " WS-CLS-CODIGO
               ELSE
                   ADD 1 TO WS-ITM-USADAS
                   MOVE WS-ITM-USADAS TO WS-ITM-HALLADA
                   MOVE WS-CLS-CODIGO
                       TO WS-ITM-CODIGO (WS-ITM-HALLADA)
                   MOVE 0 TO WS-ITM-CANTIDAD (WS-ITM-HALLADA)
                   MOVE 0 TO WS-ITM-BASE (WS-ITM-HALLADA)
                   MOVE 0 TO WS-ITM-IVA (WS-ITM-HALLADA).
           IF WS-ITM-HALLADA > 0
               ADD 1           TO WS-ITM-CANTIDAD (WS-ITM-HALLADA)
               ADD WS-CLS-BASE TO WS-ITM-BASE (WS-ITM-HALLADA)
               ADD WS-CLS-IVA  TO WS-ITM-IVA (WS-ITM-HALLADA).

       BUSCO-ENTRADA-ITEM.
           IF WS-ITM-CODIGO (WS-ITM-I) = WS-CLS-CODIGO
               MOVE WS-ITM-I TO WS-ITM-HALLADA.

       IMPRIMO-SUBTOTAL-ITEM.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ITEM " WS-ITM-CODIGO (WS-ITM-I)
               ": " WS-ITM-CANTIDAD (WS-ITM-I)
               " LINEAS, BASE " WS-ITM-BASE (WS-ITM-I)
               " IVA " WS-ITM-IVA (WS-ITM-I)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Acumula la factura en curso en la tabla de subtotales por
      * empresa del grupo.
      ******************************************************************
       CLASIFICO-EMPRESA.
           MOVE 0 TO WS-EMR-HALLADA.
           PERFORM BUSCO-ENTRADA-EMPRESA
               VARYING WS-EMR-I FROM 1 BY 1
               UNTIL WS-EMR-I > WS-EMR-USADAS.
           IF WS-EMR-HALLADA = 0
               IF WS-EMR-USADAS >= 50
                   DISPLAY "Tabla de empresas llena, no se "
                       "subtotaliza la empresa " WS-EMP-REGISTRO
               ELSE
                   ADD 1 TO WS-EMR-USADAS
                   MOVE WS-EMR-USADAS TO WS-EMR-HALLADA
                   MOVE WS-EMP-REGISTRO-NUM
                       TO WS-EMR-EMPRESA (WS-EMR-HALLADA)
                   MOVE 0 TO WS-EMR-CANTIDAD (WS-EMR-HALLADA)
                   MOVE 0 TO WS-EMR-BASE (WS-EMR-HALLADA)
                   MOVE 0 TO WS-EMR-IVA (WS-EMR-HALLADA).
           IF WS-EMR-HALLADA > 0
               ADD 1        TO WS-EMR-CANTIDAD (WS-EMR-HALLADA)
               ADD FAC-BASE TO WS-EMR-BASE (WS-EMR-HALLADA)
               ADD FAC-IVA  TO WS-EMR-IVA (WS-EMR-HALLADA).

       BUSCO-ENTRADA-EMPRESA.
           IF WS-EMR-EMPRESA (WS-EMR-I) = WS-EMP-REGISTRO-NUM
               MOVE WS-EMR-I TO WS-EMR-HALLADA.

       IMPRIMO-SUBTOTAL-EMPRESA.
           MOVE WS-EMR-EMPRESA (WS-EMR-I) TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "EMPRESA " WS-EMR-EMPRESA (WS-EMR-I) " "
               WS-EMP-RAZON-SOCIAL (1:30)
               ": " WS-EMR-CANTIDAD (WS-EMR-I)
               " FACTURAS, BASE " WS-EMR-BASE (WS-EMR-I)
               " IVA " WS-EMR-IVA (WS-EMR-I)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-SUBTOTAL-TASA.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TASA " WS-TAS-TASA-MIL (WS-TAS-I)
               " POR MIL: " WS-TAS-CANTIDAD (WS-TAS-I)
               " RENGLONES, BASE " WS-TAS-BASE (WS-TAS-I)
               " IVA " WS-TAS-IVA (WS-TAS-I)
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM RESUMEN-IVA.
