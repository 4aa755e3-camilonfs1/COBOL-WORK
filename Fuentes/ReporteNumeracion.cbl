      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte de huecos de la numeracion fiscal: por cada
      *          rango autorizado de numeracion_fiscal.dat
      *          (NUMFISCAL.cpy) compara los numeros entregados por
      *          NUMERACION-FISCAL (del primero al NUM-ULTIMO) contra
      *          los documentos que existen en su registro --
      *          facturas.dat, notas_credito.dat o recibos.dat segun
      *          el tipo -- y lista los numeros entregados sin
      *          documento (un numero tomado por una emision que fallo
      *          despues), agrupados en tramos consecutivos, con el
      *          porcentaje usado y la vigencia de cada rango. La
      *          autoridad pide justificar cada hueco. Los recibos,
      *          que estan en un registro secuencial, se ordenan por
      *          numero antes de cruzarlos. Sale en
      *          reporte_numeracion.txt.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Reporte por empresa del grupo o consolidado
      *                     (blanco = consolidado): solo revisa los
      *                     rangos de la empresa pedida y cada rango
      *                     muestra su empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-NUMERACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY NUMSEL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL NOTAS-CREDITO
                  ASSIGN TO "./notas_credito.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NCR-NUMERO
                  STATUS ST-NOTAS.

           SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECIBOS.

           SELECT ORDENADOS ASSIGN TO "./numeracion_sort.tmp".

           SELECT RECIBOS-ORDENADOS
                  ASSIGN TO "./numeracion_recibos.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ORDENADOS.

           SELECT REPORTE ASSIGN TO "./reporte_numeracion.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  NUMERACION.

           COPY NUMFISCAL.

       FD  FACTURAS.

           COPY FACTURA.

       FD  NOTAS-CREDITO.

           COPY NOTACRED.

       FD  RECIBOS.

           COPY RECIBO.

       SD  ORDENADOS.

           COPY RECIBO REPLACING ==REG-RECIBO== BY ==REG-ORDEN==
               ==RCB-NUMERO== BY ==ORD-NUMERO==
               ==RCB-FECHA== BY ==ORD-FECHA==
               ==RCB-HORA== BY ==ORD-HORA==
               ==RCB-CAJERO== BY ==ORD-CAJERO==
               ==RCB-ID-CLIENTE== BY ==ORD-ID-CLIENTE==
               ==RCB-VALOR== BY ==ORD-VALOR==
               ==RCB-CANAL== BY ==ORD-CANAL==
               ==RCB-INSTRUMENTO== BY ==ORD-INSTRUMENTO==
               ==RCB-BANCO== BY ==ORD-BANCO==
               ==RCB-DOCUMENTO== BY ==ORD-DOCUMENTO==
               ==RCB-MOV-CLAVE== BY ==ORD-MOV-CLAVE==.

       FD  RECIBOS-ORDENADOS.

           COPY RECIBO REPLACING ==REG-RECIBO== BY ==REG-RECIBO-ORD==
               ==RCB-NUMERO== BY ==RRO-NUMERO==
               ==RCB-FECHA== BY ==RRO-FECHA==
               ==RCB-HORA== BY ==RRO-HORA==
               ==RCB-CAJERO== BY ==RRO-CAJERO==
               ==RCB-ID-CLIENTE== BY ==RRO-ID-CLIENTE==
               ==RCB-VALOR== BY ==RRO-VALOR==
               ==RCB-CANAL== BY ==RRO-CANAL==
               ==RCB-INSTRUMENTO== BY ==RRO-INSTRUMENTO==
               ==RCB-BANCO== BY ==RRO-BANCO==
               ==RCB-DOCUMENTO== BY ==RRO-DOCUMENTO==
               ==RCB-MOV-CLAVE== BY ==RRO-MOV-CLAVE==.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.

       01  ST-NUMERACION PIC XX VALUE SPACE.
       01  ST-FACTURAS   PIC XX VALUE SPACE.
       01  ST-NOTAS      PIC XX VALUE SPACE.
       01  ST-RECIBOS    PIC XX VALUE SPACE.
       01  ST-ORDENADOS  PIC XX VALUE SPACE.
       01  ST-REPORTE    PIC XX VALUE SPACE.

       01  WS-FACTURAS-SW PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES VALUE "S".
       01  WS-NOTAS-SW    PIC X VALUE "N".
           88 NOTAS-DISPONIBLES VALUE "S".
       01  WS-RECIBOS-FIN-SW PIC X VALUE "N".
           88 FIN-RECIBOS VALUE "S".

       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.

      * Numero en prueba, la marca de documento hallado y el tramo de
      * huecos abierto.
       01  WS-NUMERO      PIC 9(8) VALUE 0.
       01  WS-HALLADO-SW  PIC X VALUE "N".
           88 DOCUMENTO-HALLADO VALUE "S".
       01  WS-HUECO-SW    PIC X VALUE "N".
           88 HUECO-ABIERTO VALUE "S".
       01  WS-HUECO-DESDE PIC 9(8) VALUE 0.
       01  WS-HUECO-HASTA PIC 9(8) VALUE 0.
       01  WS-HUECO-CANT  PIC 9(8) VALUE 0.

      * Conteos del rango en curso y de la corrida.
       01  WS-AUTORIZADOS PIC 9(8) VALUE 0.
       01  WS-ENTREGADOS  PIC 9(8) VALUE 0.
       01  WS-USADOS      PIC 9(8) VALUE 0.
       01  WS-FALTANTES   PIC 9(8) VALUE 0.
       01  WS-PORCENTAJE  PIC 9(3) VALUE 0.
       01  WS-NOMBRE-TIPO PIC X(13) VALUE SPACE.
       01  WS-VIGENCIA    PIC X(10) VALUE SPACE.
       01  WS-TOTAL-RANGOS    PIC 9(5) VALUE 0.
       01  WS-TOTAL-FALTANTES PIC 9(8) VALUE 0.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-NUMERACION" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT NUMERACION.
           IF ST-NUMERACION NOT = "00"
               DISPLAY "Archivo de numeracion autorizada no disponible "
                   "(" ST-NUMERACION ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS = "00"
               SET FACTURAS-DISPONIBLES TO TRUE.
           OPEN INPUT NOTAS-CREDITO.
           IF ST-NOTAS = "00"
               SET NOTAS-DISPONIBLES TO TRUE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-NUMERO
               USING RECIBOS
               GIVING RECIBOS-ORDENADOS.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "HUECOS DE NUMERACION FISCAL -- NUMEROS ENTREGADOS "
               "CONTRA DOCUMENTOS EMITIDOS -- " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM RECORRO-RANGOS THRU F-RECORRO-RANGOS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RANGOS REVISADOS: " WS-TOTAL-RANGOS
               "   NUMEROS SIN DOCUMENTO: " WS-TOTAL-FALTANTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE NUMERACION.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS.
           IF NOTAS-DISPONIBLES
               CLOSE NOTAS-CREDITO.
           CLOSE REPORTE.
           DISPLAY "Reporte de numeracion en reporte_numeracion.txt: "
               WS-TOTAL-FALTANTES " numeros sin documento.".
           STOP RUN.

       RECORRO-RANGOS.
           MOVE LOW-VALUES TO NUM-CLAVE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   GO TO F-RECORRO-RANGOS
           END-START.

       LEO-RANGO.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO F-RECORRO-RANGOS
           END-READ.
           IF ST-NUMERACION > "07"
               DISPLAY "Error leyendo NUMERACION (" ST-NUMERACION ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-RECORRO-RANGOS.
           MOVE NUM-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-RANGO.
           ADD 1 TO WS-TOTAL-RANGOS.
           PERFORM REVISO-RANGO THRU F-REVISO-RANGO.
           GO TO LEO-RANGO.

       F-RECORRO-RANGOS.
           EXIT.

      ******************************************************************
      * Un rango: encabezado, tramos de huecos y la linea de conteos.
      ******************************************************************
       REVISO-RANGO.
           EVALUATE NUM-TIPO
               WHEN "F"
                   MOVE "FACTURA"       TO WS-NOMBRE-TIPO
               WHEN "N"
                   MOVE "NOTA CREDITO"  TO WS-NOMBRE-TIPO
               WHEN "R"
                   MOVE "RECIBO CAJA"   TO WS-NOMBRE-TIPO
               WHEN OTHER
                   MOVE "DESCONOCIDO"   TO WS-NOMBRE-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NUM-ANULADO
                   MOVE "ANULADO"  TO WS-VIGENCIA
               WHEN WS-FECHA-HOY > NUM-FECHA-VENCE
                   MOVE "VENCIDO"  TO WS-VIGENCIA
               WHEN OTHER
                   MOVE "VIGENTE"  TO WS-VIGENCIA
           END-EVALUATE.
           COMPUTE WS-AUTORIZADOS = NUM-HASTA - NUM-DESDE + 1.
           MOVE 0 TO WS-ENTREGADOS.
           IF NUM-ULTIMO NUMERIC AND NUM-ULTIMO NOT < NUM-DESDE
               COMPUTE WS-ENTREGADOS = NUM-ULTIMO - NUM-DESDE + 1.
           COMPUTE WS-PORCENTAJE =
               (WS-ENTREGADOS * 100) / WS-AUTORIZADOS.
           MOVE 0   TO WS-USADOS.
           MOVE 0   TO WS-FALTANTES.
           MOVE "N" TO WS-HUECO-SW.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING WS-NOMBRE-TIPO " EMPRESA " WS-EMP-REGISTRO
               " SUCURSAL " NUM-SUCURSAL " RANGO " NUM-DESDE
               " AL " NUM-HASTA " RES. "
               NUM-RESOLUCION " VENCE " NUM-FECHA-VENCE " "
               WS-VIGENCIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-ENTREGADOS = 0
               GO TO ESCRIBO-CONTEOS.
           IF NUM-TIPO = "R"
               MOVE "N" TO WS-RECIBOS-FIN-SW
               OPEN INPUT RECIBOS-ORDENADOS
               IF ST-ORDENADOS > "07"
                   SET FIN-RECIBOS TO TRUE
               ELSE
                   PERFORM LEO-RECIBO-ORDENADO
               END-IF
           END-IF.
           PERFORM PRUEBO-NUMERO
               VARYING WS-NUMERO FROM NUM-DESDE BY 1
               UNTIL WS-NUMERO > NUM-ULTIMO.
           IF HUECO-ABIERTO
               MOVE NUM-ULTIMO TO WS-HUECO-HASTA
               PERFORM ESCRIBO-HUECO.
           IF NUM-TIPO = "R" AND ST-ORDENADOS NOT > "07"
               CLOSE RECIBOS-ORDENADOS.

       ESCRIBO-CONTEOS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  AUTORIZADOS " WS-AUTORIZADOS
               "  ENTREGADOS " WS-ENTREGADOS " (" WS-PORCENTAJE
               "%)  CON DOCUMENTO " WS-USADOS
               "  SIN DOCUMENTO " WS-FALTANTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD WS-FALTANTES TO WS-TOTAL-FALTANTES.

       F-REVISO-RANGO.
           EXIT.

      ******************************************************************
      * Busca el documento del numero en curso en el registro del tipo
      * del rango; los huecos consecutivos se juntan en un tramo.
      ******************************************************************
       PRUEBO-NUMERO.
           MOVE "N" TO WS-HALLADO-SW.
           EVALUATE NUM-TIPO
               WHEN "F"
                   IF FACTURAS-DISPONIBLES
                       MOVE WS-NUMERO TO FAC-NUMERO
                       READ FACTURAS KEY IS FAC-NUMERO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET DOCUMENTO-HALLADO TO TRUE
                       END-READ
                   END-IF
               WHEN "N"
                   IF NOTAS-DISPONIBLES
                       MOVE WS-NUMERO TO NCR-NUMERO
                       READ NOTAS-CREDITO KEY IS NCR-NUMERO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET DOCUMENTO-HALLADO TO TRUE
                       END-READ
                   END-IF
               WHEN "R"
                   PERFORM BUSCO-RECIBO THRU F-BUSCO-RECIBO
           END-EVALUATE.
           IF DOCUMENTO-HALLADO
               ADD 1 TO WS-USADOS
               IF HUECO-ABIERTO
                   COMPUTE WS-HUECO-HASTA = WS-NUMERO - 1
                   PERFORM ESCRIBO-HUECO
               END-IF
           ELSE
               ADD 1 TO WS-FALTANTES
               IF NOT HUECO-ABIERTO
                   MOVE WS-NUMERO TO WS-HUECO-DESDE
                   SET HUECO-ABIERTO TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Avanza los recibos ordenados hasta el numero en curso.
      ******************************************************************
       BUSCO-RECIBO.
           IF FIN-RECIBOS
               GO TO F-BUSCO-RECIBO.
           IF RRO-NUMERO < WS-NUMERO
               PERFORM LEO-RECIBO-ORDENADO
               GO TO BUSCO-RECIBO.
           IF RRO-NUMERO = WS-NUMERO
               SET DOCUMENTO-HALLADO TO TRUE.

       F-BUSCO-RECIBO.
           EXIT.

       LEO-RECIBO-ORDENADO.
           READ RECIBOS-ORDENADOS
               AT END
                   SET FIN-RECIBOS TO TRUE
           END-READ.

       ESCRIBO-HUECO.
           COMPUTE WS-HUECO-CANT = WS-HUECO-HASTA - WS-HUECO-DESDE + 1.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-HUECO-CANT = 1
               STRING "  SIN DOCUMENTO: " WS-HUECO-DESDE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "  SIN DOCUMENTO: DEL " WS-HUECO-DESDE " AL "
                   WS-HUECO-HASTA " (" WS-HUECO-CANT " NUMEROS)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-HUECO-SW.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-NUMERACION.
