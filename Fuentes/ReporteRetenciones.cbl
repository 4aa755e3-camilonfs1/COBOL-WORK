      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte mensual de retenciones para la declaracion
      *          propia: recorre el registro de retenciones
      *          (retenciones.dat, RETENCION.cpy) del periodo tecleado
      *          (AAAAMM, por la fecha del pago), lo ordena por
      *          cliente y tipo de retencion y totaliza por cada uno
      *          lo retenido y el bruto saldado, con el subtotal del
      *          cliente y el total general por tipo (renta e IVA) al
      *          cierre -- el mismo valor que el cliente certifica y
      *          que se descuenta en la declaracion.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RETENCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL RETENCIONES
                  ASSIGN TO "./retenciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  STATUS ST-RETENCIONES.

           SELECT ORDENADOS ASSIGN TO "./retenciones_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  RETENCIONES.

           COPY RETENCION.

       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-ID-CLIENTE  PIC 9(8).
           05 ORD-TIPO        PIC X.
           05 ORD-VALOR       PIC 9(7)V9(3).
           05 ORD-BRUTO       PIC 9(7)V9(3).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-RETENCIONES  PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-PERIODO-RET  PIC 9(6) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Cortes de control: cliente y, dentro de el, tipo de retencion.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-TIPO-EN-CURSO   PIC X    VALUE SPACE.
       01  WS-HAY-GRUPO-SW    PIC X    VALUE "N".
           88 HAY-GRUPO-EN-CURSO VALUE "S".
       01  WS-NOMBRE          PIC X(40) VALUE SPACE.
       01  WS-DESC-TIPO       PIC X(14) VALUE SPACE.

       01  WS-GRP-CANTIDAD    PIC 9(5)        VALUE 0.
       01  WS-GRP-RETENIDO    PIC 9(9)V9(3)   VALUE 0.
       01  WS-GRP-BRUTO       PIC 9(9)V9(3)   VALUE 0.
       01  WS-CLI-RETENIDO    PIC 9(9)V9(3)   VALUE 0.

      * Totales generales por tipo para la declaracion.
       01  WS-TOT-RENTA-CANT  PIC 9(7)        VALUE 0.
       01  WS-TOT-RENTA       PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOT-RENTA-BRUTO PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOT-IVA-CANT    PIC 9(7)        VALUE 0.
       01  WS-TOT-IVA         PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOT-IVA-BRUTO   PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOTAL-CLIENTES  PIC 9(7)        VALUE 0.

       01  WS-EDITADO-RET     PIC Z(8)9,99.
       01  WS-EDITADO-BRUTO   PIC Z(8)9,99.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-RETENCIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Periodo a reportar (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-ID-CLIENTE ORD-TIPO
               INPUT  PROCEDURE IS REUNO-RETENCIONES
                   THRU F-REUNO-RETENCIONES
               OUTPUT PROCEDURE IS IMPRIMO-RETENCIONES
                   THRU F-IMPRIMO-RETENCIONES.
           PERFORM IMPRIMO-TOTALES.
           CLOSE CLIENTES.
           CLOSE REPORTE.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./reporte_retenciones_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RETENCIONES DEL PERIODO " WS-PERIODO
               " POR CLIENTE Y TIPO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTE  NOMBRE                                   "
               "  TIPO             PAGOS     RETENIDO        BRUTO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Entrega al sort las retenciones cuyo pago cae en el periodo.
      ******************************************************************
       REUNO-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF ST-RETENCIONES > "07"
               DISPLAY "Registro de retenciones no disponible ("
                   ST-RETENCIONES ")."
               GO TO F-REUNO-RETENCIONES.

       LEO-RETENCION.
           READ RETENCIONES NEXT RECORD
               AT END
                   CLOSE RETENCIONES
                   GO TO F-REUNO-RETENCIONES
           END-READ.
           IF ST-RETENCIONES > "07" AND ST-RETENCIONES NOT = "10"
               DISPLAY "Error leyendo RETENCIONES (" ST-RETENCIONES
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE RETENCIONES
               GO TO F-REUNO-RETENCIONES.
           DIVIDE RET-FECHA BY 100 GIVING WS-PERIODO-RET.
           IF WS-PERIODO-RET NOT = WS-PERIODO
               GO TO LEO-RETENCION.
      *    La retencion no trae empresa: es la de su cliente (la 001
      *    si el cliente ya no existe).
           IF NOT CORRIDA-CONSOLIDADA
               MOVE RET-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO CLI-EMPRESA
               END-READ
               MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO LEO-RETENCION.
           MOVE RET-ID-CLIENTE  TO ORD-ID-CLIENTE.
           MOVE RET-TIPO        TO ORD-TIPO.
           MOVE RET-VALOR       TO ORD-VALOR.
           MOVE RET-VALOR-BRUTO TO ORD-BRUTO.
           RELEASE REG-ORDEN.
           GO TO LEO-RETENCION.

       F-REUNO-RETENCIONES.
           EXIT.

      ******************************************************************
      * Recibe las retenciones ordenadas y, a cada corte de cliente o
      * de tipo, imprime el renglon del grupo; al corte de cliente,
      * ademas, el subtotal del cliente.
      ******************************************************************
       IMPRIMO-RETENCIONES.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO
                   PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE
                   GO TO F-IMPRIMO-RETENCIONES
           END-RETURN.
           IF HAY-GRUPO-EN-CURSO
            AND ORD-ID-CLIENTE = WS-ID-EN-CURSO
            AND ORD-TIPO = WS-TIPO-EN-CURSO
               GO TO ACUMULO-RETENCION.
           IF HAY-GRUPO-EN-CURSO
               PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO.
           IF HAY-GRUPO-EN-CURSO
            AND ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM CIERRO-CLIENTE THRU F-CIERRO-CLIENTE.
           IF NOT HAY-GRUPO-EN-CURSO
            OR ORD-ID-CLIENTE NOT = WS-ID-EN-CURSO
               PERFORM ABRO-CLIENTE.
           MOVE ORD-TIPO TO WS-TIPO-EN-CURSO.
           MOVE "S" TO WS-HAY-GRUPO-SW.
           MOVE 0 TO WS-GRP-CANTIDAD.
           MOVE 0 TO WS-GRP-RETENIDO.
           MOVE 0 TO WS-GRP-BRUTO.

       ACUMULO-RETENCION.
           ADD 1         TO WS-GRP-CANTIDAD.
           ADD ORD-VALOR TO WS-GRP-RETENIDO.
           ADD ORD-BRUTO TO WS-GRP-BRUTO.
           GO TO IMPRIMO-RETENCIONES.

       F-IMPRIMO-RETENCIONES.
           EXIT.

       ABRO-CLIENTE.
           MOVE ORD-ID-CLIENTE TO WS-ID-EN-CURSO.
           MOVE 0 TO WS-CLI-RETENIDO.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE ORD-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NO EXISTE)" TO WS-NOMBRE
               NOT INVALID KEY
                   IF CLI_RAZONSOCIAL NOT = SPACE
                       MOVE CLI_RAZONSOCIAL TO WS-NOMBRE
                   ELSE
                       MOVE CLI_NOMBRE TO WS-NOMBRE
                   END-IF
           END-READ.

       CIERRO-GRUPO.
           IF NOT HAY-GRUPO-EN-CURSO
               GO TO F-CIERRO-GRUPO.
           EVALUATE WS-TIPO-EN-CURSO
               WHEN "R"
                   MOVE "EN LA FUENTE" TO WS-DESC-TIPO
                   ADD WS-GRP-CANTIDAD TO WS-TOT-RENTA-CANT
                   ADD WS-GRP-RETENIDO TO WS-TOT-RENTA
                   ADD WS-GRP-BRUTO    TO WS-TOT-RENTA-BRUTO
               WHEN "I"
                   MOVE "DE IVA"       TO WS-DESC-TIPO
                   ADD WS-GRP-CANTIDAD TO WS-TOT-IVA-CANT
                   ADD WS-GRP-RETENIDO TO WS-TOT-IVA
                   ADD WS-GRP-BRUTO    TO WS-TOT-IVA-BRUTO
               WHEN OTHER
                   MOVE "DESCONOCIDO"  TO WS-DESC-TIPO
           END-EVALUATE.
           ADD WS-GRP-RETENIDO TO WS-CLI-RETENIDO.
           MOVE WS-GRP-RETENIDO TO WS-EDITADO-RET.
           MOVE WS-GRP-BRUTO    TO WS-EDITADO-BRUTO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING WS-ID-EN-CURSO " " WS-NOMBRE " "
               WS-TIPO-EN-CURSO " " WS-DESC-TIPO " "
               WS-GRP-CANTIDAD " " WS-EDITADO-RET " "
               WS-EDITADO-BRUTO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-GRUPO.
           EXIT.

       CIERRO-CLIENTE.
           IF NOT HAY-GRUPO-EN-CURSO
               GO TO F-CIERRO-CLIENTE.
           MOVE WS-CLI-RETENIDO TO WS-EDITADO-RET.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "         TOTAL RETENIDO POR EL CLIENTE "
               WS-ID-EN-CURSO ":                      "
               WS-EDITADO-RET
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-CLIENTE.
           EXIT.

      ******************************************************************
      * Totales generales por tipo: lo que se descuenta en la
      * declaracion de renta y en la de IVA del periodo.
      ******************************************************************
       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-RENTA       TO WS-EDITADO-RET.
           MOVE WS-TOT-RENTA-BRUTO TO WS-EDITADO-BRUTO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL RETENCION EN LA FUENTE: " WS-TOT-RENTA-CANT
               " PAGOS, RETENIDO " WS-EDITADO-RET
               " SOBRE BRUTO " WS-EDITADO-BRUTO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-IVA       TO WS-EDITADO-RET.
           MOVE WS-TOT-IVA-BRUTO TO WS-EDITADO-BRUTO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL RETENCION DE IVA      : " WS-TOT-IVA-CANT
               " PAGOS, RETENIDO " WS-EDITADO-RET
               " SOBRE BRUTO " WS-EDITADO-BRUTO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTES CON RETENCION EN EL PERIODO: "
               WS-TOTAL-CLIENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Periodo                 : " WS-PERIODO.
           DISPLAY "Clientes con retencion  : " WS-TOTAL-CLIENTES.
           DISPLAY "Retencion en la fuente  : " WS-TOT-RENTA.
           DISPLAY "Retencion de IVA        : " WS-TOT-IVA.
           DISPLAY "Reporte en " WS-REPORTE-PATH.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-RETENCIONES.
