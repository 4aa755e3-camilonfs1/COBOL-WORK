      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte mensual de descuentos por pronto pago: recorre
      *          el registro de ofertas por factura
      *          (descuentos_factura.dat, DESCPP.cpy) del periodo
      *          tecleado (AAAAMM) y lo lista en tres secciones, por
      *          cliente y factura: descuentos tomados (pago a tiempo
      *          en el periodo, con aviso si falta saldar la factura o
      *          postear el movimiento DESCPP), descuentos perdidos
      *          (fecha limite en el periodo, ya vencida, sin pago a
      *          tiempo) y descuentos reclamados fuera de plazo (pago
      *          descontado despues de la fecha limite, en el
      *          periodo), cada una con su conteo y valor.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DESCUENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL DESCUENTOS-FACTURA
                  ASSIGN TO "./descuentos_factura.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPP-FAC-NUMERO
                  STATUS ST-DESCUENTOS.

           SELECT ORDENADOS ASSIGN TO "./descuentos_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  DESCUENTOS-FACTURA.

           COPY DESCPP.

       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-SECCION      PIC 9.
           05 ORD-ID-CLIENTE   PIC 9(8).
           05 ORD-FAC-NUMERO   PIC 9(8).
           05 ORD-FECHA-FACTURA PIC 9(8).
           05 ORD-FECHA-LIMITE PIC 9(8).
           05 ORD-FECHA-PAGO   PIC 9(8).
           05 ORD-PCT-MIL      PIC 9(3).
           05 ORD-VALOR        PIC 9(7)V9(3).
           05 ORD-OBSERVACION  PIC X(16).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-DESCUENTOS   PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-PERIODO-DPP  PIC 9(6) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Corte de control por seccion (1 = tomados, 2 = perdidos,
      * 3 = reclamados fuera de plazo) y sus totales.
       01  WS-SECCION-EN-CURSO PIC 9 VALUE 0.
       01  WS-HAY-SECCION-SW   PIC X VALUE "N".
           88 HAY-SECCION-EN-CURSO VALUE "S".
       01  WS-NOMBRE           PIC X(30) VALUE SPACE.
       01  WS-SEC-CANTIDAD     PIC 9(7)       VALUE 0.
       01  WS-SEC-VALOR        PIC 9(11)V9(3) VALUE 0.
       01  WS-TOTALES-SECCION.
           05 WS-TOT-SECCION OCCURS 3 TIMES.
              10 WS-TOT-CANTIDAD PIC 9(7).
              10 WS-TOT-VALOR    PIC 9(11)V9(3).
       01  WS-I-SEC            PIC 9 VALUE 0.

       01  WS-TITULOS-SECCION.
           05 FILLER PIC X(40)
               VALUE "DESCUENTOS TOMADOS (PAGO A TIEMPO)      ".
           05 FILLER PIC X(40)
               VALUE "DESCUENTOS PERDIDOS (PLAZO VENCIDO)     ".
           05 FILLER PIC X(40)
               VALUE "DESCUENTOS RECLAMADOS FUERA DE PLAZO    ".
       01  WS-TABLA-TITULOS REDEFINES WS-TITULOS-SECCION.
           05 WS-TITULO-SECCION PIC X(40) OCCURS 3 TIMES.

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(9)  VALUE "FACTURA".
           05 FILLER PIC X(9)  VALUE "CLIENTE".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(9)  VALUE "FECHA".
           05 FILLER PIC X(9)  VALUE "LIMITE".
           05 FILLER PIC X(9)  VALUE "PAGO".
           05 FILLER PIC X(8)  VALUE "POR MIL".
           05 FILLER PIC X(14) VALUE "   DESCUENTO".
           05 FILLER PIC X(16) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           05 LD-FACTURA   PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-CLIENTE   PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-NOMBRE    PIC X(30).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-FECHA     PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-LIMITE    PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-PAGO      PIC 9(8).
           05 FILLER       PIC X(4)  VALUE SPACE.
           05 LD-PCT-MIL   PIC ZZ9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-VALOR     PIC Z(9)9,99.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-OBSERVACION PIC X(16).

       01  WS-EDITADO-VALOR PIC Z(10)9,99.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-DESCUENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-TOT-CANTIDAD (1) WS-TOT-CANTIDAD (2)
               WS-TOT-CANTIDAD (3).
           MOVE 0 TO WS-TOT-VALOR (1) WS-TOT-VALOR (2)
               WS-TOT-VALOR (3).
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-SECCION ORD-ID-CLIENTE
                   ORD-FAC-NUMERO
               INPUT  PROCEDURE IS REUNO-DESCUENTOS
                   THRU F-REUNO-DESCUENTOS
               OUTPUT PROCEDURE IS IMPRIMO-DESCUENTOS
                   THRU F-IMPRIMO-DESCUENTOS.
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
           STRING "./reporte_descuentos_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DESCUENTOS POR PRONTO PAGO DEL PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Entrega al sort cada oferta que cae en el periodo, con la
      * seccion en que va: tomada por la fecha del pago, perdida por
      * la fecha limite (solo si ya vencio) y reclamada fuera de
      * plazo por la fecha del pago.
      ******************************************************************
       REUNO-DESCUENTOS.
           OPEN INPUT DESCUENTOS-FACTURA.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Registro de descuentos no disponible ("
                   ST-DESCUENTOS ")."
               GO TO F-REUNO-DESCUENTOS.

       LEO-DESCUENTO.
           READ DESCUENTOS-FACTURA NEXT RECORD
               AT END
                   CLOSE DESCUENTOS-FACTURA
                   GO TO F-REUNO-DESCUENTOS
           END-READ.
           IF ST-DESCUENTOS > "07" AND ST-DESCUENTOS NOT = "10"
               DISPLAY "Error leyendo DESCUENTOS-FACTURA ("
                   ST-DESCUENTOS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE DESCUENTOS-FACTURA
               GO TO F-REUNO-DESCUENTOS.
           MOVE SPACE TO ORD-OBSERVACION.
           EVALUATE TRUE
               WHEN DPP-TOMADO
                   DIVIDE DPP-FECHA-PAGO BY 100 GIVING WS-PERIODO-DPP
                   MOVE 1 TO ORD-SECCION
                   IF DPP-FACTURA-SW NOT = "S"
                       MOVE "FALTA FACTURA" TO ORD-OBSERVACION
                   END-IF
                   IF DPP-MOVIMIENTO-SW NOT = "S"
                       MOVE "FALTA MOVIMIENTO" TO ORD-OBSERVACION
                   END-IF
               WHEN DPP-PERDIDO
                   DIVIDE DPP-FECHA-LIMITE BY 100
                       GIVING WS-PERIODO-DPP
                   MOVE 2 TO ORD-SECCION
                   MOVE "PAGO COMPLETO" TO ORD-OBSERVACION
               WHEN DPP-OFRECIDO
                   IF DPP-FECHA-LIMITE NOT < WS-FECHA-HOY
                       GO TO LEO-DESCUENTO
                   END-IF
                   DIVIDE DPP-FECHA-LIMITE BY 100
                       GIVING WS-PERIODO-DPP
                   MOVE 2 TO ORD-SECCION
                   MOVE "SIN PAGO" TO ORD-OBSERVACION
               WHEN DPP-RECLAMO-TARDIO
                   DIVIDE DPP-FECHA-PAGO BY 100 GIVING WS-PERIODO-DPP
                   MOVE 3 TO ORD-SECCION
                   MOVE "QUEDA ABIERTO" TO ORD-OBSERVACION
               WHEN OTHER
                   GO TO LEO-DESCUENTO
           END-EVALUATE.
           IF WS-PERIODO-DPP NOT = WS-PERIODO
               GO TO LEO-DESCUENTO.
      *    La oferta no trae empresa: es la de su cliente (la 001
      *    si el cliente ya no existe).
           IF NOT CORRIDA-CONSOLIDADA
               MOVE DPP-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO CLI-EMPRESA
               END-READ
               MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO LEO-DESCUENTO.
           MOVE DPP-ID-CLIENTE    TO ORD-ID-CLIENTE.
           MOVE DPP-FAC-NUMERO    TO ORD-FAC-NUMERO.
           MOVE DPP-FECHA-FACTURA TO ORD-FECHA-FACTURA.
           MOVE DPP-FECHA-LIMITE  TO ORD-FECHA-LIMITE.
           MOVE DPP-FECHA-PAGO    TO ORD-FECHA-PAGO.
           MOVE DPP-PCT-MIL       TO ORD-PCT-MIL.
           MOVE DPP-VALOR         TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-DESCUENTO.

       F-REUNO-DESCUENTOS.
           EXIT.

      ******************************************************************
      * Recibe las ofertas ordenadas por seccion, cliente y factura;
      * a cada corte de seccion imprime el encabezado de la nueva y
      * el total de la anterior.
      ******************************************************************
       IMPRIMO-DESCUENTOS.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION
                   GO TO F-IMPRIMO-DESCUENTOS
           END-RETURN.
           IF HAY-SECCION-EN-CURSO
            AND ORD-SECCION = WS-SECCION-EN-CURSO
               GO TO IMPRIMO-DETALLE.
           PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION.
           PERFORM ABRO-SECCION.

       IMPRIMO-DETALLE.
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
           MOVE ORD-FAC-NUMERO    TO LD-FACTURA.
           MOVE ORD-ID-CLIENTE    TO LD-CLIENTE.
           MOVE WS-NOMBRE         TO LD-NOMBRE.
           MOVE ORD-FECHA-FACTURA TO LD-FECHA.
           MOVE ORD-FECHA-LIMITE  TO LD-LIMITE.
           MOVE ORD-FECHA-PAGO    TO LD-PAGO.
           MOVE ORD-PCT-MIL       TO LD-PCT-MIL.
           MOVE ORD-VALOR         TO LD-VALOR.
           MOVE ORD-OBSERVACION   TO LD-OBSERVACION.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1         TO WS-SEC-CANTIDAD.
           ADD ORD-VALOR TO WS-SEC-VALOR.
           GO TO IMPRIMO-DESCUENTOS.

       F-IMPRIMO-DESCUENTOS.
           EXIT.

       ABRO-SECCION.
           MOVE ORD-SECCION TO WS-SECCION-EN-CURSO.
           MOVE "S" TO WS-HAY-SECCION-SW.
           MOVE 0 TO WS-SEC-CANTIDAD.
           MOVE 0 TO WS-SEC-VALOR.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-SECCION (ORD-SECCION) TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       CIERRO-SECCION.
           IF NOT HAY-SECCION-EN-CURSO
               GO TO F-CIERRO-SECCION.
           MOVE WS-SEC-CANTIDAD
               TO WS-TOT-CANTIDAD (WS-SECCION-EN-CURSO).
           MOVE WS-SEC-VALOR
               TO WS-TOT-VALOR (WS-SECCION-EN-CURSO).
           MOVE WS-SEC-VALOR TO WS-EDITADO-VALOR.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "   TOTAL DE LA SECCION: " WS-SEC-CANTIDAD
               " FACTURAS POR " WS-EDITADO-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-SECCION.
           EXIT.

      ******************************************************************
      * Resumen del periodo: las tres secciones, aun las vacias.
      ******************************************************************
       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN DEL PERIODO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TOTAL-SECCION
               VARYING WS-I-SEC FROM 1 BY 1 UNTIL WS-I-SEC > 3.
           DISPLAY "Periodo              : " WS-PERIODO.
           DISPLAY "Descuentos tomados   : " WS-TOT-CANTIDAD (1)
               " valor: " WS-TOT-VALOR (1).
           DISPLAY "Descuentos perdidos  : " WS-TOT-CANTIDAD (2)
               " valor: " WS-TOT-VALOR (2).
           DISPLAY "Reclamados tarde     : " WS-TOT-CANTIDAD (3)
               " valor: " WS-TOT-VALOR (3).
           DISPLAY "Reporte en " WS-REPORTE-PATH.

       IMPRIMO-TOTAL-SECCION.
           MOVE WS-TOT-VALOR (WS-I-SEC) TO WS-EDITADO-VALOR.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "   " WS-TITULO-SECCION (WS-I-SEC) " "
               WS-TOT-CANTIDAD (WS-I-SEC) " FACTURAS POR "
               WS-EDITADO-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-DESCUENTOS.
