      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte de cartera por oficial de cuenta
      *          (cartera_oficiales.txt): una seccion por oficial con
      *          cada cuenta asignada (asignaciones_oficial.dat) --
      *          saldo, monto vencido de sus facturas abiertas
      *          (facturas.dat, vencidas a hoy segun FAC-FECHA-VENCE),
      *          marca de sobre limite con la misma medida neta de
      *          colateral de SOBRE-LIMITE, grado de riesgo
      *          (riesgo.dat) y facturas emitidas en el mes en curso
      *          -- y los totales del oficial: cuentas, saldo total,
      *          vencido, cuentas sobre limite, mezcla de grados de
      *          riesgo y facturado del mes. Las cuentas comerciales
      *          activas sin oficial salen en una seccion propia para
      *          que se asignen. Cierra con los totales generales.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA-OFICIALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY OFISEL.

           COPY ASOSEL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL RIESGO ASSIGN TO "./riesgo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RGO-ID-CLIENTE
                  STATUS ST-RIESGO.

           SELECT ORDENADOS ASSIGN TO "./cartera_sort.tmp".

           SELECT REPORTE ASSIGN TO "./cartera_oficiales.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  OFICIALES.

           COPY OFICIAL.

       FD  ASIGNACIONES-OFICIAL.

           COPY ASIGOFI.

       FD  FACTURAS.

           COPY FACTURA.

       FD  RIESGO.

           COPY RIESGO.

      * Por oficial y cuenta: primero la cuenta ("1") y despues sus
      * facturas vencidas o del mes ("2").
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-OFICIAL     PIC X(8).
           05 ORD-ID          PIC 9(8).
           05 ORD-TIPO        PIC X.
           05 ORD-VENCIDO     PIC S9(7)V9(3).
           05 ORD-FACTURADO   PIC S9(7)V9(3).
           05 ORD-FACTURA-MES PIC 9.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-OFICIALES    PIC XX VALUE SPACE.
       01  ST-ASIGNACIONES PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-RIESGO       PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-FECHA-VENCE  PIC 9(8) VALUE 0.
       01  WS-OFICIAL-CTA  PIC X(8) VALUE SPACE.

       01  WS-OFICIALES-SW PIC X VALUE "N".
           88 OFICIALES-DISPONIBLES VALUE "S".
       01  WS-FACTURAS-SW  PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES  VALUE "S".
       01  WS-RIESGO-SW    PIC X VALUE "N".
           88 RIESGO-DISPONIBLE     VALUE "S".

      * Corte de control por oficial y por cuenta.
       01  WS-OFICIAL-CURSO  PIC X(8) VALUE SPACE.
       01  WS-NOMBRE-OFICIAL PIC X(40) VALUE SPACE.
       01  WS-ESTADO-OFICIAL PIC X    VALUE SPACE.
       01  WS-HAY-OFICIAL-SW PIC X    VALUE "N".
           88 HAY-OFICIAL-EN-CURSO VALUE "S".
       01  WS-ID-CURSO       PIC 9(8) VALUE 0.
       01  WS-CUENTA-SW      PIC X    VALUE "N".
           88 CUENTA-EN-CARTERA    VALUE "S".
       01  WS-CTA-VENCIDO    PIC S9(9)V9(3) VALUE 0.
       01  WS-CTA-FACTURADO  PIC S9(9)V9(3) VALUE 0.
       01  WS-CTA-FACTURAS   PIC 9(5)       VALUE 0.

      * Medida de sobre limite de SOBRE-LIMITE: deuda neta del
      * colateral elegible contra el limite asignado.
       01  WS-LIMITE-VIGENTE    PIC S9(7)V9(3) VALUE 0.
       01  WS-GARANTIA-ELEGIBLE PIC S9(9)V9(3) VALUE 0.
       01  WS-DEUDA-NETA        PIC S9(9)V9(3) VALUE 0.
       01  WS-SOBRE-LIMITE-SW   PIC X VALUE "N".
           88 CUENTA-SOBRE-LIMITE VALUE "S".
       01  WS-GRADO             PIC X VALUE SPACE.
       01  WS-GRADO-I           PIC 9 VALUE 0.

      * Acumulados del oficial (1) y generales (2). Grados: 1 = A a
      * 4 = D, 5 = sin grado.
       01  WS-ACUMULADOS.
           05 WS-ACUM OCCURS 2 TIMES.
               10 WS-AC-CUENTAS     PIC 9(7).
               10 WS-AC-SALDO       PIC S9(11)V9(3).
               10 WS-AC-VENCIDO     PIC S9(11)V9(3).
               10 WS-AC-SOBRE-LIM   PIC 9(7).
               10 WS-AC-FACTURAS    PIC 9(7).
               10 WS-AC-FACTURADO   PIC S9(11)V9(3).
               10 WS-AC-GRADO       PIC 9(7) OCCURS 5 TIMES.
       01  WS-AC-I           PIC 9 VALUE 0.
       01  WS-TOTAL-OFICIALES PIC 9(5) VALUE 0.

       01  LINEA-CUENTA.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCU-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCU-NOMBRE     PIC X(30).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCU-SALDO      PIC -(7)9,99.
           05 FILLER         PIC X     VALUE SPACE.
           05 LCU-VENCIDO    PIC -(7)9,99.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCU-SOBRE-LIM  PIC X(2).
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LCU-GRADO      PIC X.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LCU-FACTURAS   PIC ZZZ9.
           05 FILLER         PIC X     VALUE SPACE.
           05 LCU-FACTURADO  PIC -(7)9,99.

       01  LINEA-TOTAL-1.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 FILLER         PIC X(9)  VALUE "CUENTAS: ".
           05 LT1-CUENTAS    PIC ZZZZZZ9.
           05 FILLER         PIC X(9)  VALUE "  SALDO: ".
           05 LT1-SALDO      PIC -(11)9,99.
           05 FILLER         PIC X(11) VALUE "  VENCIDO: ".
           05 LT1-VENCIDO    PIC -(11)9,99.
           05 FILLER         PIC X(16) VALUE "  SOBRE LIMITE: ".
           05 LT1-SOBRE-LIM  PIC ZZZZZZ9.
       01  LINEA-TOTAL-2.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 FILLER         PIC X(9)  VALUE "GRADOS A:".
           05 LT2-GRADO-A    PIC ZZZZZ9.
           05 FILLER         PIC X(4)  VALUE "  B:".
           05 LT2-GRADO-B    PIC ZZZZZ9.
           05 FILLER         PIC X(4)  VALUE "  C:".
           05 LT2-GRADO-C    PIC ZZZZZ9.
           05 FILLER         PIC X(4)  VALUE "  D:".
           05 LT2-GRADO-D    PIC ZZZZZ9.
           05 FILLER         PIC X(13) VALUE "  SIN GRADO:".
           05 LT2-SIN-GRADO  PIC ZZZZZ9.
           05 FILLER         PIC X(19) VALUE "  FACTURAS DEL MES:".
           05 LT2-FACTURAS   PIC ZZZZZZ9.
           05 FILLER         PIC X(3)  VALUE " - ".
           05 LT2-FACTURADO  PIC -(11)9,99.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARTERA-OFICIAL" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ASIGNACIONES-OFICIAL.
           IF ST-ASIGNACIONES NOT = "00"
               DISPLAY "Error abriendo ASIGNACIONES-OFICIAL ("
                   ST-ASIGNACIONES "): asigne oficiales con "
                   "ASIGNA-OFICIALES."
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN INPUT OFICIALES.
           IF ST-OFICIALES = "00"
               SET OFICIALES-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Aviso: oficiales.dat no disponible, las "
                   "secciones salen sin nombre.".
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS = "00"
               SET FACTURAS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Aviso: facturas.dat no disponible, el reporte "
                   "sale sin vencido ni facturado.".
           OPEN INPUT RIESGO.
           IF ST-RIESGO = "00"
               SET RIESGO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "Aviso: riesgo.dat no disponible, las cuentas "
                   "salen sin grado.".
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           INITIALIZE WS-ACUMULADOS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CARTERA POR OFICIAL DE CUENTA - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-OFICIAL ORD-ID ORD-TIPO
               INPUT  PROCEDURE IS SUELTO-CARTERA
                   THRU F-SUELTO-CARTERA
               OUTPUT PROCEDURE IS IMPRIMO-CARTERA
                   THRU F-IMPRIMO-CARTERA.
           PERFORM IMPRIMO-TOTAL-GENERAL.
           CLOSE CLIENTES.
           CLOSE ASIGNACIONES-OFICIAL.
           IF OFICIALES-DISPONIBLES
               CLOSE OFICIALES.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS.
           IF RIESGO-DISPONIBLE
               CLOSE RIESGO.
           CLOSE REPORTE.
           DISPLAY "Cartera por oficial en cartera_oficiales.txt: "
               WS-TOTAL-OFICIALES " oficiales.".
           STOP RUN.

      ******************************************************************
      * Suelta al ordenamiento cada cuenta con oficial asignado y
      * cada cuenta comercial activa sin oficial (oficial en blanco);
      * despues cada factura vencida a hoy o emitida en el mes, con el
      * oficial de su cuenta.
      ******************************************************************
       SUELTO-CARTERA.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO SUELTO-FACTURAS
           END-START.

       LEO-CLIENTE-CARTERA.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO SUELTO-FACTURAS
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO SUELTO-FACTURAS.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CLIENTE-CARTERA.
           MOVE CLI-ID TO ASO-ID-CLIENTE.
           PERFORM BUSCO-OFICIAL-CUENTA.
           IF WS-OFICIAL-CTA = SPACE
               IF CLI_CATEGORIA NOT = "E" OR CUENTA-CERRADA
                   GO TO LEO-CLIENTE-CARTERA
               END-IF
           END-IF.
           MOVE WS-OFICIAL-CTA TO ORD-OFICIAL.
           MOVE CLI-ID         TO ORD-ID.
           MOVE "1"            TO ORD-TIPO.
           MOVE 0              TO ORD-VENCIDO.
           MOVE 0              TO ORD-FACTURADO.
           MOVE 0              TO ORD-FACTURA-MES.
           RELEASE REG-ORDEN.
           GO TO LEO-CLIENTE-CARTERA.

       SUELTO-FACTURAS.
           IF NOT FACTURAS-DISPONIBLES
               GO TO F-SUELTO-CARTERA.
           MOVE 0 TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO F-SUELTO-CARTERA
           END-START.

       LEO-FACTURA-CARTERA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO F-SUELTO-CARTERA
           END-READ.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA-CARTERA.
           MOVE 0 TO ORD-VENCIDO.
           MOVE 0 TO ORD-FACTURADO.
           MOVE 0 TO ORD-FACTURA-MES.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE FAC-FECHA-VENCE TO WS-FECHA-VENCE
           ELSE
               MOVE FAC-FECHA TO WS-FECHA-VENCE.
           IF FAC-ESTADO = "A" AND FAC-SALDO-PENDIENTE > 0
            AND WS-FECHA-VENCE < WS-FECHA-HOY
               MOVE FAC-SALDO-PENDIENTE TO ORD-VENCIDO.
           IF FAC-FECHA (1:6) = WS-FECHA-HOY (1:6)
               MOVE FAC-VALOR TO ORD-FACTURADO
               MOVE 1         TO ORD-FACTURA-MES.
           IF ORD-VENCIDO = 0 AND ORD-FACTURA-MES = 0
               GO TO LEO-FACTURA-CARTERA.
           MOVE FAC-ID-CLIENTE TO ASO-ID-CLIENTE.
           PERFORM BUSCO-OFICIAL-CUENTA.
           MOVE WS-OFICIAL-CTA TO ORD-OFICIAL.
           MOVE FAC-ID-CLIENTE TO ORD-ID.
           MOVE "2"            TO ORD-TIPO.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA-CARTERA.

       F-SUELTO-CARTERA.
           EXIT.

       BUSCO-OFICIAL-CUENTA.
           MOVE SPACE TO WS-OFICIAL-CTA.
           READ ASIGNACIONES-OFICIAL KEY IS ASO-ID-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASO-OFICIAL TO WS-OFICIAL-CTA
           END-READ.

      ******************************************************************
      * Corte por oficial y por cuenta. Las facturas de una cuenta que
      * no esta en la cartera (cuenta de otra categoria sin oficial)
      * se descartan al cerrar la cuenta.
      ******************************************************************
       IMPRIMO-CARTERA.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-CUENTA THRU F-CIERRO-CUENTA
                   PERFORM CIERRO-OFICIAL THRU F-CIERRO-OFICIAL
                   GO TO F-IMPRIMO-CARTERA
           END-RETURN.
           IF NOT HAY-OFICIAL-EN-CURSO
            OR ORD-OFICIAL NOT = WS-OFICIAL-CURSO
               PERFORM CIERRO-CUENTA THRU F-CIERRO-CUENTA
               PERFORM CIERRO-OFICIAL THRU F-CIERRO-OFICIAL
               MOVE ORD-OFICIAL TO WS-OFICIAL-CURSO
               MOVE "S" TO WS-HAY-OFICIAL-SW
               PERFORM ABRO-OFICIAL
               MOVE 0 TO WS-ID-CURSO.
           IF ORD-ID NOT = WS-ID-CURSO
               PERFORM CIERRO-CUENTA THRU F-CIERRO-CUENTA
               MOVE ORD-ID TO WS-ID-CURSO
               MOVE "N"    TO WS-CUENTA-SW
               MOVE 0      TO WS-CTA-VENCIDO
               MOVE 0      TO WS-CTA-FACTURADO
               MOVE 0      TO WS-CTA-FACTURAS.
           IF ORD-TIPO = "1"
               SET CUENTA-EN-CARTERA TO TRUE
           ELSE
               ADD ORD-VENCIDO     TO WS-CTA-VENCIDO
               ADD ORD-FACTURADO   TO WS-CTA-FACTURADO
               ADD ORD-FACTURA-MES TO WS-CTA-FACTURAS.
           GO TO IMPRIMO-CARTERA.

       F-IMPRIMO-CARTERA.
           EXIT.

       ABRO-OFICIAL.
           ADD 1 TO WS-TOTAL-OFICIALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-OFICIAL-CURSO = SPACE
               MOVE "CUENTAS COMERCIALES SIN OFICIAL" TO LINEA-REPORTE
           ELSE
               PERFORM ARMO-TITULO-OFICIAL.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "   CLIENTE  RAZON SOCIAL                    "
               "     SALDO     VENCIDO  SL GRADO   FACT FACTURADO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-AC-CUENTAS (1) WS-AC-SALDO (1)
               WS-AC-VENCIDO (1) WS-AC-SOBRE-LIM (1)
               WS-AC-FACTURAS (1) WS-AC-FACTURADO (1).
           PERFORM LIMPIO-GRADO
               VARYING WS-GRADO-I FROM 1 BY 1 UNTIL WS-GRADO-I > 5.

       LIMPIO-GRADO.
           MOVE 0 TO WS-AC-GRADO (1 WS-GRADO-I).

       ARMO-TITULO-OFICIAL.
           MOVE "(no registrado)" TO WS-NOMBRE-OFICIAL.
           MOVE SPACE TO WS-ESTADO-OFICIAL.
           IF OFICIALES-DISPONIBLES
               MOVE WS-OFICIAL-CURSO TO OFI-CODIGO
               READ OFICIALES KEY IS OFI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OFI-NOMBRE TO WS-NOMBRE-OFICIAL
                       MOVE OFI-ESTADO TO WS-ESTADO-OFICIAL
               END-READ
           END-IF.
           IF WS-ESTADO-OFICIAL = "R"
               STRING "OFICIAL: " WS-OFICIAL-CURSO " "
                   WS-NOMBRE-OFICIAL
                   " (RETIRADO - REASIGNAR SU CARTERA)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "OFICIAL: " WS-OFICIAL-CURSO " "
                   WS-NOMBRE-OFICIAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE.

      ******************************************************************
      * Cierra la cuenta en curso: la lee del maestro, mide el sobre
      * limite, toma el grado de riesgo, acumula y escribe su linea.
      ******************************************************************
       CIERRO-CUENTA.
           IF NOT CUENTA-EN-CARTERA
               GO TO F-CIERRO-CUENTA.
           MOVE "N" TO WS-CUENTA-SW.
           MOVE WS-ID-CURSO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   GO TO F-CIERRO-CUENTA
           END-READ.
           PERFORM MIDO-SOBRE-LIMITE.
           PERFORM BUSCO-GRADO.
           ADD 1                TO WS-AC-CUENTAS (1).
           ADD CLI-SALDO        TO WS-AC-SALDO (1).
           ADD WS-CTA-VENCIDO   TO WS-AC-VENCIDO (1).
           ADD WS-CTA-FACTURAS  TO WS-AC-FACTURAS (1).
           ADD WS-CTA-FACTURADO TO WS-AC-FACTURADO (1).
           ADD 1 TO WS-AC-GRADO (1 WS-GRADO-I).
           MOVE SPACE TO LCU-SOBRE-LIM.
           IF CUENTA-SOBRE-LIMITE
               ADD 1 TO WS-AC-SOBRE-LIM (1)
               MOVE "SL" TO LCU-SOBRE-LIM.
           MOVE CLI-ID           TO LCU-ID.
           IF CLI_RAZONSOCIAL = SPACE
               MOVE CLI_NOMBRE      TO LCU-NOMBRE
           ELSE
               MOVE CLI_RAZONSOCIAL TO LCU-NOMBRE.
           MOVE CLI-SALDO        TO LCU-SALDO.
           MOVE WS-CTA-VENCIDO   TO LCU-VENCIDO.
           MOVE WS-GRADO         TO LCU-GRADO.
           MOVE WS-CTA-FACTURAS  TO LCU-FACTURAS.
           MOVE WS-CTA-FACTURADO TO LCU-FACTURADO.
           WRITE LINEA-REPORTE FROM LINEA-CUENTA.

       F-CIERRO-CUENTA.
           EXIT.

       MIDO-SOBRE-LIMITE.
           MOVE "N" TO WS-SOBRE-LIMITE-SW.
           IF CLI-LIMITE-CREDITO NOT NUMERIC
               MOVE 0 TO WS-LIMITE-VIGENTE
           ELSE
               MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-VIGENTE.
           IF WS-LIMITE-VIGENTE > 0 AND CLI-SALDO < 0
               MOVE 0 TO WS-GARANTIA-ELEGIBLE
               CALL "GARANTIA-NETA" USING CLI-ID
                   WS-GARANTIA-ELEGIBLE
               COMPUTE WS-DEUDA-NETA =
                   (0 - CLI-SALDO) - WS-GARANTIA-ELEGIBLE
               IF WS-DEUDA-NETA > WS-LIMITE-VIGENTE
                   SET CUENTA-SOBRE-LIMITE TO TRUE
               END-IF
           END-IF.

       BUSCO-GRADO.
           MOVE "-" TO WS-GRADO.
           IF RIESGO-DISPONIBLE
               MOVE CLI-ID TO RGO-ID-CLIENTE
               READ RIESGO KEY IS RGO-ID-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RGO-GRADO TO WS-GRADO
               END-READ
           END-IF.
           EVALUATE WS-GRADO
               WHEN "A" MOVE 1 TO WS-GRADO-I
               WHEN "B" MOVE 2 TO WS-GRADO-I
               WHEN "C" MOVE 3 TO WS-GRADO-I
               WHEN "D" MOVE 4 TO WS-GRADO-I
               WHEN OTHER
                   MOVE 5   TO WS-GRADO-I
                   MOVE "-" TO WS-GRADO
           END-EVALUATE.

      ******************************************************************
      * Totales del oficial en curso, que se suman a los generales.
      ******************************************************************
       CIERRO-OFICIAL.
           IF NOT HAY-OFICIAL-EN-CURSO
               GO TO F-CIERRO-OFICIAL.
           MOVE 1 TO WS-AC-I.
           PERFORM IMPRIMO-TOTALES.
           ADD WS-AC-CUENTAS (1)   TO WS-AC-CUENTAS (2).
           ADD WS-AC-SALDO (1)     TO WS-AC-SALDO (2).
           ADD WS-AC-VENCIDO (1)   TO WS-AC-VENCIDO (2).
           ADD WS-AC-SOBRE-LIM (1) TO WS-AC-SOBRE-LIM (2).
           ADD WS-AC-FACTURAS (1)  TO WS-AC-FACTURAS (2).
           ADD WS-AC-FACTURADO (1) TO WS-AC-FACTURADO (2).
           PERFORM SUMO-GRADO
               VARYING WS-GRADO-I FROM 1 BY 1 UNTIL WS-GRADO-I > 5.

       F-CIERRO-OFICIAL.
           EXIT.

       SUMO-GRADO.
           ADD WS-AC-GRADO (1 WS-GRADO-I) TO WS-AC-GRADO (2 WS-GRADO-I).

       IMPRIMO-TOTALES.
           MOVE WS-AC-CUENTAS (WS-AC-I)   TO LT1-CUENTAS.
           MOVE WS-AC-SALDO (WS-AC-I)     TO LT1-SALDO.
           MOVE WS-AC-VENCIDO (WS-AC-I)   TO LT1-VENCIDO.
           MOVE WS-AC-SOBRE-LIM (WS-AC-I) TO LT1-SOBRE-LIM.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-1.
           MOVE WS-AC-GRADO (WS-AC-I 1)   TO LT2-GRADO-A.
           MOVE WS-AC-GRADO (WS-AC-I 2)   TO LT2-GRADO-B.
           MOVE WS-AC-GRADO (WS-AC-I 3)   TO LT2-GRADO-C.
           MOVE WS-AC-GRADO (WS-AC-I 4)   TO LT2-GRADO-D.
           MOVE WS-AC-GRADO (WS-AC-I 5)   TO LT2-SIN-GRADO.
           MOVE WS-AC-FACTURAS (WS-AC-I)  TO LT2-FACTURAS.
           MOVE WS-AC-FACTURADO (WS-AC-I) TO LT2-FACTURADO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-2.

       IMPRIMO-TOTAL-GENERAL.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL GENERAL" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 2 TO WS-AC-I.
           PERFORM IMPRIMO-TOTALES.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM CARTERA-OFICIALES.
