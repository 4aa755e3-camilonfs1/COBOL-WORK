      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Concentracion de la cartera comercial por sector de
      *          actividad economica (CLI-SECTOR, sectores.dat): por
      *          cada sector, los clientes comerciales (CLI_CATEGORIA
      *          "E") no cerrados, la deuda en el maestro, lo vencido
      *          a hoy en facturas.dat y lo castigado en castigos.dat,
      *          cada uno con su porcentaje sobre el total de la
      *          cartera comercial. El sector cuya deuda pasa del
      *          porcentaje del parametro SECTOR-LIMITE-PCT (25 si no
      *          esta) sale marcado para el comite de credito. Las
      *          cuentas sin sector salen en su propio renglon y no se
      *          marcan; un codigo que ya no esta en la tabla sale
      *          como no registrado. Los castigos y facturas de
      *          cuentas que ya no estan en el maestro no se pueden
      *          atribuir y se informan aparte, fuera de los totales.
      *          El reporte queda fechado y registrado en
      *          generaciones.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa o consolidada
      *                     (EMPCORR): el operador elige la empresa,
      *                     el reporte la rotula y solo toma sus
      *                     cuentas, facturas y castigos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCENTRACION-SECTORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SECSEL.

           COPY CLISEL.

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

           SELECT ORDENADOS ASSIGN TO "./sectores_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  SECTORES.

           COPY SECTOR.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  FACTURAS.

           COPY FACTURA.

       FD  CASTIGOS.

           COPY CASTIGO.

      * Un renglon por sector de la tabla ("A"), por cuenta ("C"),
      * por factura vencida ("V") y por castigo ("K"); dentro de cada
      * sector la "A" llega primero con la descripcion.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-SECTOR       PIC X(4).
           05 ORD-TIPO         PIC X.
               88 ORD-ES-SECTOR     VALUE "A".
               88 ORD-ES-CUENTA     VALUE "C".
               88 ORD-ES-CASTIGO    VALUE "K".
               88 ORD-ES-VENCIDO    VALUE "V".
           05 ORD-ABIERTA      PIC X.
           05 ORD-VALOR        PIC S9(9)V9(3).
           05 ORD-DESCRIPCION  PIC X(40).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-SECTORES     PIC XX VALUE SPACE.
       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-CASTIGOS     PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.

       01  WS-CLIENTES-SW  PIC X VALUE "N".
           88 CLIENTES-ABIERTO VALUE "S".

       01  WS-FECHA-HOY     PIC 9(8)  VALUE 0.
       01  WS-FECHA-VENCE   PIC 9(8)  VALUE 0.
       01  WS-REPORTE-PATH  PIC X(60) VALUE SPACE.

      * Porcentaje de la deuda comercial por encima del cual un
      * sector se marca (parametro SECTOR-LIMITE-PCT).
       01  WS-PAR-CLAVE     PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR     PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO   PIC X          VALUE "N".
       01  WS-LIMITE-PCT    PIC 9(3)V9     VALUE 25.

      * Totales de la cartera comercial atribuida, base de los
      * porcentajes; se suman al cargar el archivo de trabajo.
       01  WS-TOTAL-CLIENTES  PIC 9(7)        VALUE 0.
       01  WS-TOTAL-SALDO     PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-VENCIDO   PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-CASTIGADO PIC S9(11)V9(3) VALUE 0.

      * Lo que no se puede atribuir a un sector (cuenta fuera del
      * maestro).
       01  WS-FACTURAS-SIN-CUENTA  PIC 9(7)        VALUE 0.
       01  WS-VENCIDO-SIN-CUENTA   PIC S9(11)V9(3) VALUE 0.
       01  WS-CASTIGOS-SIN-CUENTA  PIC 9(7)        VALUE 0.
       01  WS-CASTIGADO-SIN-CUENTA PIC S9(11)V9(3) VALUE 0.

      * Corte de control por sector.
       01  WS-SEC-EN-CURSO     PIC X(4)  VALUE SPACE.
       01  WS-HAY-SECTOR-SW    PIC X     VALUE "N".
           88 HAY-SECTOR-EN-CURSO VALUE "S".
       01  WS-SEC-REGISTRADO-SW PIC X    VALUE "N".
           88 SECTOR-REGISTRADO   VALUE "S".
       01  WS-SEC-DESCRIPCION  PIC X(40)       VALUE SPACE.
       01  WS-SEC-CLIENTES     PIC 9(7)        VALUE 0.
       01  WS-SEC-SALDO        PIC S9(11)V9(3) VALUE 0.
       01  WS-SEC-VENCIDO      PIC S9(11)V9(3) VALUE 0.
       01  WS-SEC-CASTIGADO    PIC S9(11)V9(3) VALUE 0.
       01  WS-PORCENTAJE       PIC 9(3)V9      VALUE 0.

       01  WS-TOTAL-SECTORES   PIC 9(5) VALUE 0.
       01  WS-SECTORES-EXCEDEN PIC 9(5) VALUE 0.

       01  LINEA-TITULOS.
           05 FILLER PIC X(36) VALUE "SECTOR".
           05 FILLER PIC X(13) VALUE "     CLIENTES".
           05 FILLER PIC X(21) VALUE "      DEUDA      %".
           05 FILLER PIC X(21) VALUE "    VENCIDO      %".
           05 FILLER PIC X(21) VALUE "  CASTIGADO      %".

       01  LINEA-SECTOR.
           05 DET-CODIGO       PIC X(4).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-DESCRIPCION  PIC X(30).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-CLIENTES     PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-PCT-CLIENTES PIC ZZ9,9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-SALDO        PIC -(10)9,99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-PCT-SALDO    PIC ZZ9,9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-VENCIDO      PIC -(10)9,99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-PCT-VENCIDO  PIC ZZ9,9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-CASTIGADO    PIC -(10)9,99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DET-PCT-CASTIGO  PIC ZZ9,9.
           05 DET-MARCA        PIC X(18).

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CONCENTRACION-SECTORES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "SECTOR-LIMITE-PCT" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-LIMITE-PCT.
      *    La corrida de una sola empresa deja su reporte aparte para
      *    no pisar el consolidado ni el de otra empresa del mismo dia.
           IF CORRIDA-CONSOLIDADA
               STRING "./concentracion_sectores_" WS-FECHA-HOY ".txt"
                   DELIMITED BY SIZE INTO WS-REPORTE-PATH
           ELSE
               STRING "./concentracion_sectores_" WS-FECHA-HOY "_"
                   WS-EMP-CORRIDA ".txt"
                   DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CONCENTRACION DE LA CARTERA COMERCIAL POR SECTOR "
               "DE ACTIVIDAD AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LIMITE-PCT TO DET-PCT-SALDO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "LIMITE DE CONCENTRACION POR SECTOR: "
               DET-PCT-SALDO " % DE LA DEUDA COMERCIAL"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-TITULOS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-SECTOR ORD-TIPO
               INPUT  PROCEDURE IS CARGO-DATOS THRU F-CARGO-DATOS
               OUTPUT PROCEDURE IS CORTO-POR-SECTOR
                   THRU F-CORTO-POR-SECTOR.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE REPORTE.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           STOP RUN.

      ******************************************************************
      * Carga el archivo de trabajo con los sectores de la tabla, las
      * cuentas comerciales, sus facturas vencidas y sus castigos, y
      * suma los totales de la cartera para los porcentajes.
      ******************************************************************
       CARGO-DATOS.
           PERFORM CARGO-SECTORES THRU F-CARGO-SECTORES.
           PERFORM CARGO-CUENTAS THRU F-CARGO-CUENTAS.
           PERFORM CARGO-FACTURAS THRU F-CARGO-FACTURAS.
           PERFORM CARGO-CASTIGOS THRU F-CARGO-CASTIGOS.
           IF CLIENTES-ABIERTO
               CLOSE CLIENTES.

       F-CARGO-DATOS.
           EXIT.

       CARGO-SECTORES.
           OPEN INPUT SECTORES.
           IF ST-SECTORES NOT = "00"
               DISPLAY "Tabla de sectores no disponible, los codigos "
                   "salen como no registrados."
               GO TO F-CARGO-SECTORES.

       LEO-SECTOR.
           READ SECTORES NEXT RECORD
               AT END
                   CLOSE SECTORES
                   GO TO F-CARGO-SECTORES
           END-READ.
           IF ST-SECTORES > "07" AND ST-SECTORES NOT = "10"
               DISPLAY "Error leyendo SECTORES (" ST-SECTORES ")"
               MOVE 16 TO RETURN-CODE
               CLOSE SECTORES
               GO TO F-CARGO-SECTORES.
           INITIALIZE REG-ORDEN.
           MOVE SEC-CODIGO      TO ORD-SECTOR.
           MOVE "A"             TO ORD-TIPO.
           MOVE SEC-DESCRIPCION TO ORD-DESCRIPCION.
           RELEASE REG-ORDEN.
           GO TO LEO-SECTOR.

       F-CARGO-SECTORES.
           EXIT.

      ******************************************************************
      * Cuentas comerciales del maestro: aportan la deuda (saldo
      * negativo, en positivo) y, si no estan cerradas, cuentan como
      * cliente del sector. El maestro queda abierto para buscar la
      * cuenta de cada factura y de cada castigo.
      ******************************************************************
       CARGO-CUENTAS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-CUENTAS.
           SET CLIENTES-ABIERTO TO TRUE.

       LEO-CUENTA.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-CARGO-CUENTAS
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-CUENTAS.
           IF CLI_CATEGORIA NOT = "E"
               GO TO LEO-CUENTA.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CUENTA.
           INITIALIZE REG-ORDEN.
           MOVE CLI-SECTOR TO ORD-SECTOR.
           MOVE "C" TO ORD-TIPO.
           MOVE 0 TO ORD-VALOR.
           IF CLI-SALDO < 0
               COMPUTE ORD-VALOR = 0 - CLI-SALDO.
           ADD ORD-VALOR TO WS-TOTAL-SALDO.
           IF NOT CUENTA-CERRADA
               MOVE "S" TO ORD-ABIERTA
               ADD 1 TO WS-TOTAL-CLIENTES.
           RELEASE REG-ORDEN.
           GO TO LEO-CUENTA.

       F-CARGO-CUENTAS.
           EXIT.

      ******************************************************************
      * Facturas abiertas con saldo y vencidas a hoy (sin fecha de
      * vencimiento, las viejas vencen el dia de la factura), de
      * cuentas comerciales.
      ******************************************************************
       CARGO-FACTURAS.
           IF NOT CLIENTES-ABIERTO
               GO TO F-CARGO-FACTURAS.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS NOT = "00"
               GO TO F-CARGO-FACTURAS.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   CLOSE FACTURAS
                   GO TO F-CARGO-FACTURAS
           END-READ.
           IF ST-FACTURAS > "07" AND ST-FACTURAS NOT = "10"
               DISPLAY "Error leyendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE FACTURAS
               GO TO F-CARGO-FACTURAS.
           IF FAC-ESTADO NOT = "A" OR FAC-SALDO-PENDIENTE NOT > 0
               GO TO LEO-FACTURA.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE FAC-FECHA-VENCE TO WS-FECHA-VENCE
           ELSE
               MOVE FAC-FECHA TO WS-FECHA-VENCE.
           IF WS-FECHA-VENCE NOT < WS-FECHA-HOY
               GO TO LEO-FACTURA.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA.
           MOVE FAC-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-FACTURAS-SIN-CUENTA
                   ADD FAC-SALDO-PENDIENTE TO WS-VENCIDO-SIN-CUENTA
                   GO TO LEO-FACTURA
           END-READ.
           IF CLI_CATEGORIA NOT = "E"
               GO TO LEO-FACTURA.
           INITIALIZE REG-ORDEN.
           MOVE CLI-SECTOR          TO ORD-SECTOR.
           MOVE "V"                 TO ORD-TIPO.
           MOVE FAC-SALDO-PENDIENTE TO ORD-VALOR.
           ADD ORD-VALOR TO WS-TOTAL-VENCIDO.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       F-CARGO-FACTURAS.
           EXIT.

      ******************************************************************
      * Castigos de cuentas comerciales: el monto castigado, activo o
      * ya saldado por recuperaciones.
      ******************************************************************
       CARGO-CASTIGOS.
           IF NOT CLIENTES-ABIERTO
               GO TO F-CARGO-CASTIGOS.
           OPEN INPUT CASTIGOS.
           IF ST-CASTIGOS NOT = "00"
               GO TO F-CARGO-CASTIGOS.

       LEO-CASTIGO.
           READ CASTIGOS NEXT RECORD
               AT END
                   CLOSE CASTIGOS
                   GO TO F-CARGO-CASTIGOS
           END-READ.
           IF ST-CASTIGOS > "07" AND ST-CASTIGOS NOT = "10"
               DISPLAY "Error leyendo CASTIGOS (" ST-CASTIGOS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CASTIGOS
               GO TO F-CARGO-CASTIGOS.
      *    El castigo no guarda empresa: va la de la cuenta, y el de
      *    una cuenta que ya no esta en el maestro queda en la 001.
           MOVE CAS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO WS-EMP-REGISTRO
                   PERFORM EVALUO-EMPRESA-REGISTRO
                   IF EMPRESA-EN-CORRIDA
                       ADD 1 TO WS-CASTIGOS-SIN-CUENTA
                       ADD CAS-VALOR TO WS-CASTIGADO-SIN-CUENTA
                   END-IF
                   GO TO LEO-CASTIGO
           END-READ.
           IF CLI_CATEGORIA NOT = "E"
               GO TO LEO-CASTIGO.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CASTIGO.
           INITIALIZE REG-ORDEN.
           MOVE CLI-SECTOR TO ORD-SECTOR.
           MOVE "K"        TO ORD-TIPO.
           MOVE CAS-VALOR  TO ORD-VALOR.
           ADD ORD-VALOR TO WS-TOTAL-CASTIGADO.
           RELEASE REG-ORDEN.
           GO TO LEO-CASTIGO.

       F-CARGO-CASTIGOS.
           EXIT.

       CORTO-POR-SECTOR.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-SECTOR THRU F-CIERRO-SECTOR
                   GO TO F-CORTO-POR-SECTOR
           END-RETURN.
           IF NOT HAY-SECTOR-EN-CURSO
            OR ORD-SECTOR NOT = WS-SEC-EN-CURSO
               PERFORM CIERRO-SECTOR THRU F-CIERRO-SECTOR
               PERFORM ABRO-SECTOR.
           EVALUATE TRUE
               WHEN ORD-ES-SECTOR
                   SET SECTOR-REGISTRADO TO TRUE
                   MOVE ORD-DESCRIPCION TO WS-SEC-DESCRIPCION
               WHEN ORD-ES-CUENTA
                   ADD ORD-VALOR TO WS-SEC-SALDO
                   IF ORD-ABIERTA = "S"
                       ADD 1 TO WS-SEC-CLIENTES
                   END-IF
               WHEN ORD-ES-VENCIDO
                   ADD ORD-VALOR TO WS-SEC-VENCIDO
               WHEN ORD-ES-CASTIGO
                   ADD ORD-VALOR TO WS-SEC-CASTIGADO
           END-EVALUATE.
           GO TO CORTO-POR-SECTOR.

       F-CORTO-POR-SECTOR.
           EXIT.

       ABRO-SECTOR.
           MOVE ORD-SECTOR TO WS-SEC-EN-CURSO.
           MOVE "S" TO WS-HAY-SECTOR-SW.
           MOVE "N" TO WS-SEC-REGISTRADO-SW.
           MOVE SPACE TO WS-SEC-DESCRIPCION.
           MOVE 0 TO WS-SEC-CLIENTES.
           MOVE 0 TO WS-SEC-SALDO.
           MOVE 0 TO WS-SEC-VENCIDO.
           MOVE 0 TO WS-SEC-CASTIGADO.

      ******************************************************************
      * Cierra el sector en curso: los sectores de la tabla sin
      * cartera comercial no salen; el resto sale con sus porcentajes
      * y, si la deuda pasa del limite, con la marca.
      ******************************************************************
       CIERRO-SECTOR.
           IF NOT HAY-SECTOR-EN-CURSO
               GO TO F-CIERRO-SECTOR.
           IF WS-SEC-CLIENTES = 0 AND WS-SEC-SALDO = 0
            AND WS-SEC-VENCIDO = 0 AND WS-SEC-CASTIGADO = 0
               GO TO F-CIERRO-SECTOR.
           MOVE WS-SEC-EN-CURSO TO DET-CODIGO.
           MOVE SPACE TO DET-MARCA.
           EVALUATE TRUE
               WHEN WS-SEC-EN-CURSO = SPACE
                   MOVE "(SIN CLASIFICAR)" TO DET-DESCRIPCION
               WHEN SECTOR-REGISTRADO
                   MOVE WS-SEC-DESCRIPCION TO DET-DESCRIPCION
               WHEN OTHER
                   MOVE "(NO REGISTRADO)" TO DET-DESCRIPCION
           END-EVALUATE.
           MOVE WS-SEC-CLIENTES  TO DET-CLIENTES.
           MOVE WS-SEC-SALDO     TO DET-SALDO.
           MOVE WS-SEC-VENCIDO   TO DET-VENCIDO.
           MOVE WS-SEC-CASTIGADO TO DET-CASTIGADO.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOTAL-CLIENTES > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SEC-CLIENTES * 100 / WS-TOTAL-CLIENTES.
           MOVE WS-PORCENTAJE TO DET-PCT-CLIENTES.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOTAL-SALDO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SEC-SALDO * 100 / WS-TOTAL-SALDO.
           MOVE WS-PORCENTAJE TO DET-PCT-SALDO.
           IF WS-PORCENTAJE > WS-LIMITE-PCT
            AND WS-SEC-EN-CURSO NOT = SPACE
               MOVE "  ** SOBRE LIMITE" TO DET-MARCA
               ADD 1 TO WS-SECTORES-EXCEDEN.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOTAL-VENCIDO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SEC-VENCIDO * 100 / WS-TOTAL-VENCIDO.
           MOVE WS-PORCENTAJE TO DET-PCT-VENCIDO.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOTAL-CASTIGADO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-SEC-CASTIGADO * 100 / WS-TOTAL-CASTIGADO.
           MOVE WS-PORCENTAJE TO DET-PCT-CASTIGO.
           MOVE LINEA-SECTOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-SEC-EN-CURSO NOT = SPACE
               ADD 1 TO WS-TOTAL-SECTORES.

       F-CIERRO-SECTOR.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE              TO DET-CODIGO.
           MOVE "TOTAL CARTERA COMERCIAL" TO DET-DESCRIPCION.
           MOVE WS-TOTAL-CLIENTES  TO DET-CLIENTES.
           MOVE WS-TOTAL-SALDO     TO DET-SALDO.
           MOVE WS-TOTAL-VENCIDO   TO DET-VENCIDO.
           MOVE WS-TOTAL-CASTIGADO TO DET-CASTIGADO.
           MOVE 100 TO DET-PCT-CLIENTES.
           MOVE 100 TO DET-PCT-SALDO.
           MOVE 100 TO DET-PCT-VENCIDO.
           MOVE 100 TO DET-PCT-CASTIGO.
           MOVE SPACE TO DET-MARCA.
           MOVE LINEA-SECTOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "SECTORES CON CARTERA: " WS-TOTAL-SECTORES
               "   SECTORES SOBRE EL LIMITE: " WS-SECTORES-EXCEDEN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FACTURAS-SIN-CUENTA > 0
               MOVE WS-VENCIDO-SIN-CUENTA TO DET-VENCIDO
               MOVE SPACE TO LINEA-REPORTE
               STRING "FACTURAS VENCIDAS DE CUENTAS FUERA DEL "
                   "MAESTRO (NO ATRIBUIDAS): " WS-FACTURAS-SIN-CUENTA
                   " POR " DET-VENCIDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF WS-CASTIGOS-SIN-CUENTA > 0
               MOVE WS-CASTIGADO-SIN-CUENTA TO DET-CASTIGADO
               MOVE SPACE TO LINEA-REPORTE
               STRING "CASTIGOS DE CUENTAS FUERA DEL MAESTRO (NO "
                   "ATRIBUIDOS): " WS-CASTIGOS-SIN-CUENTA
                   " POR " DET-CASTIGADO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           DISPLAY "Sectores reportados: " WS-TOTAL-SECTORES
               " sobre el limite: " WS-SECTORES-EXCEDEN.
           DISPLAY "Clientes comerciales: " WS-TOTAL-CLIENTES.
           DISPLAY "Reporte: " WS-REPORTE-PATH.

      ******************************************************************
      * Deja la generacion fechada del reporte en el registro de
      * generaciones, para LIMPIA-GENERACIONES.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "concentracion_sectores" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM CONCENTRACION-SECTORES.
