      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Posteo de las ventas a credito que llegan del sistema
      *          de punto de venta (ventas_pos.dat, VENTAPOS.cpy y
      *          VENTACTL.cpy) -- antes se digitaban una a una como
      *          ajustes CARGO en INICIO_2. Una pasada previa cuadra
      *          el encabezado y los totales contra el detalle y la
      *          secuencia contra la ultima corrida (corrida_ventas.dat)
      *          y rechaza completo el archivo descuadrado, truncado,
      *          fuera de secuencia o re-enviado. Cada venta se valida
      *          contra el registro de ventas posteadas (el documento
      *          de venta no se carga dos veces), el cliente,
      *          CLI-ESTADO, la moneda de la cuenta y el limite de
      *          credito neto de garantias; la aceptada baja CLI-SALDO
      *          por su valor, deja el movimiento VENTA y una factura
      *          abierta numerada en facturas.dat (base, IVA y
      *          vencimiento por el plazo del cliente) con su linea de
      *          detalle. La rechazada va al archivo de devolucion
      *          para el area de ventas (VENTADEV.cpy) con su motivo.
      *          RETURN-CODE 0 = todo posteado, 4 = hubo devueltas,
      *          8 = archivo rechazado completo, 16 = error de
      *          archivos o de numeracion.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Clave alterna por cliente en el registro de
      *                     ventas posteadas: FACTURACION-COMERCIAL
      *                     descuenta del ciclo las facturas de venta
      *                     aun abiertas del cliente, que ya se le
      *                     cobran por su cuenta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEO-VENTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL VENTAS-POS ASSIGN TO "./ventas_pos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-VENTAS.

           SELECT OPTIONAL VENTAS-POSTEADAS
                  ASSIGN TO "./ventas_posteadas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VRG-DOCUMENTO
                  ALTERNATE RECORD KEY IS VRG-ID-CLIENTE
                      WITH DUPLICATES
                  STATUS ST-REGISTRO.

           SELECT OPTIONAL VENTAS-DEVUELTAS ASSIGN TO WS-DEVUELTAS-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-DEVUELTAS.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DETALLE-FACTURAS
                  ASSIGN TO "./detalle_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FDT-CLAVE
                  STATUS ST-DETALLE.

           SELECT OPTIONAL CORRIDA-VENTAS
                  ASSIGN TO "./corrida_ventas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDA.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  VENTAS-POS.

           COPY VENTAPOS.

           COPY VENTACTL.

       FD  VENTAS-POSTEADAS.

           COPY VENTAREG.

       FD  VENTAS-DEVUELTAS.

           COPY VENTADEV.

       FD  FACTURAS.

           COPY FACTURA.

       FD  DETALLE-FACTURAS.

           COPY FACDET.

       FD  CORRIDA-VENTAS.
       01  REG-CORRIDA-VENTAS.
           05 CVT-FECHA-ARCHIVO PIC 9(8).
           05 CVT-CONTEO        PIC 9(7).
           05 CVT-TOTAL         PIC 9(11)V9(3).
           05 CVT-SECUENCIA     PIC 9(6).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS   PIC XX VALUE SPACE.
       01  ST-VENTAS        PIC XX VALUE SPACE.
       01  ST-REGISTRO      PIC XX VALUE SPACE.
       01  ST-DEVUELTAS     PIC XX VALUE SPACE.
       01  ST-FACTURAS      PIC XX VALUE SPACE.
       01  ST-DETALLE       PIC XX VALUE SPACE.
       01  ST-CORRIDA       PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-REPORTE-PATH    PIC X(60) VALUE SPACE.
       01  WS-DEVUELTAS-PATH  PIC X(60) VALUE SPACE.

       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.

       01  WS-FIN-VENTAS-SW PIC X VALUE "N".
           88 FIN-VENTAS    VALUE "S".

      * Resumen del archivo en la pasada previa y lo que declaran sus
      * registros de control.
       01  WS-ARCH-FECHA     PIC 9(8)       VALUE 0.
       01  WS-ARCH-CONTEO    PIC 9(7)       VALUE 0.
       01  WS-ARCH-TOTAL     PIC 9(11)V9(3) VALUE 0.
       01  WS-ARCH-IVA       PIC 9(11)V9(3) VALUE 0.
       01  WS-ENC-SECUENCIA  PIC 9(6)       VALUE 0.
       01  WS-TRL-CONTEO     PIC 9(7)       VALUE 0.
       01  WS-TRL-TOTAL      PIC 9(11)V9(3) VALUE 0.
       01  WS-TRL-IVA        PIC 9(11)V9(3) VALUE 0.
       01  WS-ULT-SECUENCIA  PIC 9(6)       VALUE 0.
       01  WS-ENC-PRESENTE-SW PIC X VALUE "N".
           88 HAY-ENCABEZADO VALUE "S".
       01  WS-TRL-PRESENTE-SW PIC X VALUE "N".
           88 HAY-TOTALES    VALUE "S".
       01  WS-ARCHIVO-MALO-SW PIC X VALUE "N".
           88 ARCHIVO-MALO   VALUE "S".
       01  WS-ARCHIVO-REPETIDO-SW PIC X VALUE "N".
           88 ARCHIVO-REPETIDO VALUE "S".

      * Venta en curso: motivo de devolucion, moneda de la cuenta,
      * saldo propuesto y compuerta del limite de credito.
       01  WS-MOTIVO-COD      PIC XX         VALUE SPACE.
       01  WS-MOTIVO          PIC X(30)      VALUE SPACE.
       01  WS-MONEDA-CUENTA   PIC X(3)       VALUE SPACE.
       01  WS-EMPRESA-CLIENTE PIC 9(3)       VALUE 1.
       01  WS-VALOR-CARGO     PIC S9(7)V9(3) VALUE 0.
       01  WS-SALDO-PROPUESTO PIC S9(9)V9(3) VALUE 0.
       01  WS-SALDO-NETO      PIC S9(9)V9(3) VALUE 0.
       01  WS-LIMITE-VIGENTE  PIC S9(7)V9(3) VALUE 0.
       01  WS-GARANTIA-ELEGIBLE PIC S9(9)V9(3) VALUE 0.
       01  WS-TASA-IVA-MIL    PIC 9(3)       VALUE 0.
       01  WS-PLAZO-DIAS      PIC 9(3)       VALUE 0.
       01  WS-TIPO-VALIDO     PIC X          VALUE SPACE.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

       01  WS-TOTAL-LEIDOS     PIC 9(7)       VALUE 0.
       01  WS-TOTAL-POSTEADAS  PIC 9(7)       VALUE 0.
       01  WS-TOTAL-DEVUELTAS  PIC 9(7)       VALUE 0.
       01  WS-TOTAL-DUPLICADAS PIC 9(7)       VALUE 0.
       01  WS-VALOR-POSTEADO   PIC 9(11)V9(3) VALUE 0.
       01  WS-IVA-POSTEADO     PIC 9(11)V9(3) VALUE 0.
       01  WS-VALOR-DEVUELTO   PIC 9(11)V9(3) VALUE 0.

       01  WS-ED-CONTEO      PIC Z(6)9.
       01  WS-ED-VALOR       PIC Z(10)9,99.

       01  LINEA-DETALLE.
           05 DET-ID          PIC Z(7)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-DOCUMENTO   PIC X(15).
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-FECHA       PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-VALOR       PIC Z(6)9,999.
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-IVA         PIC Z(6)9,999.
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-MONEDA      PIC X(3).
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-RESULTADO   PIC X(9).
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-FACTURA     PIC Z(7)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-MOTIVO      PIC X(30).

           COPY NUMFISWS.

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "POSTEO-VENTAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"           TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./posteo_ventas_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           MOVE SPACE TO WS-DEVUELTAS-PATH.
           STRING "./ventas_devueltas_" WS-FECHA-HOY ".dat"
               DELIMITED BY SIZE INTO WS-DEVUELTAS-PATH.
           PERFORM VERIFICO-CORRIDA THRU F-VERIFICO-CORRIDA.
           IF ARCHIVO-MALO
               DISPLAY "ARCHIVO DE VENTAS RECHAZADO COMPLETO: no se "
                   "postea una sola venta. Pida al area de ventas la "
                   "retransmision."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF ARCHIVO-REPETIDO
               DISPLAY "ARCHIVO DE VENTAS RECHAZADO: es identico al "
                   "ya procesado (fecha " WS-ARCH-FECHA ", "
                   WS-ARCH-CONTEO " ventas por " WS-ARCH-TOTAL
                   "). No se postea nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-ARCH-CONTEO = 0
               DISPLAY "Sin ventas del punto de venta por postear."
               STOP RUN.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE "CONTROL DEL POSTEO DE VENTAS DEL PUNTO DE VENTA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA: " WS-FECHA-HOY "  ARCHIVO DEL "
               WS-ARCH-FECHA "  SECUENCIA: " WS-ENC-SECUENCIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM POSTEO-VENTA THRU F-POSTEO-VENTA.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM GRABO-CORRIDA.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           IF WS-TOTAL-DEVUELTAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Pasada previa de control de archivo: resume el detalle, toma
      * los registros de control y los cuadra; el archivo debe ser
      * el siguiente en secuencia del ultimo procesado y no el mismo
      * re-enviado. A diferencia de los bancos, el punto de venta
      * siempre manda encabezado y totales: sin ellos no se postea.
      ******************************************************************
       VERIFICO-CORRIDA.
           OPEN INPUT VENTAS-POS.
           IF ST-VENTAS > "07"
               GO TO F-VERIFICO-CORRIDA.

       RESUMO-ARCHIVO.
           READ VENTAS-POS
               AT END
                   CLOSE VENTAS-POS
                   GO TO CUADRO-CONTROLES
           END-READ.
           IF VCT-ENCABEZADO
               MOVE "S" TO WS-ENC-PRESENTE-SW
               MOVE VCT-FECHA     TO WS-ARCH-FECHA
               MOVE VCT-SECUENCIA TO WS-ENC-SECUENCIA
               GO TO RESUMO-ARCHIVO.
           IF VCT-TOTALES
               MOVE "S" TO WS-TRL-PRESENTE-SW
               MOVE VCT-CONTEO    TO WS-TRL-CONTEO
               MOVE VCT-TOTAL     TO WS-TRL-TOTAL
               MOVE VCT-TOTAL-IVA TO WS-TRL-IVA
               GO TO RESUMO-ARCHIVO.
           ADD 1 TO WS-ARCH-CONTEO.
      *    Un valor no numerico no suma: el descuadre contra los
      *    totales declarados rechaza el archivo.
           IF VTA-VALOR NUMERIC
               ADD VTA-VALOR TO WS-ARCH-TOTAL.
           IF VTA-IVA NUMERIC
               ADD VTA-IVA TO WS-ARCH-IVA.
           GO TO RESUMO-ARCHIVO.

       CUADRO-CONTROLES.
           IF WS-ARCH-CONTEO = 0 AND NOT HAY-ENCABEZADO
            AND NOT HAY-TOTALES
               GO TO F-VERIFICO-CORRIDA.
           IF NOT HAY-ENCABEZADO OR NOT HAY-TOTALES
               DISPLAY "Archivo de ventas incompleto: le falta el "
                   "encabezado o el registro de totales "
                   "(transmision truncada?)."
               MOVE "S" TO WS-ARCHIVO-MALO-SW
               GO TO F-VERIFICO-CORRIDA.
           IF WS-TRL-CONTEO NOT = WS-ARCH-CONTEO
            OR WS-TRL-TOTAL NOT = WS-ARCH-TOTAL
            OR WS-TRL-IVA NOT = WS-ARCH-IVA
               DISPLAY "Archivo de ventas descuadrado: declara "
                   WS-TRL-CONTEO " ventas por " WS-TRL-TOTAL
                   " mas IVA " WS-TRL-IVA " y el detalle trae "
                   WS-ARCH-CONTEO " por " WS-ARCH-TOTAL
                   " mas IVA " WS-ARCH-IVA "."
               MOVE "S" TO WS-ARCHIVO-MALO-SW
               GO TO F-VERIFICO-CORRIDA.

       COMPARO-CORRIDA.
           OPEN INPUT CORRIDA-VENTAS.
           IF ST-CORRIDA > "07"
               GO TO F-VERIFICO-CORRIDA.
           READ CORRIDA-VENTAS
               AT END
                   CLOSE CORRIDA-VENTAS
                   GO TO F-VERIFICO-CORRIDA
           END-READ.
           IF CVT-SECUENCIA NUMERIC
               MOVE CVT-SECUENCIA TO WS-ULT-SECUENCIA.
           IF CVT-FECHA-ARCHIVO = WS-ARCH-FECHA
            AND CVT-CONTEO = WS-ARCH-CONTEO
            AND CVT-TOTAL = WS-ARCH-TOTAL
            AND WS-ARCH-CONTEO > 0
               MOVE "S" TO WS-ARCHIVO-REPETIDO-SW.
           CLOSE CORRIDA-VENTAS.
           IF WS-ULT-SECUENCIA > 0
            AND WS-ENC-SECUENCIA NOT = WS-ULT-SECUENCIA + 1
            AND NOT ARCHIVO-REPETIDO
               DISPLAY "Archivo de ventas fuera de secuencia: llego "
                   "la transmision " WS-ENC-SECUENCIA " y la ultima "
                   "procesada fue la " WS-ULT-SECUENCIA "."
               MOVE "S" TO WS-ARCHIVO-MALO-SW.

       F-VERIFICO-CORRIDA.
           EXIT.

      ******************************************************************
      * Deja el resumen del archivo recien procesado como registro de
      * control de la corrida.
      ******************************************************************
       GRABO-CORRIDA.
           OPEN OUTPUT CORRIDA-VENTAS.
           IF ST-CORRIDA > "07"
               DISPLAY "Aviso: no se pudo grabar el control de "
                   "corrida (" ST-CORRIDA ")."
           ELSE
               MOVE WS-ARCH-FECHA    TO CVT-FECHA-ARCHIVO
               MOVE WS-ARCH-CONTEO   TO CVT-CONTEO
               MOVE WS-ARCH-TOTAL    TO CVT-TOTAL
               MOVE WS-ENC-SECUENCIA TO CVT-SECUENCIA
               WRITE REG-CORRIDA-VENTAS
               CLOSE CORRIDA-VENTAS.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O VENTAS-POSTEADAS.
           IF ST-REGISTRO = "35"
               OPEN OUTPUT VENTAS-POSTEADAS
               CLOSE VENTAS-POSTEADAS
               OPEN I-O VENTAS-POSTEADAS.
           IF ST-REGISTRO > "07"
               DISPLAY "Error abriendo VENTAS-POSTEADAS (" ST-REGISTRO
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O FACTURAS.
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN I-O FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O DETALLE-FACTURAS.
           IF ST-DETALLE = "35"
               OPEN OUTPUT DETALLE-FACTURAS
               CLOSE DETALLE-FACTURAS
               OPEN I-O DETALLE-FACTURAS.
           IF ST-DETALLE > "07"
               DISPLAY "Error abriendo DETALLE-FACTURAS (" ST-DETALLE
                   ")"
               MOVE 16 TO RETURN-CODE.
      *    Una segunda transmision del dia agrega sus devueltas a las
      *    de la primera.
           OPEN EXTEND VENTAS-DEVUELTAS.
           IF ST-DEVUELTAS > "07"
               DISPLAY "Error abriendo VENTAS-DEVUELTAS ("
                   ST-DEVUELTAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT VENTAS-POS.
           IF ST-VENTAS > "07"
               DISPLAY "Error abriendo VENTAS-POS (" ST-VENTAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Recorre el detalle del archivo; los registros de control ya
      * se cuadraron en la pasada previa y aqui se saltan.
      ******************************************************************
       POSTEO-VENTA.
           READ VENTAS-POS
               AT END
                   GO TO F-POSTEO-VENTA
           END-READ.
           IF VCT-ENCABEZADO OR VCT-TOTALES
               GO TO POSTEO-VENTA.
           ADD 1 TO WS-TOTAL-LEIDOS.
           MOVE 0     TO DET-FACTURA.
           MOVE SPACE TO WS-MOTIVO.
           PERFORM VALIDO-VENTA THRU F-VALIDO-VENTA.
           IF WS-MOTIVO-COD NOT = SPACE
               PERFORM DEVUELVO-VENTA
               GO TO POSTEO-VENTA.
           PERFORM CARGO-VENTA THRU F-CARGO-VENTA.
           GO TO POSTEO-VENTA.

       F-POSTEO-VENTA.
           EXIT.

      ******************************************************************
      * Validacion de la venta en curso: deja WS-MOTIVO-COD en blanco
      * si se puede postear, o el codigo y la descripcion del motivo
      * de devolucion (ver VENTADEV.cpy). Con la venta aceptada el
      * registro del cliente queda leido.
      ******************************************************************
       VALIDO-VENTA.
           MOVE SPACE TO WS-MOTIVO-COD.
           IF VTA-VALOR NOT NUMERIC OR VTA-VALOR = 0
               MOVE "07" TO WS-MOTIVO-COD
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           IF VTA-IVA NOT NUMERIC OR VTA-IVA > VTA-VALOR
               MOVE "07" TO WS-MOTIVO-COD
               MOVE "IVA INVALIDO" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           IF VTA-FECHA NOT NUMERIC OR VTA-FECHA = 0
            OR VTA-FECHA > WS-FECHA-HOY
               MOVE "07" TO WS-MOTIVO-COD
               MOVE "FECHA INVALIDA" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           IF VTA-DOCUMENTO = SPACE
               MOVE "07" TO WS-MOTIVO-COD
               MOVE "SIN DOCUMENTO DE VENTA" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
      *    El registro se graba con cada venta posteada: el documento
      *    repetido dentro del mismo archivo tambien se devuelve.
           MOVE VTA-DOCUMENTO TO VRG-DOCUMENTO.
           READ VENTAS-POSTEADAS KEY IS VRG-DOCUMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DUPLICADAS
                   MOVE "06" TO WS-MOTIVO-COD
                   MOVE SPACE TO WS-MOTIVO
                   STRING "DUPLICADO, POSTEADO EL "
                       VRG-FECHA-POSTEO
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   GO TO F-VALIDO-VENTA
           END-READ.
           MOVE VTA-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "01" TO WS-MOTIVO-COD
                   MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                   GO TO F-VALIDO-VENTA
           END-READ.
           IF CUENTA-BLOQUEADA
               MOVE "02" TO WS-MOTIVO-COD
               MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           IF CUENTA-CERRADA
               MOVE "03" TO WS-MOTIVO-COD
               MOVE "CUENTA CERRADA" TO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           IF CLI-MONEDA = SPACE
               MOVE "USD" TO WS-MONEDA-CUENTA
           ELSE
               MOVE CLI-MONEDA TO WS-MONEDA-CUENTA.
           IF VTA-MONEDA NOT = SPACE
            AND VTA-MONEDA NOT = WS-MONEDA-CUENTA
               MOVE "04" TO WS-MOTIVO-COD
               MOVE SPACE TO WS-MOTIVO
               STRING "MONEDA DISTINTA (CUENTA EN " WS-MONEDA-CUENTA
                   ")" DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO F-VALIDO-VENTA.
           COMPUTE WS-SALDO-PROPUESTO = CLI-SALDO - VTA-VALOR.
           PERFORM VALIDO-LIMITE-CREDITO.

       F-VALIDO-VENTA.
           EXIT.

      ******************************************************************
      * Compuerta de limite de credito, la misma de INICIO_2: con
      * limite asignado (CLI-LIMITE-CREDITO numerico y mayor que
      * cero), la deuda resultante neta del colateral elegible de
      * garantias.dat no puede superarlo. En lote no hay a quien
      * pedirle que autorice el sobregiro: la venta se devuelve.
      ******************************************************************
       VALIDO-LIMITE-CREDITO.
           IF CLI-LIMITE-CREDITO NOT NUMERIC
               MOVE 0 TO WS-LIMITE-VIGENTE
           ELSE
               MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-VIGENTE.
           IF WS-LIMITE-VIGENTE > 0
               MOVE 0 TO WS-GARANTIA-ELEGIBLE
               CALL "GARANTIA-NETA" USING CLI-ID
                   WS-GARANTIA-ELEGIBLE
               COMPUTE WS-SALDO-NETO =
                   WS-SALDO-PROPUESTO + WS-GARANTIA-ELEGIBLE
               IF WS-SALDO-NETO < (0 - WS-LIMITE-VIGENTE)
                   MOVE "05" TO WS-MOTIVO-COD
                   MOVE "EXCEDE LIMITE DE CREDITO" TO WS-MOTIVO
               END-IF
           END-IF.

      ******************************************************************
      * Postea la venta aceptada: toma el numero de la factura del
      * rango autorizado, carga el valor a CLI-SALDO (la deuda crece,
      * el saldo baja), deja el movimiento VENTA y la factura abierta
      * con su linea, y anota el documento en el registro de ventas
      * posteadas. Como en FACTURACION-COMERCIAL, CLI-SALDO lleva la
      * base y el IVA queda en la factura.
      ******************************************************************
       CARGO-VENTA.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-CLIENTE
           ELSE
               MOVE CLI-EMPRESA TO WS-EMPRESA-CLIENTE.
           MOVE "S"                TO WS-NFI-FUNCION.
           MOVE "F"                TO WS-NFI-TIPO.
           MOVE WS-EMPRESA-CLIENTE TO WS-NFI-EMPRESA.
           MOVE VTA-FECHA          TO WS-NFI-FECHA.
           CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION
               WS-NFI-TIPO WS-NFI-EMPRESA WS-NFI-FECHA
               WS-NFI-NUMERO WS-NFI-SUCURSAL WS-NFI-LEYENDA
               WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO NOT = "S"
               DISPLAY "Sin rango de numeracion autorizado vigente: "
                   "no se postea la venta " VTA-DOCUMENTO
               MOVE 16 TO RETURN-CODE
               MOVE "08" TO WS-MOTIVO-COD
               MOVE "SIN NUMERACION DE FACTURA" TO WS-MOTIVO
               PERFORM DEVUELVO-VENTA
               GO TO F-CARGO-VENTA.
           COMPUTE WS-VALOR-CARGO = 0 - VTA-VALOR.
           ADD WS-VALOR-CARGO TO CLI-SALDO.
           MOVE "VENTA" TO WS-CMP-TIPO.
           MOVE WS-VALOR-CARGO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el saldo del cliente " CLI-ID
                   " (" ST-FILE "), la venta " VTA-DOCUMENTO
                   " no se postea."
               MOVE 16 TO RETURN-CODE
               MOVE "09" TO WS-MOTIVO-COD
               MOVE "ERROR GRABANDO EL CLIENTE" TO WS-MOTIVO
               PERFORM DEVUELVO-VENTA
               GO TO F-CARGO-VENTA.
           MOVE CLI-ID TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0              TO MOV-SECUENCIA.
           MOVE "VENTA"        TO MOV-TIPO.
           MOVE WS-VALOR-CARGO TO MOV-VALOR.
           MOVE CLI-SALDO      TO MOV-SALDO-NUEVO.
           MOVE SPACE          TO MOV-OPERADOR.
           MOVE "N"            TO MOV-MARCA-REVERSADO.
      *    Referencia al documento de venta del punto de venta.
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "VENTA " VTA-DOCUMENTO
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "Aviso: tipo de movimiento " MOV-TIPO
                   " no esta en la tabla de tipos.".
           MOVE WS-EMPRESA-CLIENTE TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-VENTA-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-VENTA-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento de la venta "
                   VTA-DOCUMENTO " del cliente " CLI-ID " ("
                   ST-MOVIMIENTOS "), REVISAR A MANO."
               MOVE 16 TO RETURN-CODE.
           PERFORM GRABO-FACTURA-VENTA.
           MOVE VTA-DOCUMENTO  TO VRG-DOCUMENTO.
           MOVE VTA-ID-CLIENTE TO VRG-ID-CLIENTE.
           MOVE VTA-FECHA      TO VRG-FECHA.
           MOVE VTA-VALOR      TO VRG-VALOR.
           MOVE VTA-IVA        TO VRG-IVA.
           MOVE FAC-NUMERO     TO VRG-FAC-NUMERO.
           MOVE WS-FECHA-HOY   TO VRG-FECHA-POSTEO.
           WRITE REG-VENTA-POSTEADA.
           IF ST-REGISTRO > "07"
               DISPLAY "Error anotando la venta " VTA-DOCUMENTO
                   " en el registro de ventas posteadas ("
                   ST-REGISTRO "), REVISAR A MANO: la venta ya esta "
                   "posteada."
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOTAL-POSTEADAS.
           ADD VTA-VALOR TO WS-VALOR-POSTEADO.
           ADD VTA-IVA   TO WS-IVA-POSTEADO.
           MOVE "POSTEADA" TO DET-RESULTADO.
           MOVE FAC-NUMERO TO DET-FACTURA.
           MOVE SPACE      TO WS-MOTIVO.
           PERFORM IMPRIMO-DETALLE.

       F-CARGO-VENTA.
           EXIT.

      ******************************************************************
      * Factura abierta por la venta: base y IVA como llegaron del
      * punto de venta, fechada en la fecha de la venta y vencida
      * segun el plazo del cliente o de su categoria, con una sola
      * linea VENTA que cita el documento.
      ******************************************************************
       GRABO-FACTURA-VENTA.
           MOVE 0 TO WS-TASA-IVA-MIL.
           COMPUTE WS-TASA-IVA-MIL ROUNDED =
               VTA-IVA * 1000 / VTA-VALOR
               ON SIZE ERROR
                   MOVE 999 TO WS-TASA-IVA-MIL
           END-COMPUTE.
           INITIALIZE REG-FACTURA.
           MOVE WS-NFI-NUMERO   TO FAC-NUMERO.
           MOVE CLI-ID          TO FAC-ID-CLIENTE.
           IF CLI_RAZONSOCIAL = SPACE
               MOVE CLI_NOMBRE      TO FAC-RAZONSOCIAL
           ELSE
               MOVE CLI_RAZONSOCIAL TO FAC-RAZONSOCIAL.
           MOVE VTA-FECHA       TO FAC-FECHA.
           COMPUTE FAC-VALOR = VTA-VALOR + VTA-IVA.
           MOVE FAC-VALOR       TO FAC-SALDO-PENDIENTE.
           MOVE "A"             TO FAC-ESTADO.
           MOVE VTA-VALOR       TO FAC-BASE.
           MOVE VTA-IVA         TO FAC-IVA.
           MOVE WS-TASA-IVA-MIL TO FAC-TASA-IVA-MIL.
           MOVE 0               TO FAC-ID-SUCURSAL.
           MOVE SPACE           TO FAC-NOMBRE-SUCURSAL.
           MOVE 0               TO FAC-FECHA-SALDADA.
           MOVE WS-EMPRESA-CLIENTE TO FAC-EMPRESA.
           CALL "CONSULTA-PLAZO" USING CLI-ID CLI_CATEGORIA FAC-FECHA
               WS-PLAZO-DIAS FAC-FECHA-VENCE.
           WRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error grabando la factura " FAC-NUMERO
                   " de la venta " VTA-DOCUMENTO " (" ST-FACTURAS
                   "), REVISAR A MANO: el cargo ya esta posteado."
               MOVE 16 TO RETURN-CODE.
           MOVE FAC-NUMERO       TO FDT-NUMERO.
           MOVE 1                TO FDT-LINEA.
           MOVE "VENTA"          TO FDT-CODIGO.
           MOVE SPACE            TO FDT-DESCRIPCION.
           STRING "VENTA DOC " VTA-DOCUMENTO
               DELIMITED BY SIZE INTO FDT-DESCRIPCION.
           MOVE 1                TO FDT-CANTIDAD.
           MOVE VTA-VALOR        TO FDT-PRECIO-UNITARIO.
           MOVE VTA-VALOR        TO FDT-BASE.
           MOVE CLI_CATEGORIA    TO FDT-CATEGORIA-IVA.
           MOVE WS-TASA-IVA-MIL  TO FDT-TASA-IVA-MIL.
           MOVE VTA-IVA          TO FDT-IVA.
           COMPUTE FDT-TOTAL = FDT-BASE + FDT-IVA.
           WRITE REG-DETALLE-FACTURA.
           IF ST-DETALLE > "07"
               DISPLAY "Error grabando la linea de la factura "
                   FAC-NUMERO " (" ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Devuelve la venta al area de ventas con su motivo.
      ******************************************************************
       DEVUELVO-VENTA.
           ADD 1 TO WS-TOTAL-DEVUELTAS.
           IF VTA-VALOR NUMERIC
               ADD VTA-VALOR TO WS-VALOR-DEVUELTO.
           MOVE VTA-ID-CLIENTE TO VDV-ID-CLIENTE.
           MOVE VTA-DOCUMENTO  TO VDV-DOCUMENTO.
           MOVE VTA-FECHA      TO VDV-FECHA.
           MOVE VTA-VALOR      TO VDV-VALOR.
           MOVE VTA-IVA        TO VDV-IVA.
           MOVE VTA-MONEDA     TO VDV-MONEDA.
           MOVE WS-MOTIVO-COD  TO VDV-MOTIVO.
           MOVE WS-MOTIVO      TO VDV-DESCRIPCION.
           MOVE WS-FECHA-HOY   TO VDV-FECHA-PROCESO.
           WRITE REG-VENTA-DEVUELTA.
           IF ST-DEVUELTAS > "07"
               DISPLAY "Error grabando la devolucion de la venta "
                   VTA-DOCUMENTO " (" ST-DEVUELTAS ")"
               MOVE 16 TO RETURN-CODE.
           MOVE "DEVUELTA" TO DET-RESULTADO.
           MOVE 0          TO DET-FACTURA.
           PERFORM IMPRIMO-DETALLE.

       IMPRIMO-DETALLE.
           MOVE VTA-ID-CLIENTE TO DET-ID.
           MOVE VTA-DOCUMENTO  TO DET-DOCUMENTO.
           MOVE VTA-FECHA      TO DET-FECHA.
           IF VTA-VALOR NUMERIC
               MOVE VTA-VALOR TO DET-VALOR
           ELSE
               MOVE 0 TO DET-VALOR.
           IF VTA-IVA NUMERIC
               MOVE VTA-IVA TO DET-IVA
           ELSE
               MOVE 0 TO DET-IVA.
           MOVE VTA-MONEDA     TO DET-MONEDA.
           MOVE WS-MOTIVO      TO DET-MOTIVO.
           MOVE LINEA-DETALLE  TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-LEIDOS TO WS-ED-CONTEO.
           STRING "VENTAS LEIDAS:    " WS-ED-CONTEO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE WS-TOTAL-POSTEADAS TO WS-ED-CONTEO.
           MOVE WS-VALOR-POSTEADO  TO WS-ED-VALOR.
           STRING "VENTAS POSTEADAS: " WS-ED-CONTEO "  VALOR: "
               WS-ED-VALOR DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE WS-IVA-POSTEADO TO WS-ED-VALOR.
           STRING "IVA FACTURADO:                     "
               WS-ED-VALOR DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE WS-TOTAL-DEVUELTAS TO WS-ED-CONTEO.
           MOVE WS-VALOR-DEVUELTO  TO WS-ED-VALOR.
           STRING "VENTAS DEVUELTAS: " WS-ED-CONTEO "  VALOR: "
               WS-ED-VALOR "  (EN " WS-DEVUELTAS-PATH ")"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE WS-TOTAL-DUPLICADAS TO WS-ED-CONTEO.
           STRING "  DE ELLAS DUPLICADAS: " WS-ED-CONTEO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Ventas posteadas : " WS-TOTAL-POSTEADAS.
           DISPLAY "Ventas devueltas : " WS-TOTAL-DEVUELTAS.
           DISPLAY "  duplicadas     : " WS-TOTAL-DUPLICADAS.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE VENTAS-POS.
           CLOSE VENTAS-POSTEADAS.
           CLOSE VENTAS-DEVUELTAS.
           CLOSE FACTURAS.
           CLOSE DETALLE-FACTURAS.
           CLOSE REPORTE.

      ******************************************************************
      * Deja las generaciones fechadas del reporte de control y del
      * archivo de devolucion en el registro de generaciones, para
      * LIMPIA-GENERACIONES.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "posteo_ventas" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           MOVE "ventas_devueltas" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-DEVUELTAS-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

       END PROGRAM POSTEO-VENTAS.
