      *                     renglon referenciado desde el movimiento
      *                     INTERES. Cuando el cliente dispute, hay
      *                     memoria que mostrarle.
      *   2026-10-15  CEVR  La factura de interes sale sellada con su
      *                     vencimiento (FAC-FECHA-VENCE) segun el
      *                     plazo de pago de la cuenta, via
      *                     CONSULTA-PLAZO, como las de
      *                     FACTURACION-COMERCIAL.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El interes de mora posteado suma al interes
      *                     del saldo (COMPONENTES-SALDO).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (blanco = consolidada); la de una sola
      *                     empresa va a su propia generacion y solo
      *                     reporta, el interes de mora se postea en la
      *                     consolidada. La factura de interes lleva
      *                     FAC-EMPRESA y su numero sale de los rangos
      *                     autorizados de la empresa
      *                     (NUMERACION-FISCAL) en vez del mayor
      *                     FAC-NUMERO mas uno.
      *   2026-10-15  CEVR  El interes de mora sale del libro de devengo
      *                     diario (DEVENGO-INTERES) cuando existe: en
      *                     la corrida que postea se capitaliza como el
      *                     movimiento INTERES la suma de los renglones
      *                     pendientes anteriores al mes, tambien de las
      *                     cuentas que ya salieron de la mora, y los
      *                     renglones quedan marcados con el periodo.
      *                     Las demas corridas muestran lo devengado
      *                     pendiente. Sin libro rige el calculo mensual
      *                     sobre el saldo de la noche.
      *   2026-10-15  CEVR  Modo simulacion (MODO_SIMULACION=S): calcula
      *                     el interes de mora y las facturas que
      *                     postearia la corrida sin tocar el maestro,
      *                     los movimientos, las facturas, el devengo
      *                     ni el periodo; reporte y memoria de calculo
      *                     salen como simulacion_* sin generacion, y la
      *                     consolidada se compara contra la ultima
      *                     corrida real.
      *   2026-10-15  CEVR  Sin libro de devengo, la tasa negociada con
      *                     el cliente (TASA-NEGOCIADA) en vigor a la
      *                     fecha de la corrida reemplaza la de su
      *                     categoria; con libro, el devengo ya la
      *                     aplico dia por dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SALDOS.

           COPY CATSEL.

           COPY DEVSEL.

           SELECT OPTIONAL DETALLE-INTERES ASSIGN TO WS-DETALLE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DETALLE.

           COPY CATEGORIA.

       FD  DEVENGOS.

           COPY DEVENGO.

       FD  DETALLE-INTERES.
       01  LINEA-DETALLE-INT PIC X(120).

       01  ST-GENERACIONES PIC XX VALUE SPACE.
       01  ST-CATEGORIAS   PIC XX VALUE SPACE.
       01  ST-DETALLE      PIC XX VALUE SPACE.
       01  ST-DEVENGOS     PIC XX VALUE SPACE.

      * Generacion fechada de la corrida (ver REGISTRO-GENERACION).
       01  WS-FECHA-GENERACION PIC 9(8)  VALUE 0.
       01  WS-REPORTE-PATH     PIC X(60) VALUE SPACE.
       01  WS-REPORTE-BASE     PIC X(30) VALUE SPACE.

       01  WS-TOTAL-CLIENTES  PIC 9(7)        VALUE 0.
       01  WS-TOTAL-NEGATIVOS PIC 9(7)        VALUE 0.
       01  WS-TASA-EMPRESA-MIL    PIC 9(3) VALUE 10.
       01  WS-TASA-PARTICULAR-MIL PIC 9(3) VALUE 25.
       01  WS-TASA-APLICADA-MIL   PIC 9(3) VALUE 0.

      * Tasa negociada en vigor (TASA-NEGOCIADA): prima sobre la de la
      * categoria, aun en cero.
       01  WS-TNG-TASA-MIL        PIC 9(3) VALUE 0.
       01  WS-TNG-HALLADA         PIC X VALUE "N".
       01  WS-CATEGORIAS-SW       PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

       01  WS-SALDO-APERTURA  PIC S9(7)V9(3) VALUE 0.
       01  WS-DIAS-PERIODO    PIC 9(3)  VALUE 30.
       01  WS-INTERES-CLIENTE     PIC S9(7)V9(3) VALUE 0.

      * Libro de devengo diario (DEVENGO-INTERES): con el, el interes
      * de la cuenta es la suma de sus renglones pendientes anteriores
      * al corte (el primer dia del mes en la corrida que postea, todo
      * lo pendiente en las demas) y el posteo los capitaliza. Sin
      * libro rige el calculo mensual sobre el saldo de la noche.
       01  WS-DEVENGO-SW          PIC X    VALUE "N".
           88 DEVENGO-DISPONIBLE  VALUE "S".
       01  WS-CORTE-DEVENGO       PIC 9(8) VALUE 0.
       01  WS-TOTAL-CAPITALIZADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTERES       PIC S9(9)V9(3) VALUE 0.

      * Factura de interes por cuenta comercial: el numero sale del
      * rango autorizado vigente de la empresa del cliente
      * (NUMERACION-FISCAL) y el valor se factura en positivo.
       01  WS-VALOR-FACT-INTERES  PIC S9(7)V9(3) VALUE 0.
       01  WS-TOTAL-FACT-INTERES  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-NUMERO    PIC 9(7) VALUE 0.
       01  WS-PLAZO-DIAS          PIC 9(3) VALUE 0.

      * Compuerta de una-vez-por-periodo para el posteo del interes de
      * mora (ver VERIFICO-PERIODO-INTERES): REPORTE-SALDOS corre todas

           COPY MONEDAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY NUMFISWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

           COPY RESCORR.

           COPY SIMULAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-SALDOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM LEO-MODO-SIMULACION.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-GENERACION FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-REPORTE-PATH.
           IF CORRIDA-SIMULADA
               MOVE "./simulacion_reporte_saldos_" TO WS-REPORTE-BASE
           ELSE
               MOVE "./reporte_saldos_" TO WS-REPORTE-BASE.
           IF CORRIDA-CONSOLIDADA
               STRING WS-REPORTE-BASE DELIMITED BY SPACE
                   WS-FECHA-GENERACION ".txt"
                   DELIMITED BY SIZE INTO WS-REPORTE-PATH
           ELSE
               STRING WS-REPORTE-BASE DELIMITED BY SPACE
                   WS-FECHA-GENERACION "_"
                   WS-EMP-CORRIDA ".txt"
                   DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           IF CORRIDA-SIMULADA
               OPEN INPUT CLIENTES
           ELSE
               OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF CORRIDA-SIMULADA
               MOVE "SIMULACION: NADA DE LO QUE SIGUE QUEDO GRABADO"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           PERFORM ABRO-TASAS.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               DISPLAY "Maestro de categorias no disponible, el "
                   "interes usa la tabla de respaldo.".
           PERFORM VERIFICO-PERIODO-INTERES.
           PERFORM ABRO-DEVENGOS.
           IF APLICA-INTERES-MORA AND NOT CORRIDA-SIMULADA
               OPEN I-O MOVIMIENTOS
               IF ST-MOVIMIENTOS > "07"
                   DISPLAY "Error abriendo MOVIMIENTOS ("
                       ")"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF APLICA-INTERES-MORA
               MOVE SPACE TO WS-DETALLE-PATH
               IF CORRIDA-SIMULADA
                   STRING "./simulacion_interes_detalle_"
                       WS-PERIODO-HOY ".txt"
                       DELIMITED BY SIZE INTO WS-DETALLE-PATH
               ELSE
                   STRING "./interes_detalle_" WS-PERIODO-HOY ".txt"
                       DELIMITED BY SIZE INTO WS-DETALLE-PATH
               END-IF
               OPEN OUTPUT DETALLE-INTERES
               IF ST-DETALLE > "07"
                   DISPLAY "Error abriendo DETALLE-INTERES ("
               WRITE LINEA-DETALLE-INT
           END-IF.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM ACUMULO-CLIENTE THRU F-ACUMULO-CLIENTE
               UNTIL ST-FILE = "10".
           PERFORM IMPRIMO-RESUMEN.
           IF CORRIDA-CONSOLIDADA
               PERFORM ANOTO-TOTALES-CORRIDA
               PERFORM CIERRO-RESULTADOS.
           IF APLICA-INTERES-MORA AND CORRIDA-SIMULADA
               CLOSE DETALLE-INTERES.
           IF APLICA-INTERES-MORA AND NOT CORRIDA-SIMULADA
               PERFORM GRABO-PERIODO-INTERES
               CLOSE MOVIMIENTOS
               CLOSE FACTURAS
               CLOSE TASAS-CAMBIO.
           IF CATEGORIAS-DISPONIBLES
               CLOSE CATEGORIAS.
           IF DEVENGO-DISPONIBLE
               CLOSE DEVENGOS.
           IF NOT CORRIDA-SIMULADA
               PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           STOP RUN.

      ******************************************************************
               END-IF
               CLOSE PERIODO-INTERES
           END-IF.
      *    El interes se postea para todo el grupo de una vez: la
      *    corrida de una sola empresa es solo reporte.
           IF WS-PERIODO-HOY > WS-ULTIMO-PERIODO
            AND CORRIDA-CONSOLIDADA
               SET APLICA-INTERES-MORA TO TRUE.

      ******************************************************************
      * Abre el libro de devengo si DEVENGO-INTERES ya lo creo; en la
      * corrida que postea se abre para actualizar, y solo se
      * capitaliza lo devengado antes del mes en curso.
      ******************************************************************
       ABRO-DEVENGOS.
           MOVE "N" TO WS-DEVENGO-SW.
           MOVE 99999999 TO WS-CORTE-DEVENGO.
           OPEN INPUT DEVENGOS.
           IF ST-DEVENGOS NOT = "00"
               IF ST-DEVENGOS = "05"
                   CLOSE DEVENGOS
               END-IF
               DISPLAY "Libro de devengo no disponible, el interes "
                   "se calcula sobre el saldo de la noche."
               GO TO F-ABRO-DEVENGOS.
           SET DEVENGO-DISPONIBLE TO TRUE.
           IF NOT APLICA-INTERES-MORA
               GO TO F-ABRO-DEVENGOS.
           COMPUTE WS-CORTE-DEVENGO = WS-PERIODO-HOY * 100 + 1.
      *    La simulacion cuenta los renglones sin marcarlos.
           IF CORRIDA-SIMULADA
               GO TO F-ABRO-DEVENGOS.
           CLOSE DEVENGOS.
           OPEN I-O DEVENGOS.
           IF ST-DEVENGOS > "07"
               DISPLAY "Error abriendo DEVENGOS (" ST-DEVENGOS ")"
               MOVE "N" TO WS-DEVENGO-SW
               MOVE 16 TO RETURN-CODE.

       F-ABRO-DEVENGOS.
           EXIT.

      ******************************************************************
      * Deja constancia del periodo que se acaba de postear, para que
      * la proxima corrida dentro del mismo mes no vuelva a componer el
           EXIT.

       ACUMULO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE
               GO TO F-ACUMULO-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES.
           PERFORM CLASIFICO-MONEDA.
           PERFORM CONVIERTO-A-BASE THRU F-CONVIERTO-A-BASE.
               MOVE WS-MONEDA-EDITADA TO DET-INTERES
           ELSE
               MOVE SPACE TO DET-MARCA
               MOVE SPACE TO DET-INTERES
      *        La cuenta que salio de la mora a mitad de mes igual
      *        capitaliza lo que devengo mientras estuvo en ella.
               IF DEVENGO-DISPONIBLE
                   PERFORM CALCULO-INTERES-MORA
                       THRU F-CALCULO-INTERES-MORA
                   IF WS-INTERES-CLIENTE NOT = 0
                       MOVE WS-INTERES-CLIENTE TO WS-MONEDA-ENTRADA
                       PERFORM FORMATEO-MONEDA
                       MOVE WS-MONEDA-EDITADA TO DET-INTERES
                   END-IF
               END-IF.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

       F-ACUMULO-CLIENTE.
           EXIT.

      ******************************************************************
      * Interes de mora sobre el saldo negativo del cliente actual, con
      * tasa segun CLI_CATEGORIA: preferencial para empresas ("E"),
      * estandar para el resto (particulares).
      ******************************************************************
       CALCULO-INTERES-MORA.
      *    La tasa negociada en vigor prima; si no hay, la tasa sale
      *    del maestro de categorias y sin maestro o sin entrada rige
      *    la tabla de respaldo compilada.
           CALL "TASA-NEGOCIADA" USING CLI-ID WS-FECHA-HOY
               WS-TNG-TASA-MIL WS-TNG-HALLADA.
           IF WS-TNG-HALLADA = "S"
               MOVE WS-TNG-TASA-MIL TO WS-TASA-APLICADA-MIL
               GO TO CALCULO-INTERES-TASA.
           MOVE 0 TO WS-TASA-APLICADA-MIL.
           IF CATEGORIAS-DISPONIBLES
               MOVE CLI_CATEGORIA TO CAT-CODIGO
               ELSE
                   MOVE WS-TASA-PARTICULAR-MIL
                       TO WS-TASA-APLICADA-MIL.

       CALCULO-INTERES-TASA.
           MOVE CLI-SALDO TO WS-SALDO-APERTURA.
           IF DEVENGO-DISPONIBLE
               PERFORM SUMO-DEVENGO THRU F-SUMO-DEVENGO
           ELSE
               MOVE 30 TO WS-DIAS-PERIODO
               COMPUTE WS-INTERES-CLIENTE ROUNDED =
                   CLI-SALDO * WS-TASA-APLICADA-MIL / 1000.
           IF WS-INTERES-CLIENTE = 0
               GO TO F-CALCULO-INTERES-MORA.
           ADD WS-INTERES-CLIENTE TO WS-TOTAL-INTERES.
           IF APLICA-INTERES-MORA
               COMPUTE CLI-SALDO ROUNDED =
                           "cliente " CLI-ID
                       GO TO F-CALCULO-INTERES-MORA
               END-COMPUTE
               MOVE "INTERES" TO WS-CMP-TIPO
               MOVE WS-INTERES-CLIENTE TO WS-CMP-VALOR
               CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
                   WS-CMP-VALOR
               IF CLI-ESTAMPA NOT NUMERIC
                   MOVE 0 TO CLI-ESTAMPA
               END-IF
               ADD 1 TO CLI-ESTAMPA
               IF NOT CORRIDA-SIMULADA
                   REWRITE REG-CLIENTES
               END-IF
               IF ST-FILE > "07"
                   DISPLAY "Error posteando interes de mora del "
                       "cliente " CLI-ID ": " ST-FILE
                   PERFORM ESCRIBO-DETALLE-INTERES
                   PERFORM GRABO-MOVIMIENTO-INTERES
                       THRU GRABO-INTERES-INTENTO
                   IF DEVENGO-DISPONIBLE
                       PERFORM MARCO-CAPITALIZADOS
                           THRU F-MARCO-CAPITALIZADOS
                   END-IF
                   IF CLI_CATEGORIA = "E"
                       PERFORM GRABO-FACTURA-INTERES
                           THRU F-GRABO-FACTURA-INTERES
       F-CALCULO-INTERES-MORA.
           EXIT.

      ******************************************************************
      * Interes de la cuenta desde el libro de devengo: la suma de sus
      * renglones pendientes anteriores al corte, con los dias que
      * cubren para la memoria de calculo.
      ******************************************************************
       SUMO-DEVENGO.
           MOVE 0 TO WS-INTERES-CLIENTE.
           MOVE 0 TO WS-DIAS-PERIODO.
           MOVE CLI-ID TO DEV-ID-CLIENTE.
           MOVE 0      TO DEV-FECHA.
           START DEVENGOS KEY IS NOT LESS THAN DEV-CLAVE
               INVALID KEY
                   GO TO F-SUMO-DEVENGO
           END-START.

       LEO-DEVENGO.
           READ DEVENGOS NEXT RECORD
               AT END
                   GO TO F-SUMO-DEVENGO
           END-READ.
           IF ST-DEVENGOS > "07"
            OR DEV-ID-CLIENTE NOT = CLI-ID
            OR DEV-FECHA NOT < WS-CORTE-DEVENGO
               GO TO F-SUMO-DEVENGO.
           IF NOT DEV-PENDIENTE
               GO TO LEO-DEVENGO.
           ADD DEV-INTERES TO WS-INTERES-CLIENTE.
           ADD DEV-DIAS    TO WS-DIAS-PERIODO.
           GO TO LEO-DEVENGO.

       F-SUMO-DEVENGO.
           EXIT.

      ******************************************************************
      * Marca capitalizados, con el periodo, los renglones que acaban
      * de postearse como el movimiento INTERES.
      ******************************************************************
       MARCO-CAPITALIZADOS.
           MOVE CLI-ID TO DEV-ID-CLIENTE.
           MOVE 0      TO DEV-FECHA.
           START DEVENGOS KEY IS NOT LESS THAN DEV-CLAVE
               INVALID KEY
                   GO TO F-MARCO-CAPITALIZADOS
           END-START.

       LEO-DEVENGO-CAPITALIZAR.
           READ DEVENGOS NEXT RECORD
               AT END
                   GO TO F-MARCO-CAPITALIZADOS
           END-READ.
           IF ST-DEVENGOS > "07"
            OR DEV-ID-CLIENTE NOT = CLI-ID
            OR DEV-FECHA NOT < WS-CORTE-DEVENGO
               GO TO F-MARCO-CAPITALIZADOS.
           IF NOT DEV-PENDIENTE
               GO TO LEO-DEVENGO-CAPITALIZAR.
           SET DEV-CAPITALIZADO TO TRUE.
           MOVE WS-PERIODO-HOY TO DEV-PERIODO-CAP.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-DEVENGO.
           IF ST-DEVENGOS > "07"
               DISPLAY "Error marcando el devengo capitalizado del "
                   "cliente " CLI-ID " (" ST-DEVENGOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-MARCO-CAPITALIZADOS.
           ADD 1 TO WS-TOTAL-CAPITALIZADOS.
           GO TO LEO-DEVENGO-CAPITALIZAR.

       F-MARCO-CAPITALIZADOS.
           EXIT.

      ******************************************************************
      * Renglon de la memoria de calculo del interes recien posteado:
      * periodo, saldo de apertura, tasa de la categoria, dias del
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "DETALLE " WS-LINEA-DETALLE " P" WS-PERIODO-HOY
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-INTERES-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-INTERES-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando movimiento de interes del "
                   "cliente " CLI-ID ": " ST-MOVIMIENTOS.

      ******************************************************************
      * Factura numerada de interes por la cuenta comercial recien
      * cargada: nace abierta con todo el interes pendiente, para que
      * envejezca y se cruce como cualquier otro item facturado. El
      * numero sale del rango autorizado de la empresa del cliente;
      * sin rango el interes queda posteado pero sin factura.
      ******************************************************************
       GRABO-FACTURA-INTERES.
           COMPUTE WS-VALOR-FACT-INTERES = 0 - WS-INTERES-CLIENTE.
      *    La simulacion no consume numeros del rango autorizado.
           IF CORRIDA-SIMULADA
               ADD 1 TO WS-TOTAL-FACT-INTERES
               GO TO F-GRABO-FACTURA-INTERES.
           MOVE "S"          TO WS-NFI-FUNCION.
           MOVE "F"          TO WS-NFI-TIPO.
           MOVE WS-EMP-REGISTRO-NUM TO WS-NFI-EMPRESA.
           MOVE WS-FECHA-HOY TO WS-NFI-FECHA.
           CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION WS-NFI-TIPO
               WS-NFI-EMPRESA WS-NFI-FECHA WS-NFI-NUMERO
               WS-NFI-SUCURSAL WS-NFI-LEYENDA WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO NOT = "S"
               DISPLAY "Sin rango de numeracion autorizado vigente: "
                   "no se emite la factura de interes del cliente "
                   CLI-ID
               ADD 1 TO WS-TOTAL-SIN-NUMERO
               MOVE 16 TO RETURN-CODE
               GO TO F-GRABO-FACTURA-INTERES.
           MOVE WS-NFI-NUMERO        TO FAC-NUMERO.
           MOVE CLI-ID               TO FAC-ID-CLIENTE.
           MOVE CLI_RAZONSOCIAL      TO FAC-RAZONSOCIAL.
           MOVE WS-FECHA-HOY         TO FAC-FECHA.
           MOVE 0                    TO FAC-ID-SUCURSAL.
           MOVE SPACE                TO FAC-NOMBRE-SUCURSAL.
           MOVE 0                    TO FAC-FECHA-SALDADA.
           MOVE WS-EMP-REGISTRO-NUM  TO FAC-EMPRESA.
           CALL "CONSULTA-PLAZO" USING CLI-ID CLI_CATEGORIA FAC-FECHA
               WS-PLAZO-DIAS FAC-FECHA-VENCE.
           WRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error grabando la factura de interes del "
                   "cliente " CLI-ID " (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-FACT-INTERES.

       F-GRABO-FACTURA-INTERES.
           STRING "INTERES DE MORA ACUMULADO: " WS-TOTAL-INTERES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF APLICA-INTERES-MORA AND DEVENGO-DISPONIBLE
               STRING "RENGLONES DE DEVENGO CAPITALIZADOS: "
                   WS-TOTAL-CAPITALIZADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF APLICA-INTERES-MORA
               STRING "FACTURAS DE INTERES EMITIDAS: "
                   WS-TOTAL-FACT-INTERES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF WS-TOTAL-SIN-NUMERO > 0
               STRING "FACTURAS DE INTERES NO EMITIDAS POR FALTA DE "
                   "NUMERACION AUTORIZADA: " WS-TOTAL-SIN-NUMERO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

      ******************************************************************
      * Totales de control de la corrida consolidada, para guardarlos
      * (corrida real) o compararlos contra la ultima real
      * (simulacion).
      ******************************************************************
       ANOTO-TOTALES-CORRIDA.
           MOVE "CLIENTES PROCESADOS"     TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-CLIENTES         TO WS-SIM-CANTIDAD.
           MOVE WS-TOTAL-BASE             TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "CLIENTES CON SALDO NEGATIVO" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-NEGATIVOS        TO WS-SIM-CANTIDAD.
           MOVE 0                         TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "INTERES DE MORA"         TO WS-SIM-CONCEPTO.
           MOVE 0                         TO WS-SIM-CANTIDAD.
           MOVE WS-TOTAL-INTERES          TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DEVENGOS CAPITALIZADOS"  TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-CAPITALIZADOS    TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "FACTURAS DE INTERES"     TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-FACT-INTERES     TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "FACTURAS SIN NUMERACION" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-SIN-NUMERO       TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.

           COPY MONEDA.

           COPY BANNER.

           COPY EMPCORR.

           COPY SIMULA.

       END PROGRAM REPORTE-SALDOS.
