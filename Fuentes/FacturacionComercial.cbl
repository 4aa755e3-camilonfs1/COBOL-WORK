      *                     regenera con REIMPRIME-FACTURA por su
      *                     numero -- se acabo la impresion de
      *                     pantalla del registro.
      *   2026-10-15  CEVR  Factura por lineas: cada factura se arma
      *                     ahora desde sus lineas en
      *                     detalle_facturas.dat (FACDET.cpy). Los
      *                     cargos fijos de la cuenta posteados en el
      *                     periodo o el anterior salen como items del
      *                     catalogo (catalogo.dat, CATALOGO.cpy) y el
      *                     resto de la deuda como linea SALDO; el IVA
      *                     se calcula por linea con la categoria del
      *                     item (o la del cliente) en tasas_iva.dat.
      *                     La base sigue siendo la deuda; FAC-IVA es
      *                     la suma de las lineas y FAC-TASA-IVA-MIL
      *                     la tasa efectiva cuando las lineas llevan
      *                     tasas distintas. El documento impreso
      *                     lista las lineas. La disponibilidad de
      *                     tasas_iva.dat queda en su propio switch:
      *                     una categoria sin tasa dejaba el status
      *                     en "23" y el resto de la corrida facturaba
      *                     con IVA cero.
      *   2026-10-15  CEVR  El documento impreso lleva la
      *                     identificacion tributaria del cliente
      *                     (NIT con digito de verificacion, cedula o
      *                     pasaporte) editada por VALIDA-NIT bajo la
      *                     razon social.
      *   2026-10-15  CEVR  Descuento por pronto pago: la factura de
      *                     un cliente con terminos pactados
      *                     (terminos_descuento.dat, TERMDESC.cpy; el
      *                     del cliente o, si no tiene, el de su
      *                     categoria) imprime el descuento, su fecha
      *                     limite (la fecha de la factura mas los
      *                     dias pactados, corrida al dia habil) y el
      *                     neto a pagar hasta esa fecha, y deja la
      *                     oferta en descuentos_factura.dat
      *                     (DESCPP.cpy) para que los pagos la
      *                     apliquen.
      *   2026-10-15  CEVR  Vencimiento por plazo de pago: cada
      *                     factura sale sellada con FAC-FECHA-VENCE
      *                     (la fecha de la factura mas el plazo del
      *                     cliente o de su categoria, corrida al dia
      *                     habil, via CONSULTA-PLAZO) y el documento
      *                     lo imprime junto al plazo.
      *   2026-10-15  CEVR  Numeracion fiscal autorizada: el numero de
      *                     cada factura sale del rango vigente de
      *                     numeracion_fiscal.dat para la sucursal
      *                     emisora (NUMERACION-FISCAL) en vez del
      *                     numerador que arrancaba despues del mayor
      *                     FAC-NUMERO, y el documento imprime la
      *                     leyenda de la resolucion. Sin rango vigente
      *                     la factura no se emite, se cuenta en el
      *                     total y la corrida termina con retorno 16.
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (blanco = consolidada): la empresa se pide
      *                     al arranque y rotula el extracto; cada
      *                     factura lleva FAC-EMPRESA, se numera con los
      *                     rangos de su empresa y muestra su razon
      *                     social y NIT. La compuerta de una vez por
      *                     dia se lleva por empresa en
      *                     ultimo_facturacion.dat y los documentos de
      *                     una corrida por empresa van a su propia
      *                     generacion.
      *   2026-10-15  CEVR  Referencia estructurada de pago
      *                     (REFERENCIA-PAGO: cliente, numero de factura
      *                     y digito de verificacion) impresa en el
      *                     documento y en el extracto, para que
      *                     POSTEO-PAGOS y APLICA-PAGOS-FACTURA casen el
      *                     pago con esa factura.
      *   2026-10-15  CEVR  Modo simulacion (MODO_SIMULACION=S): arma
      *                     las facturas, sus lineas y descuentos y las
      *                     totaliza sin grabarlas, sin consumir
      *                     numeracion fiscal, sin documentos ni
      *                     compuerta del dia; el extracto sale como
      *                     simulacion_facturacion_comercial.txt y la
      *                     consolidada se compara contra la ultima
      *                     corrida real.
      *   2026-10-15  CEVR  La factura del ciclo descuenta la base aun
      *                     pendiente de las facturas de venta abiertas
      *                     del cliente (ventas_posteadas.dat, por su
      *                     clave alterna de cliente): POSTEO-VENTAS ya
      *                     le emitio factura propia por cada venta y
      *                     la deuda las cobraba otra vez.
      *   2026-10-15  CEVR  Cada cargo fijo se detalla en una sola
      *                     factura: al emitirla, el cargo queda con el
      *                     periodo y el numero de la factura que lo
      *                     detallo (CFJ-PERIODO-FACTURADO,
      *                     CFJ-FAC-NUMERO) y la factura siguiente ya
      *                     no lo vuelve a listar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURACION-COMERCIAL.
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-FILE.

           SELECT FACTURACION ASSIGN TO WS-FACTURACION-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FACTURACION.

                  RECORD KEY IS IVA-CATEGORIA
                  STATUS ST-TASAS-IVA.

           SELECT OPTIONAL CATALOGO ASSIGN TO "./catalogo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTL-CODIGO
                  STATUS ST-CATALOGO.

           SELECT OPTIONAL CARGOS-FIJOS ASSIGN TO "./cargos_fijos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CFJ-CLAVE
                  STATUS ST-CARGOS.

           SELECT OPTIONAL DETALLE-FACTURAS
                  ASSIGN TO "./detalle_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FDT-CLAVE
                  STATUS ST-DETALLE.

           SELECT OPTIONAL TERMINOS-DESCUENTO
                  ASSIGN TO "./terminos_descuento.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TDC-CLAVE
                  STATUS ST-TERMINOS.

           SELECT OPTIONAL DESCUENTOS-FACTURA
                  ASSIGN TO "./descuentos_factura.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPP-FAC-NUMERO
                  STATUS ST-DESCUENTOS.

           SELECT OPTIONAL VENTAS-POSTEADAS
                  ASSIGN TO "./ventas_posteadas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VRG-DOCUMENTO
                  ALTERNATE RECORD KEY IS VRG-ID-CLIENTE
                      WITH DUPLICATES
                  STATUS ST-VENTAS.

           SELECT OPTIONAL PERIODO-FACTURACION
                  ASSIGN TO "./ultimo_facturacion.dat"
                  ORGANIZATION LINE SEQUENTIAL
           COPY CLIENTE.

       FD  FACTURACION.
       01  LINEA-FACTURACION PIC X(170).

       FD  FACTURAS.


           COPY TASAIVA.

       FD  CATALOGO.

           COPY CATALOGO.

       FD  CARGOS-FIJOS.

           COPY CARGOFIJO.

       FD  DETALLE-FACTURAS.

           COPY FACDET.

       FD  TERMINOS-DESCUENTO.

           COPY TERMDESC.

       FD  DESCUENTOS-FACTURA.

           COPY DESCPP.

       FD  VENTAS-POSTEADAS.

           COPY VENTAREG.

       FD  PERIODO-FACTURACION.
      * Un renglon por empresa facturada por separado; el renglon sin
      * empresa es el de la ultima corrida consolidada.
       01  LINEA-PERIODO.
           05 PER-FECHA        PIC X(8).
           05 PER-EMPRESA      PIC X(3).
           05 PER-EMPRESA-NUM  REDEFINES PER-EMPRESA PIC 9(3).

       FD  DOCUMENTOS.
       01  LINEA-DOCUMENTO PIC X(100).
       01  ST-SUBCUENTAS   PIC XX VALUE SPACE.
       01  ST-DOCUMENTOS   PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.
       01  ST-CATALOGO     PIC XX VALUE SPACE.
       01  ST-CARGOS       PIC XX VALUE SPACE.
       01  ST-DETALLE      PIC XX VALUE SPACE.
       01  ST-TERMINOS     PIC XX VALUE SPACE.
       01  ST-DESCUENTOS   PIC XX VALUE SPACE.
       01  ST-VENTAS       PIC XX VALUE SPACE.

      * Disponibilidad de los maestros opcionales, fijada al abrir:
      * un READ sin hallazgo deja el status en "23" y no debe apagar
      * el maestro para el resto de la corrida.
       01  WS-TASAS-SW     PIC X VALUE "N".
           88 TASAS-DISPONIBLES    VALUE "S".
       01  WS-CATALOGO-SW  PIC X VALUE "N".
           88 CATALOGO-DISPONIBLE  VALUE "S".
       01  WS-CARGOS-SW    PIC X VALUE "N".
           88 CARGOS-DISPONIBLES   VALUE "S".
       01  WS-TERMINOS-SW  PIC X VALUE "N".
           88 TERMINOS-DISPONIBLES VALUE "S".
       01  WS-VENTAS-SW    PIC X VALUE "N".
           88 VENTAS-DISPONIBLES   VALUE "S".

      * Generacion fechada de los documentos de factura.
       01  WS-DOCS-PATH PIC X(60) VALUE SPACE.
       01  WS-FACTURACION-PATH PIC X(60)
                        VALUE "./facturacion_comercial.txt".

      * Compuerta de una-vez-por-dia para la emision de facturas:
      * este programa corre todas las noches por PROCESO-NOCTURNO y
       01  WS-EMITE-FACTURAS-SW PIC X    VALUE "N".
           88 EMITE-FACTURAS    VALUE "S".

      * La compuerta es por empresa del grupo: la corrida de una
      * empresa no cierra el dia de las otras, y la consolidada no
      * vuelve a facturar a la empresa que ya corrio sola ese dia.
       01  WS-ULT-CONSOLIDADO   PIC 9(8) VALUE 0.
       01  WS-TAB-ULTIMA-EMPRESA.
           05 WS-ULT-FECHA-EMP  PIC 9(8) OCCURS 999 TIMES.
       01  WS-ULT-I             PIC 9(4) VALUE 0.
       01  WS-EMPRESA-CLIENTE   PIC 9(3) VALUE 1.
       01  WS-EMPRESA-FACT-SW   PIC X    VALUE "S".
           88 EMPRESA-POR-FACTURAR VALUE "S".

      * Evaluacion del ciclo de la cuenta en curso: el dia de la
      * semana de hoy (1 = lunes .. 7 = domingo) se deriva una sola
      * vez del conteo real de dias, como en CALENDARIO-HABIL.
       01  WS-TOTAL-COMERCIALES PIC 9(7) VALUE 0.
       01  WS-TOTAL-FACTURADAS  PIC 9(7) VALUE 0.

      * Facturas que no salieron por falta de un rango de numeracion
      * autorizado vigente (NUMERACION-FISCAL).
       01  WS-TOTAL-SIN-NUMERO  PIC 9(7) VALUE 0.
       01  WS-FECHA-HOY         PIC 9(8) VALUE 0.
       01  WS-VALOR-FACTURA     PIC S9(7)V9(3) VALUE 0.
       01  WS-TOTAL-VALOR-FACTURADO PIC S9(11)V9(3) VALUE 0.

      * IVA de la factura en curso: base gravable (la deuda), tasa de
      * la categoria en milesimas y el impuesto calculado.
       01  WS-NOMBRE-SUCURSAL   PIC X(15) VALUE SPACE.
       01  WS-TOTAL-SUCURSALES  PIC 9(7)  VALUE 0.

      * Lineas de la factura en curso, armadas antes de grabarla: los
      * cargos fijos del periodo (o del anterior) aun sin facturar
      * como items del catalogo y la linea SALDO con el resto de la
      * deuda. La suma de las bases es la deuda facturada.
       01  WS-PERIODO-HOY       PIC 9(6) VALUE 0.
       01  WS-PERIODO-ANTERIOR  PIC 9(6) VALUE 0.
       01  WS-BASE-RESTANTE     PIC S9(7)V9(3) VALUE 0.
      * Base aun pendiente de las facturas de venta abiertas del
      * cliente, que la factura del ciclo no vuelve a cobrar.
       01  WS-BASE-VENTAS       PIC S9(7)V9(3) VALUE 0.
       01  WS-BASE-LINEA        PIC S9(7)V9(3) VALUE 0.
       01  WS-CATEGORIA-LINEA   PIC X VALUE SPACE.
       01  WS-TASAS-MEZCLADAS-SW PIC X VALUE "N".
           88 TASAS-MEZCLADAS   VALUE "S".
       01  WS-LIN-I             PIC 99 VALUE 0.
       01  WS-LIN-USADAS        PIC 99 VALUE 0.
       01  WS-TAB-LINEAS.
           05 WS-LIN-ENTRADA OCCURS 20 TIMES.
               10 WS-LIN-CODIGO      PIC X(6).
               10 WS-LIN-ORIGEN      PIC X.
                   88 LINEA-DE-CARGO     VALUE "C".
               10 WS-LIN-DESCRIPCION PIC X(30).
               10 WS-LIN-CANTIDAD    PIC 9(5).
               10 WS-LIN-PRECIO      PIC S9(7)V9(3).
               10 WS-LIN-BASE        PIC S9(7)V9(3).
               10 WS-LIN-CATEGORIA   PIC X.
               10 WS-LIN-TASA-MIL    PIC 9(3).
               10 WS-LIN-IVA         PIC S9(7)V9(3).
       01  WS-TOTAL-LINEAS      PIC 9(7) VALUE 0.

      * Descuento por pronto pago de la factura en curso: los
      * terminos hallados (milesimas y dias), la fecha limite armada
      * dia a dia desde la fecha de la factura y corrida al dia
      * habil por CALENDARIO-HABIL, el valor del descuento sobre el
      * total y el neto a pagar dentro del plazo.
       01  WS-DESC-PCT-MIL      PIC 9(3) VALUE 0.
       01  WS-DESC-DIAS         PIC 9(3) VALUE 0.
       01  WS-DESC-VALOR        PIC 9(7)V9(3) VALUE 0.
       01  WS-DESC-NETO         PIC S9(7)V9(3) VALUE 0.
       01  WS-DESC-LIMITE       PIC 9(8) VALUE 0.
       01  WS-LIM-FECHA         PIC 9(8) VALUE 0.
       01  WS-LIM-PARTES REDEFINES WS-LIM-FECHA.
           05 WS-LIM-ANO  PIC 9(4).
           05 WS-LIM-MES  PIC 99.
           05 WS-LIM-DIA  PIC 99.
       01  WS-LIM-TOPE          PIC 99   VALUE 0.
       01  WS-LIM-COCIENTE      PIC 9(4) VALUE 0.
       01  WS-LIM-RESTO         PIC 9(4) VALUE 0.
       01  WS-CAL-FUNCION       PIC X    VALUE SPACE.
       01  WS-CAL-HASTA         PIC 9(8) VALUE 0.
       01  WS-TOTAL-DESCUENTOS  PIC 9(7) VALUE 0.

      * Plazo de pago de la factura en curso (CONSULTA-PLAZO).
       01  WS-PLAZO-DIAS        PIC 9(3) VALUE 0.

      * Identificacion tributaria del cliente editada para el
      * documento (ver ESCRIBO-DOCUMENTO-FACTURA).
       01  WS-NIT-RESULTADO     PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO       PIC X(24) VALUE SPACE.

      * Referencia estructurada de pago de la factura en curso
      * (REFERENCIA-PAGO): cliente, numero y digito de verificacion.
       01  WS-REF-FUNCION       PIC X     VALUE "A".
       01  WS-REF-PAGO          PIC X(20) VALUE SPACE.
       01  WS-REF-RESULTADO     PIC X     VALUE SPACE.

      * Renglon de item en el documento impreso.
       01  LINEA-ITEM-DOC.
           05 DOC-CODIGO       PIC X(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-DESCRIPCION  PIC X(30).
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-CANTIDAD     PIC ZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-PRECIO       PIC -(6)9,99.
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-BASE         PIC -(6)9,99.
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-TASA         PIC ZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 DOC-IVA          PIC -(6)9,99.

       01  LINEA-DETALLE.
           05 DET-RAZONSOCIAL  PIC X(60).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-IVA          PIC X(12).
           05 FILLER           PIC X(9)  VALUE " FACTURA ".
           05 DET-FACTURA      PIC Z(7)9.
           05 FILLER           PIC X(5)  VALUE " REF ".
           05 DET-REFERENCIA   PIC X(17).

           COPY MONEDAWS.

           COPY NUMFISWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

           COPY RESCORR.

           COPY SIMULAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "FACTURACION-COMERCIAL" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM LEO-MODO-SIMULACION.
           IF CORRIDA-SIMULADA
               MOVE "./simulacion_facturacion_comercial.txt"
                   TO WS-FACTURACION-PATH.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
           IF ST-FACTURACION > "07"
               DISPLAY "Error abriendo FACTURACION (" ST-FACTURACION ")"
               MOVE 16 TO RETURN-CODE.
           MOVE WS-EMP-TITULO TO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           IF CORRIDA-SIMULADA
               MOVE "SIMULACION: LAS FACTURAS QUE SIGUEN NO SE GRABARON"
                   TO LINEA-FACTURACION
               WRITE LINEA-FACTURACION.
      *    La simulacion no abre lo que solo se escribe; facturas.dat
      *    se lee para las facturas de venta abiertas.
           IF CORRIDA-SIMULADA
               OPEN INPUT FACTURAS
           ELSE
               OPEN I-O FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT TASAS-IVA.
           IF ST-TASAS-IVA > "07"
               DISPLAY "Maestro de tasas de IVA no disponible ("
                   ST-TASAS-IVA "), se factura con IVA cero."
           ELSE
               SET TASAS-DISPONIBLES TO TRUE.
           OPEN INPUT SUBCUENTAS.
           IF ST-SUBCUENTAS > "07"
               DISPLAY "Archivo de subcuentas no disponible ("
                   ST-SUBCUENTAS "), no se factura por sucursal.".
           OPEN INPUT CATALOGO.
           IF ST-CATALOGO > "07"
               DISPLAY "Catalogo de items no disponible ("
                   ST-CATALOGO "), las lineas usan la descripcion "
                   "del cargo."
           ELSE
               SET CATALOGO-DISPONIBLE TO TRUE.
      *    El cargo detallado en una factura queda marcado con ella.
           IF CORRIDA-SIMULADA
               OPEN INPUT CARGOS-FIJOS
           ELSE
               OPEN I-O CARGOS-FIJOS.
           IF ST-CARGOS > "07"
               DISPLAY "Archivo de cargos fijos no disponible ("
                   ST-CARGOS "), las facturas salen con la linea "
                   "de saldo."
           ELSE
               SET CARGOS-DISPONIBLES TO TRUE.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-DETALLE
           ELSE
               OPEN I-O DETALLE-FACTURAS
               IF ST-DETALLE = "35"
                   OPEN OUTPUT DETALLE-FACTURAS
                   CLOSE DETALLE-FACTURAS
                   OPEN I-O DETALLE-FACTURAS
               END-IF
           END-IF.
           IF ST-DETALLE > "07"
               DISPLAY "Error abriendo DETALLE-FACTURAS (" ST-DETALLE
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT VENTAS-POSTEADAS.
           IF ST-VENTAS > "07"
               DISPLAY "Registro de ventas posteadas no disponible ("
                   ST-VENTAS "), la factura no descuenta las ventas "
                   "abiertas."
           ELSE
               SET VENTAS-DISPONIBLES TO TRUE.
           OPEN INPUT TERMINOS-DESCUENTO.
           IF ST-TERMINOS > "07"
               DISPLAY "Terminos de descuento no disponibles ("
                   ST-TERMINOS "), las facturas salen sin descuento "
                   "por pronto pago."
           ELSE
               SET TERMINOS-DISPONIBLES TO TRUE.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-DESCUENTOS
           ELSE
               OPEN I-O DESCUENTOS-FACTURA
               IF ST-DESCUENTOS = "35"
                   OPEN OUTPUT DESCUENTOS-FACTURA
                   CLOSE DESCUENTOS-FACTURA
                   OPEN I-O DESCUENTOS-FACTURA
               END-IF
           END-IF.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Error abriendo DESCUENTOS-FACTURA ("
                   ST-DESCUENTOS ")"
               MOVE 16 TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-HOY-PARTES.
           COMPUTE WS-PERIODO-HOY = WS-HOY-ANO * 100 + WS-HOY-MES.
           IF WS-HOY-MES = 1
               COMPUTE WS-PERIODO-ANTERIOR =
                   (WS-HOY-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-HOY - 1.
           PERFORM CALCULO-DIA-SEMANA.
           PERFORM VERIFICO-PERIODO-FACTURACION.
      *    La corrida de una sola empresa deja sus documentos aparte
      *    para no pisar los de otra empresa facturada el mismo dia.
           IF EMITE-FACTURAS AND NOT CORRIDA-SIMULADA
               IF CORRIDA-CONSOLIDADA
                   STRING "./facturas_impresas_" WS-FECHA-HOY ".txt"
                       DELIMITED BY SIZE INTO WS-DOCS-PATH
               ELSE
                   STRING "./facturas_impresas_" WS-FECHA-HOY "_"
                       WS-EMP-CORRIDA ".txt"
                       DELIMITED BY SIZE INTO WS-DOCS-PATH
               END-IF
               OPEN OUTPUT DOCUMENTOS
               IF ST-DOCUMENTOS > "07"
                   DISPLAY "Error abriendo DOCUMENTOS ("
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.
           PERFORM FILTRO-CLIENTE UNTIL ST-FILE = "10".
           PERFORM IMPRIMO-TOTAL.
           IF CORRIDA-CONSOLIDADA
               PERFORM ANOTO-TOTALES-CORRIDA
               PERFORM CIERRO-RESULTADOS.
           IF EMITE-FACTURAS AND NOT CORRIDA-SIMULADA
               PERFORM GRABO-PERIODO-FACTURACION
               CLOSE DOCUMENTOS
               PERFORM REGISTRO-GENERACION
                   THRU F-REGISTRO-GENERACION.
           CLOSE CLIENTES.
           CLOSE FACTURACION.
           IF TASAS-DISPONIBLES
               CLOSE TASAS-IVA.
           IF ST-SUBCUENTAS NOT > "07"
               CLOSE SUBCUENTAS.
           IF CATALOGO-DISPONIBLE
               CLOSE CATALOGO.
           IF CARGOS-DISPONIBLES
               CLOSE CARGOS-FIJOS.
           IF TERMINOS-DISPONIBLES
               CLOSE TERMINOS-DESCUENTO.
           IF VENTAS-DISPONIBLES
               CLOSE VENTAS-POSTEADAS.
           CLOSE FACTURAS.
           IF NOT CORRIDA-SIMULADA
               CLOSE DETALLE-FACTURAS
               CLOSE DESCUENTOS-FACTURA.
           STOP RUN.

      ******************************************************************
      ******************************************************************
       VERIFICO-PERIODO-FACTURACION.
           MOVE "N" TO WS-EMITE-FACTURAS-SW.
           MOVE 0 TO WS-ULT-CONSOLIDADO.
           MOVE ZERO TO WS-TAB-ULTIMA-EMPRESA.
           OPEN INPUT PERIODO-FACTURACION.
           IF ST-PERIODO = "00"
               PERFORM LEO-PERIODO-FACTURACION
                   THRU F-LEO-PERIODO-FACTURACION
               CLOSE PERIODO-FACTURACION
           END-IF.
           MOVE WS-ULT-CONSOLIDADO TO WS-ULTIMA-FECHA.
           IF NOT CORRIDA-CONSOLIDADA
            AND WS-ULT-FECHA-EMP (WS-EMP-CORRIDA) > WS-ULTIMA-FECHA
               MOVE WS-ULT-FECHA-EMP (WS-EMP-CORRIDA)
                   TO WS-ULTIMA-FECHA.
           IF WS-FECHA-HOY > WS-ULTIMA-FECHA
               MOVE "S" TO WS-EMITE-FACTURAS-SW.

      * El archivo de antes de las empresas trae un solo renglon sin
      * empresa: se toma como corrida consolidada.
       LEO-PERIODO-FACTURACION.
           READ PERIODO-FACTURACION
               AT END
                   GO TO F-LEO-PERIODO-FACTURACION
           END-READ.
           IF ST-PERIODO NOT = "00"
               GO TO F-LEO-PERIODO-FACTURACION.
           IF PER-FECHA NOT NUMERIC
               GO TO LEO-PERIODO-FACTURACION.
           IF PER-EMPRESA NOT NUMERIC OR PER-EMPRESA-NUM = 0
               MOVE PER-FECHA TO WS-ULT-CONSOLIDADO
           ELSE
               MOVE PER-FECHA TO WS-ULT-FECHA-EMP (PER-EMPRESA-NUM).
           GO TO LEO-PERIODO-FACTURACION.

       F-LEO-PERIODO-FACTURACION.
           EXIT.

       GRABO-PERIODO-FACTURACION.
           IF CORRIDA-CONSOLIDADA
               MOVE WS-FECHA-HOY TO WS-ULT-CONSOLIDADO
           ELSE
               MOVE WS-FECHA-HOY TO WS-ULT-FECHA-EMP (WS-EMP-CORRIDA).
           OPEN OUTPUT PERIODO-FACTURACION.
           MOVE SPACE TO LINEA-PERIODO.
           MOVE WS-ULT-CONSOLIDADO TO PER-FECHA.
           WRITE LINEA-PERIODO.
           PERFORM GRABO-PERIODO-EMPRESA
               VARYING WS-ULT-I FROM 1 BY 1 UNTIL WS-ULT-I > 999.
           CLOSE PERIODO-FACTURACION.

      * Solo hace falta el renglon de la empresa que corrio sola
      * despues de la ultima consolidada.
       GRABO-PERIODO-EMPRESA.
           IF WS-ULT-FECHA-EMP (WS-ULT-I) > WS-ULT-CONSOLIDADO
               MOVE WS-ULT-FECHA-EMP (WS-ULT-I) TO PER-FECHA
               MOVE WS-ULT-I TO PER-EMPRESA-NUM
               WRITE LINEA-PERIODO.

      ******************************************************************
      * Dia de la semana de hoy por conteo real de dias desde el
      * 0001-01-01 (lunes), como en CALENDARIO-HABIL: el residuo
                   END-IF
           END-EVALUATE.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
           EXIT.

       FILTRO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF CLI_CATEGORIA = "E" AND EMPRESA-EN-CORRIDA
               PERFORM IMPRIMO-COMERCIAL.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

       IMPRIMO-COMERCIAL.
           MOVE WS-EMP-REGISTRO-NUM TO WS-EMPRESA-CLIENTE.
           MOVE "S" TO WS-EMPRESA-FACT-SW.
           IF WS-ULT-FECHA-EMP (WS-EMPRESA-CLIENTE) NOT < WS-FECHA-HOY
               MOVE "N" TO WS-EMPRESA-FACT-SW.
           MOVE CLI_RAZONSOCIAL TO DET-RAZONSOCIAL.
           MOVE CLI-ID          TO DET-ID.
           MOVE CLI_NOMBRE      TO DET-NOMBRE.
           PERFORM FORMATEO-MONEDA.
           MOVE WS-MONEDA-EDITADA TO DET-SALDO.
           MOVE 0 TO DET-FACTURA.
           MOVE SPACE TO DET-REFERENCIA.
           MOVE SPACE TO DET-IVA.
           PERFORM EVALUO-CICLO-CUENTA.
           IF CLI-SALDO < 0 AND EMITE-FACTURAS AND CICLO-CAE-HOY
            AND EMPRESA-POR-FACTURAR
               MOVE 0     TO WS-ID-SUCURSAL
               MOVE SPACE TO WS-NOMBRE-SUCURSAL
               PERFORM DESCUENTO-VENTAS-ABIERTAS
                   THRU F-DESCUENTO-VENTAS-ABIERTAS
               COMPUTE WS-BASE-FACTURA = 0 - CLI-SALDO - WS-BASE-VENTAS
               IF WS-BASE-FACTURA > 0
                   PERFORM GRABO-FACTURA THRU F-GRABO-FACTURA
               END-IF
           END-IF.
           MOVE LINEA-DETALLE   TO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           ADD 1 TO WS-TOTAL-COMERCIALES.
           IF EMITE-FACTURAS AND CICLO-CAE-HOY AND EMPRESA-POR-FACTURAR
               PERFORM FACTURO-SUCURSALES THRU F-FACTURO-SUCURSALES.

      ******************************************************************
      * Factura numerada en el registro de facturas por la deuda de la
      * cuenta comercial: la deuda en positivo, menos lo pendiente de
      * sus facturas de venta abiertas, es la base gravable,
      * repartida en lineas (ARMO-LINEAS-FACTURA) con el IVA de cada
      * una, y el valor facturado es base mas impuesto. La factura
      * nace abierta con todo su valor pendiente y sus lineas quedan
      * en el detalle de facturas. El numero sale del rango
      * autorizado vigente (NUMERACION-FISCAL); sin rango la factura
      * no se emite y la corrida termina con retorno 16.
      ******************************************************************
       GRABO-FACTURA.
           MOVE SPACE TO WS-REF-PAGO.
           PERFORM ARMO-LINEAS-FACTURA THRU F-ARMO-LINEAS-FACTURA.
           COMPUTE WS-VALOR-FACTURA =
               WS-BASE-FACTURA + WS-IVA-FACTURA.
           MOVE "S"          TO WS-NFI-FUNCION.
           MOVE "F"          TO WS-NFI-TIPO.
           MOVE WS-EMPRESA-CLIENTE TO WS-NFI-EMPRESA.
           MOVE WS-FECHA-HOY TO WS-NFI-FECHA.
      *    La simulacion no consume numeros del rango autorizado: la
      *    factura simulada queda con numero cero.
           IF CORRIDA-SIMULADA
               MOVE 0   TO WS-NFI-NUMERO
               MOVE "S" TO WS-NFI-RESULTADO
           ELSE
               CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION
                   WS-NFI-TIPO WS-NFI-EMPRESA WS-NFI-FECHA
                   WS-NFI-NUMERO WS-NFI-SUCURSAL WS-NFI-LEYENDA
                   WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO NOT = "S"
               DISPLAY "Sin rango de numeracion autorizado vigente: "
                   "no se emite la factura del cliente " CLI-ID
               ADD 1 TO WS-TOTAL-SIN-NUMERO
               MOVE 16 TO RETURN-CODE
               GO TO F-GRABO-FACTURA.
           MOVE WS-NFI-NUMERO        TO FAC-NUMERO.
           MOVE CLI-ID               TO FAC-ID-CLIENTE.
           MOVE CLI_RAZONSOCIAL      TO FAC-RAZONSOCIAL.
           MOVE WS-FECHA-HOY         TO FAC-FECHA.
           MOVE WS-ID-SUCURSAL       TO FAC-ID-SUCURSAL.
           MOVE WS-NOMBRE-SUCURSAL   TO FAC-NOMBRE-SUCURSAL.
           MOVE 0                    TO FAC-FECHA-SALDADA.
      *    La factura de una sucursal es de la empresa de su matriz.
           MOVE WS-EMPRESA-CLIENTE   TO FAC-EMPRESA.
           CALL "CONSULTA-PLAZO" USING CLI-ID CLI_CATEGORIA FAC-FECHA
               WS-PLAZO-DIAS FAC-FECHA-VENCE.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-FACTURAS
           ELSE
               WRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error grabando la factura del cliente "
                   CLI-ID " (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FAC-NUMERO TO DET-FACTURA
               CALL "REFERENCIA-PAGO" USING WS-REF-FUNCION WS-REF-PAGO
                   FAC-ID-CLIENTE FAC-NUMERO WS-REF-RESULTADO
               MOVE WS-REF-PAGO TO DET-REFERENCIA
               MOVE WS-IVA-FACTURA TO WS-MONEDA-ENTRADA
               PERFORM FORMATEO-MONEDA
               MOVE WS-MONEDA-EDITADA TO DET-IVA
               ADD WS-IVA-FACTURA TO WS-TOTAL-IVA
               PERFORM GRABO-LINEAS-FACTURA
                   VARYING WS-LIN-I FROM 1 BY 1
                   UNTIL WS-LIN-I > WS-LIN-USADAS
               IF NOT CORRIDA-SIMULADA
                   PERFORM MARCO-CARGO-FACTURADO
                       VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-USADAS
               END-IF
               ADD 1 TO WS-TOTAL-FACTURADAS
               ADD WS-VALOR-FACTURA TO WS-TOTAL-VALOR-FACTURADO
               PERFORM OFREZCO-DESCUENTO THRU F-OFREZCO-DESCUENTO
               IF NOT CORRIDA-SIMULADA
                   PERFORM ESCRIBO-DOCUMENTO-FACTURA
               END-IF.

       F-GRABO-FACTURA.
           EXIT.

      ******************************************************************
      * Las ventas del punto de venta ya tienen cada una su factura
      * abierta (POSTEO-VENTAS) y su valor esta en la deuda: la
      * factura del ciclo cobra solo el resto. Se suma la base aun
      * pendiente (FAC-SALDO-PENDIENTE llevado a base en la proporcion
      * FAC-BASE / FAC-VALOR, como en CONCILIA-SALDO-FACTURAS) de cada
      * factura de venta abierta del cliente.
      ******************************************************************
       DESCUENTO-VENTAS-ABIERTAS.
           MOVE 0 TO WS-BASE-VENTAS.
           IF NOT VENTAS-DISPONIBLES
               GO TO F-DESCUENTO-VENTAS-ABIERTAS.
           MOVE CLI-ID TO VRG-ID-CLIENTE.
           START VENTAS-POSTEADAS KEY IS EQUAL VRG-ID-CLIENTE
               INVALID KEY
                   GO TO F-DESCUENTO-VENTAS-ABIERTAS
           END-START.

       LEO-VENTA-ABIERTA.
           READ VENTAS-POSTEADAS NEXT RECORD
               AT END
                   GO TO F-DESCUENTO-VENTAS-ABIERTAS
           END-READ.
           IF ST-VENTAS > "07" OR VRG-ID-CLIENTE NOT = CLI-ID
               GO TO F-DESCUENTO-VENTAS-ABIERTAS.
           IF VRG-FAC-NUMERO = 0
               GO TO LEO-VENTA-ABIERTA.
           MOVE VRG-FAC-NUMERO TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   GO TO LEO-VENTA-ABIERTA
           END-READ.
           IF ST-FACTURAS NOT = "00" OR FAC-ESTADO NOT = "A"
            OR FAC-VALOR = 0
               GO TO LEO-VENTA-ABIERTA.
           COMPUTE WS-BASE-VENTAS ROUNDED = WS-BASE-VENTAS +
               FAC-SALDO-PENDIENTE * FAC-BASE / FAC-VALOR.
           GO TO LEO-VENTA-ABIERTA.

       F-DESCUENTO-VENTAS-ABIERTAS.
           EXIT.

      ******************************************************************
      * Arma las lineas de la factura en curso. La matriz lleva
      * primero sus cargos fijos posteados en el periodo o en el
      * anterior que aun no salieron en otra factura (el periodo
      * posteado no es el ya facturado), cada uno como item del
      * catalogo y nunca por mas de la deuda que queda por explicar;
      * lo que resta de la deuda va en la linea SALDO con la
      * categoria del cliente. Una factura de sucursal es solo su
      * linea SALDO. Cada linea lleva su IVA por la tasa de su
      * categoria; si las tasas difieren, la tasa de la factura es la
      * efectiva.
      ******************************************************************
       ARMO-LINEAS-FACTURA.
           MOVE 0 TO WS-LIN-USADAS.
           MOVE 0 TO WS-IVA-FACTURA.
           MOVE "N" TO WS-TASAS-MEZCLADAS-SW.
           MOVE WS-BASE-FACTURA TO WS-BASE-RESTANTE.
           IF WS-ID-SUCURSAL NOT = 0 OR NOT CARGOS-DISPONIBLES
               GO TO ARMO-LINEA-SALDO.
           MOVE CLI-ID     TO CFJ-ID-CLIENTE.
           MOVE LOW-VALUES TO CFJ-CODIGO.
           START CARGOS-FIJOS KEY IS NOT LESS THAN CFJ-CLAVE
               INVALID KEY
                   GO TO ARMO-LINEA-SALDO
           END-START.

       LEO-CARGO-FIJO.
           READ CARGOS-FIJOS NEXT RECORD
               AT END
                   GO TO ARMO-LINEA-SALDO
           END-READ.
           IF CFJ-ID-CLIENTE NOT = CLI-ID
               GO TO ARMO-LINEA-SALDO.
           IF CFJ-ULTIMO-PERIODO NOT = WS-PERIODO-HOY
            AND CFJ-ULTIMO-PERIODO NOT = WS-PERIODO-ANTERIOR
               GO TO LEO-CARGO-FIJO.
           IF CFJ-PERIODO-FACTURADO = CFJ-ULTIMO-PERIODO
               GO TO LEO-CARGO-FIJO.
           IF WS-BASE-RESTANTE NOT > 0 OR WS-LIN-USADAS >= 19
               GO TO ARMO-LINEA-SALDO.
           ADD 1 TO WS-LIN-USADAS.
           MOVE CFJ-CODIGO      TO WS-LIN-CODIGO (WS-LIN-USADAS).
           MOVE "C"             TO WS-LIN-ORIGEN (WS-LIN-USADAS).
           MOVE CFJ-DESCRIPCION TO WS-LIN-DESCRIPCION (WS-LIN-USADAS).
           MOVE CLI_CATEGORIA   TO WS-CATEGORIA-LINEA.
           IF CATALOGO-DISPONIBLE
               MOVE CFJ-CODIGO TO CTL-CODIGO
               READ CATALOGO KEY IS CTL-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-CATALOGO = "00"
                   MOVE CTL-DESCRIPCION
                       TO WS-LIN-DESCRIPCION (WS-LIN-USADAS)
                   IF CTL-CATEGORIA-IVA NOT = SPACE
                       MOVE CTL-CATEGORIA-IVA TO WS-CATEGORIA-LINEA
                   END-IF
               END-IF
           END-IF.
           IF CFJ-VALOR > WS-BASE-RESTANTE
               MOVE WS-BASE-RESTANTE TO WS-BASE-LINEA
           ELSE
               MOVE CFJ-VALOR TO WS-BASE-LINEA.
           MOVE 1             TO WS-LIN-CANTIDAD (WS-LIN-USADAS).
           MOVE WS-BASE-LINEA TO WS-LIN-PRECIO (WS-LIN-USADAS).
           PERFORM COMPLETO-LINEA.
           GO TO LEO-CARGO-FIJO.

       ARMO-LINEA-SALDO.
           IF WS-BASE-RESTANTE > 0 OR WS-LIN-USADAS = 0
               ADD 1 TO WS-LIN-USADAS
               MOVE "SALDO" TO WS-LIN-CODIGO (WS-LIN-USADAS)
               MOVE "S"     TO WS-LIN-ORIGEN (WS-LIN-USADAS)
               MOVE "SALDO DE CUENTA"
                   TO WS-LIN-DESCRIPCION (WS-LIN-USADAS)
               IF CATALOGO-DISPONIBLE
                   MOVE "SALDO" TO CTL-CODIGO
                   READ CATALOGO KEY IS CTL-CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF ST-CATALOGO = "00"
                       MOVE CTL-DESCRIPCION
                           TO WS-LIN-DESCRIPCION (WS-LIN-USADAS)
                   END-IF
               END-IF
               MOVE CLI_CATEGORIA    TO WS-CATEGORIA-LINEA
               MOVE WS-BASE-RESTANTE TO WS-BASE-LINEA
               MOVE 1 TO WS-LIN-CANTIDAD (WS-LIN-USADAS)
               MOVE WS-BASE-LINEA TO WS-LIN-PRECIO (WS-LIN-USADAS)
               PERFORM COMPLETO-LINEA.
           IF TASAS-MEZCLADAS AND WS-BASE-FACTURA > 0
               COMPUTE WS-TASA-IVA-MIL ROUNDED =
                   WS-IVA-FACTURA * 1000 / WS-BASE-FACTURA.

       F-ARMO-LINEAS-FACTURA.
           EXIT.

      ******************************************************************
      * Completa la linea recien abierta: base, categoria, tasa e IVA
      * de la linea, y descuenta su base de la deuda por explicar.
      ******************************************************************
       COMPLETO-LINEA.
           MOVE WS-BASE-LINEA TO WS-LIN-BASE (WS-LIN-USADAS).
           MOVE WS-CATEGORIA-LINEA TO WS-LIN-CATEGORIA (WS-LIN-USADAS).
           PERFORM BUSCO-TASA-IVA.
           MOVE WS-TASA-IVA-MIL TO WS-LIN-TASA-MIL (WS-LIN-USADAS).
           COMPUTE WS-LIN-IVA (WS-LIN-USADAS) ROUNDED =
               WS-BASE-LINEA * WS-TASA-IVA-MIL / 1000.
           ADD WS-LIN-IVA (WS-LIN-USADAS) TO WS-IVA-FACTURA.
           SUBTRACT WS-BASE-LINEA FROM WS-BASE-RESTANTE.
           IF WS-LIN-USADAS > 1
            AND WS-LIN-TASA-MIL (WS-LIN-USADAS) NOT =
                WS-LIN-TASA-MIL (1)
               MOVE "S" TO WS-TASAS-MEZCLADAS-SW.

      ******************************************************************
      * Graba la linea WS-LIN-I de la factura recien numerada.
      ******************************************************************
       GRABO-LINEAS-FACTURA.
           MOVE FAC-NUMERO TO FDT-NUMERO.
           MOVE WS-LIN-I   TO FDT-LINEA.
           MOVE WS-LIN-CODIGO (WS-LIN-I)      TO FDT-CODIGO.
           MOVE WS-LIN-DESCRIPCION (WS-LIN-I) TO FDT-DESCRIPCION.
           MOVE WS-LIN-CANTIDAD (WS-LIN-I)    TO FDT-CANTIDAD.
           MOVE WS-LIN-PRECIO (WS-LIN-I)      TO FDT-PRECIO-UNITARIO.
           MOVE WS-LIN-BASE (WS-LIN-I)        TO FDT-BASE.
           MOVE WS-LIN-CATEGORIA (WS-LIN-I)   TO FDT-CATEGORIA-IVA.
           MOVE WS-LIN-TASA-MIL (WS-LIN-I)    TO FDT-TASA-IVA-MIL.
           MOVE WS-LIN-IVA (WS-LIN-I)         TO FDT-IVA.
           COMPUTE FDT-TOTAL = FDT-BASE + FDT-IVA.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-DETALLE-FACTURA.
           IF ST-DETALLE > "07"
               DISPLAY "Error grabando la linea " WS-LIN-I
                   " de la factura " FAC-NUMERO " (" ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-LINEAS.

      ******************************************************************
      * Marca el cargo fijo de la linea WS-LIN-I con el periodo y el
      * numero de la factura que lo detallo, para que no vuelva a
      * salir en la factura siguiente.
      ******************************************************************
       MARCO-CARGO-FACTURADO.
           IF LINEA-DE-CARGO (WS-LIN-I)
               MOVE CLI-ID                   TO CFJ-ID-CLIENTE
               MOVE WS-LIN-CODIGO (WS-LIN-I) TO CFJ-CODIGO
               READ CARGOS-FIJOS KEY IS CFJ-CLAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-CARGOS = "00"
                   MOVE CFJ-ULTIMO-PERIODO TO CFJ-PERIODO-FACTURADO
                   MOVE FAC-NUMERO         TO CFJ-FAC-NUMERO
                   REWRITE REG-CARGO-FIJO
                   IF ST-CARGOS > "07"
                       DISPLAY "Error marcando el cargo " CFJ-CODIGO
                           " de la factura " FAC-NUMERO " ("
                           ST-CARGOS ")"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Factura por cada sucursal con deuda de la cuenta comercial en
           MOVE SUB-ID     TO WS-ID-SUCURSAL.
           MOVE SUB-NOMBRE TO WS-NOMBRE-SUCURSAL.
           COMPUTE WS-BASE-FACTURA = 0 - SUB-SALDO.
           PERFORM GRABO-FACTURA THRU F-GRABO-FACTURA.
           MOVE SUB-SALDO TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-FACTURACION.
           STRING "  SUCURSAL " SUB-NOMBRE " (" SUB-ID ") SALDO "
               WS-MONEDA-EDITADA " FACTURA " FAC-NUMERO
               " REF " WS-REF-PAGO
               DELIMITED BY SIZE INTO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           ADD 1 TO WS-TOTAL-SUCURSALES.
           MOVE "            CLIENTES / CARTERA COMERCIAL"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE FAC-EMPRESA TO WS-EMP-CODIGO.
           PERFORM ARMO-EMISOR.
           IF WS-EMP-EMISOR NOT = SPACE
               MOVE WS-EMP-EMISOR TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           MOVE "        Departamento de Facturacion"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           STRING "FACTURA No. " FAC-NUMERO "    FECHA: " FAC-FECHA
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE WS-NFI-LEYENDA TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           IF WS-PLAZO-DIAS = 0
               STRING "VENCE: " FAC-FECHA-VENCE "    (DE CONTADO)"
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
           ELSE
               STRING "VENCE: " FAC-FECHA-VENCE "    (PLAZO "
                   WS-PLAZO-DIAS " DIAS)"
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "REFERENCIA DE PAGO: " WS-REF-PAGO
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "SENORES: " FAC-RAZONSOCIAL (1:50)
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "IDENTIFICACION: " WS-NIT-EDITADO
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE CLI_DIRECCION (1:80) TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           IF FAC-ID-SUCURSAL > 0
                   " (" FAC-ID-SUCURSAL ")"
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "ITEM   DESCRIPCION                     CANT"
               TO LINEA-DOCUMENTO.
           MOVE "     PRECIO        BASE TASA         IVA"
               TO LINEA-DOCUMENTO (44:).
           WRITE LINEA-DOCUMENTO.
           PERFORM ESCRIBO-LINEA-DOCUMENTO
               VARYING WS-LIN-I FROM 1 BY 1
               UNTIL WS-LIN-I > WS-LIN-USADAS.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE FAC-BASE TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "TOTAL A PAGAR : " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           IF WS-DESC-VALOR > 0
               MOVE SPACE TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO
               MOVE WS-DESC-VALOR TO WS-MONEDA-ENTRADA
               PERFORM FORMATEO-MONEDA
               MOVE SPACE TO LINEA-DOCUMENTO
               STRING "DESCUENTO PRONTO PAGO (" WS-DESC-PCT-MIL
                   " POR MIL): " WS-MONEDA-EDITADA
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO
               MOVE WS-DESC-NETO TO WS-MONEDA-ENTRADA
               PERFORM FORMATEO-MONEDA
               MOVE SPACE TO LINEA-DOCUMENTO
               STRING "PAGANDO HASTA EL " WS-DESC-LIMITE
                   " PAGUE SOLO: " WS-MONEDA-EDITADA
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

       ESCRIBO-LINEA-DOCUMENTO.
           MOVE WS-LIN-CODIGO (WS-LIN-I)      TO DOC-CODIGO.
           MOVE WS-LIN-DESCRIPCION (WS-LIN-I) TO DOC-DESCRIPCION.
           MOVE WS-LIN-CANTIDAD (WS-LIN-I)    TO DOC-CANTIDAD.
           MOVE WS-LIN-PRECIO (WS-LIN-I)      TO DOC-PRECIO.
           MOVE WS-LIN-BASE (WS-LIN-I)        TO DOC-BASE.
           MOVE WS-LIN-TASA-MIL (WS-LIN-I)    TO DOC-TASA.
           MOVE WS-LIN-IVA (WS-LIN-I)         TO DOC-IVA.
           MOVE LINEA-ITEM-DOC TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

      ******************************************************************
      * Descuento por pronto pago de la factura recien grabada: el
      * termino del cliente y, si no tiene, el de su categoria. La
      * fecha limite es la de la factura mas los dias pactados,
      * corrida al primer dia habil; el descuento es sobre el total
      * facturado. La oferta queda en el registro de descuentos en
      * estado "O" para que APLICA-PAGOS-FACTURA y POSTEO-PAGOS la
      * respeten al llegar el pago.
      ******************************************************************
       OFREZCO-DESCUENTO.
           MOVE 0 TO WS-DESC-VALOR.
           IF NOT TERMINOS-DISPONIBLES OR ST-DESCUENTOS > "07"
               GO TO F-OFREZCO-DESCUENTO.
           MOVE "C"    TO TDC-TIPO.
           MOVE CLI-ID TO TDC-ID-CLIENTE.
           READ TERMINOS-DESCUENTO KEY IS TDC-CLAVE
               INVALID KEY
                   MOVE "K"   TO TDC-TIPO
                   MOVE SPACE TO TDC-CODIGO
                   MOVE CLI_CATEGORIA TO TDC-CODIGO (1:1)
                   READ TERMINOS-DESCUENTO KEY IS TDC-CLAVE
                       INVALID KEY
                           GO TO F-OFREZCO-DESCUENTO
                   END-READ
           END-READ.
           IF TDC-PCT-MIL = 0 OR TDC-DIAS = 0
               GO TO F-OFREZCO-DESCUENTO.
           MOVE TDC-PCT-MIL TO WS-DESC-PCT-MIL.
           MOVE TDC-DIAS    TO WS-DESC-DIAS.
           COMPUTE WS-DESC-VALOR ROUNDED =
               FAC-VALOR * WS-DESC-PCT-MIL / 1000.
           IF WS-DESC-VALOR = 0
               GO TO F-OFREZCO-DESCUENTO.
           COMPUTE WS-DESC-NETO = FAC-VALOR - WS-DESC-VALOR.
           MOVE FAC-FECHA TO WS-LIM-FECHA.
           PERFORM SUMO-DIA-LIMITE WS-DESC-DIAS TIMES.
           MOVE "S" TO WS-CAL-FUNCION.
           MOVE WS-LIM-FECHA TO WS-CAL-HASTA.
           CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
               WS-LIM-FECHA WS-CAL-HASTA WS-DESC-LIMITE.
           MOVE FAC-NUMERO      TO DPP-FAC-NUMERO.
           MOVE FAC-ID-CLIENTE  TO DPP-ID-CLIENTE.
           MOVE FAC-FECHA       TO DPP-FECHA-FACTURA.
           MOVE WS-DESC-PCT-MIL TO DPP-PCT-MIL.
           MOVE WS-DESC-DIAS    TO DPP-DIAS.
           MOVE WS-DESC-LIMITE  TO DPP-FECHA-LIMITE.
           MOVE WS-DESC-VALOR   TO DPP-VALOR.
           MOVE "O"             TO DPP-ESTADO.
           MOVE 0               TO DPP-FECHA-PAGO.
           MOVE SPACE           TO DPP-REFERENCIA.
           MOVE "N"             TO DPP-FACTURA-SW.
           MOVE "N"             TO DPP-MOVIMIENTO-SW.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-DESCUENTO-FACTURA.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Error grabando el descuento de la factura "
                   FAC-NUMERO " (" ST-DESCUENTOS "), sale sin "
                   "descuento."
               MOVE 0 TO WS-DESC-VALOR
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-DESCUENTOS.

       F-OFREZCO-DESCUENTO.
           EXIT.

      ******************************************************************
      * Avanza un dia calendario la fecha limite en curso, con fin de
      * mes y febrero bisiesto.
      ******************************************************************
       SUMO-DIA-LIMITE.
           MOVE WS-DIAS-MES (WS-LIM-MES) TO WS-LIM-TOPE.
           IF WS-LIM-MES = 2
               DIVIDE WS-LIM-ANO BY 4 GIVING WS-LIM-COCIENTE
                   REMAINDER WS-LIM-RESTO
               IF WS-LIM-RESTO = 0
                   MOVE 29 TO WS-LIM-TOPE
               END-IF
               DIVIDE WS-LIM-ANO BY 100 GIVING WS-LIM-COCIENTE
                   REMAINDER WS-LIM-RESTO
               IF WS-LIM-RESTO = 0
                   MOVE 28 TO WS-LIM-TOPE
               END-IF
               DIVIDE WS-LIM-ANO BY 400 GIVING WS-LIM-COCIENTE
                   REMAINDER WS-LIM-RESTO
               IF WS-LIM-RESTO = 0
                   MOVE 29 TO WS-LIM-TOPE
               END-IF
           END-IF.
           IF WS-LIM-DIA < WS-LIM-TOPE
               ADD 1 TO WS-LIM-DIA
           ELSE
               MOVE 1 TO WS-LIM-DIA
               IF WS-LIM-MES < 12
                   ADD 1 TO WS-LIM-MES
               ELSE
                   MOVE 1 TO WS-LIM-MES
                   ADD 1 TO WS-LIM-ANO
               END-IF
           END-IF.

      ******************************************************************
      * Deja la generacion fechada de documentos anotada en el
      * registro, para que la retencion y la consulta la encuentren.
           EXIT.

      ******************************************************************
      * Tasa de IVA de la categoria de la linea en curso (la del item
      * del catalogo o la del cliente), en milesimas. Sin maestro o
      * sin entrada para la categoria, la tasa queda en cero.
      ******************************************************************
       BUSCO-TASA-IVA.
           MOVE 0 TO WS-TASA-IVA-MIL.
           IF TASAS-DISPONIBLES
               MOVE WS-CATEGORIA-LINEA TO IVA-CATEGORIA
               READ TASAS-IVA KEY IS IVA-CATEGORIA
                   INVALID KEY
                       CONTINUE
           STRING "FACTURAS DE SUCURSAL: " WS-TOTAL-SUCURSALES
               DELIMITED BY SIZE INTO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           MOVE SPACE TO LINEA-FACTURACION.
           STRING "LINEAS DE FACTURA GRABADAS: " WS-TOTAL-LINEAS
               DELIMITED BY SIZE INTO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           MOVE SPACE TO LINEA-FACTURACION.
           STRING "FACTURAS CON DESCUENTO POR PRONTO PAGO: "
               WS-TOTAL-DESCUENTOS
               DELIMITED BY SIZE INTO LINEA-FACTURACION.
           WRITE LINEA-FACTURACION.
           IF WS-TOTAL-SIN-NUMERO > 0
               MOVE SPACE TO LINEA-FACTURACION
               STRING "FACTURAS NO EMITIDAS POR FALTA DE NUMERACION "
                   "AUTORIZADA: " WS-TOTAL-SIN-NUMERO
                   DELIMITED BY SIZE INTO LINEA-FACTURACION
               WRITE LINEA-FACTURACION.

      ******************************************************************
      * Totales de control de la corrida consolidada, para guardarlos
      * (corrida real) o compararlos contra la ultima real
      * (simulacion).
      ******************************************************************
       ANOTO-TOTALES-CORRIDA.
           MOVE "CUENTAS COMERCIALES"     TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-COMERCIALES      TO WS-SIM-CANTIDAD.
           MOVE 0                         TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "FACTURAS EMITIDAS"       TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-FACTURADAS       TO WS-SIM-CANTIDAD.
           MOVE WS-TOTAL-VALOR-FACTURADO  TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "IVA FACTURADO"           TO WS-SIM-CONCEPTO.
           MOVE 0                         TO WS-SIM-CANTIDAD.
           MOVE WS-TOTAL-IVA              TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "FACTURAS DE SUCURSAL"    TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-SUCURSALES       TO WS-SIM-CANTIDAD.
           MOVE 0                         TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "LINEAS DE FACTURA"       TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-LINEAS           TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DESCUENTOS OFRECIDOS"    TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-DESCUENTOS       TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "FACTURAS SIN NUMERACION" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-SIN-NUMERO       TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.

           COPY MONEDA.

           COPY BANNER.

           COPY EMPCORR.

           COPY SIMULA.

       END PROGRAM FACTURACION-COMERCIAL.
