      *                     procesa como formato viejo, con aviso --
      *                     una transmision truncada posteaba menos
      *                     pagos y nadie se enteraba.
      *   2026-10-15  CEVR  Retenciones de los clientes empresariales:
      *                     el pago trae PAG-RETENCION y su tipo
      *                     (renta "R" o IVA "I"). La cuenta se salda
      *                     por el bruto (lo recibido mas lo
      *                     retenido); lo retenido queda con su
      *                     propio movimiento RETFUENTE o RETIVA
      *                     (mapeados en tipos_movimiento.dat) y con
      *                     su fila en el registro de retenciones
      *                     (retenciones.dat, RETENCION.cpy). Una
      *                     retencion de tipo desconocido, en cuenta
      *                     no empresarial o en moneda distinta a la
      *                     de la cuenta va al suspenso -- antes la
      *                     diferencia quedaba abierta o la castigaba
      *                     la tolerancia de diferencia menor.
      *   2026-10-15  CEVR  Descuento por pronto pago: el pago que
      *                     llega dentro de la fecha limite de una
      *                     factura con oferta vigente
      *                     (descuentos_factura.dat, DESCPP.cpy) y
      *                     cubre lo pendiente menos el descuento
      *                     salda la cuenta completa: el descuento
      *                     se postea con su propio movimiento DESCPP
      *                     y la oferta queda tomada ("T") con la
      *                     referencia del pago, para que
      *                     APLICA-PAGOS-FACTURA salde la factura con
      *                     el mismo criterio. El pago se reparte
      *                     sobre las facturas abiertas en el mismo
      *                     orden que APLICA-PAGOS-FACTURA; si esa ya
      *                     aplico el pago, aqui solo se postean los
      *                     descuentos que tomo -- antes cobranza los
      *                     concedia a mano con NOTA-CREDITO.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Pago, retencion, diferencia menor,
      *                     devolucion de interes y descuento llaman a
      *                     COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Varios bancos de recaudo: la corrida recorre
      *                     los perfiles de perfiles_banco.dat
      *                     (PERFILES-BANCO) y procesa el archivo de
      *                     pagos de cada banco (pagos_banco.dat el
      *                     principal, pagos_banco_CODI.dat los demas)
      *                     con su propio control de corrida
      *                     (corrida_pagos[_CODI].dat), sus reglas de
      *                     encabezado, totales y secuencia, su layout
      *                     (el Asobancaria pasa por
      *                     FORMATO-ASOBANCARIA) y sus totales de
      *                     control. Un archivo rechazado deja codigo de
      *                     retorno 8 y la corrida sigue con el banco
      *                     siguiente. Cada pago lleva el banco donde
      *                     entro la plata: en el suspenso (SUS-BANCO) y
      *                     en el movimiento PAGO (MOV-BANCO-RECAUDO).
      *   2026-10-15  CEVR  Referencia estructurada de pago
      *                     (REFERENCIA-PAGO): con el digito correcto y
      *                     una factura del cliente que nombra, el pago
      *                     se casa con ese cliente aunque el banco
      *                     traiga otro ID y el reparto de descuentos
      *                     empieza por esa factura. Sin referencia
      *                     valida, como siempre.
      *   2026-10-15  CEVR  Modo simulacion (MODO_SIMULACION=S): casa,
      *                     suspende y calcula todo igual pero no toca
      *                     el maestro, los movimientos, las
      *                     retenciones, las referencias, los
      *                     descuentos ni el control de corrida; el
      *                     suspenso y su reporte salen como
      *                     simulacion_pagos_suspenso.* y los totales
      *                     se comparan contra la ultima corrida real.
      *   2026-10-15  CEVR  La devolucion de interes por fecha valor
      *                     usa la tasa negociada con el cliente
      *                     (TASA-NEGOCIADA) en vigor a la fecha valor
      *                     del pago antes que la de su categoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEO-PAGOS.

           COPY CLISEL.

           SELECT OPTIONAL PAGOS-BANCO ASSIGN TO WS-PAGOS-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-PAGOS.

           SELECT PAGOS-SUSPENSO ASSIGN TO WS-SUSPENSO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SUSPENSO.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PERIODO.

           SELECT OPTIONAL RETENCIONES
                  ASSIGN TO "./retenciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  STATUS ST-RETENCIONES.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DESCUENTOS-FACTURA
                  ASSIGN TO "./descuentos_factura.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPP-FAC-NUMERO
                  STATUS ST-DESCUENTOS.

           SELECT OPTIONAL CORRIDA-PAGOS
                  ASSIGN TO WS-CORRIDA-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDA.

           COPY PAGOCTL.

      *    Registro completo de los bancos con layout Asobancaria,
      *    que se traduce al de PAGOBANCO.cpy al leerlo.
       01  REG-PAGO-CRUDO PIC X(100).

       FD  PAGOS-SUSPENSO.

           COPY PAGOBANCO REPLACING ==REG-PAGO-BANCO== BY
               ==PAG-FECHA==      BY ==SUS-FECHA==
               ==PAG-REFERENCIA== BY ==SUS-REFERENCIA==
               ==PAG-VALOR==      BY ==SUS-VALOR==
               ==PAG-MONEDA==     BY ==SUS-MONEDA==
               ==PAG-RETENCION==  BY ==SUS-RETENCION==
               ==PAG-TIPO-RETENCION== BY ==SUS-TIPO-RETENCION==
               ==PAG-BANCO==      BY ==SUS-BANCO==.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(100).

           COPY CATEGORIA.

       FD  RETENCIONES.

           COPY RETENCION.

       FD  FACTURAS.

           COPY FACTURA.

       FD  DESCUENTOS-FACTURA.

           COPY DESCPP.

       FD  PERIODO-INTERES.
       01  LINEA-PERIODO PIC X(6).

       01  ST-PERIODO      PIC XX VALUE SPACE.
       01  ST-TASAS        PIC XX VALUE SPACE.
       01  ST-CATEGORIAS   PIC XX VALUE SPACE.
       01  ST-RETENCIONES  PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-DESCUENTOS   PIC XX VALUE SPACE.
       01  WS-CATEGORIAS-SW        PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

       01  WS-TASA-EMPRESA-MIL    PIC 9(3) VALUE 10.
       01  WS-TASA-PARTICULAR-MIL PIC 9(3) VALUE 25.
       01  WS-TASA-DEVOL-MIL      PIC 9(3) VALUE 0.
       01  WS-TNG-HALLADA         PIC X VALUE "N".
       01  WS-VALOR-DEVOL       PIC S9(7)V9(3) VALUE 0.
       01  WS-TOTAL-DEVOL       PIC 9(7)       VALUE 0.
       01  WS-VALOR-DEVOL-TOT   PIC S9(9)V9(3) VALUE 0.
       01  WS-ULT-SECUENCIA  PIC 9(6)       VALUE 0.
       01  WS-ARCHIVO-MALO-SW PIC X VALUE "N".
           88 ARCHIVO-MALO   VALUE "S".
      * Retencion del pago en curso (cero sin retencion o en los
      * registros anteriores al campo) y el tipo de movimiento con
      * que se postea, con sus totales de control.
       01  WS-RETENCION-PAGO    PIC 9(7)V9(3)  VALUE 0.
       01  WS-TIPO-MOV-RET      PIC X(10)      VALUE SPACE.
       01  WS-TOTAL-RETENCIONES PIC 9(7)       VALUE 0.
       01  WS-VALOR-RETENIDO    PIC S9(9)V9(3) VALUE 0.
       01  WS-MOTIVO-SUSPENSO   PIC X(40)      VALUE SPACE.
       01  WS-TIPO-VALIDO       PIC X          VALUE SPACE.

      * Descuento por pronto pago: disponibilidad del registro de
      * facturas y del de ofertas, lo que queda del pago en curso
      * por repartir sobre las facturas abiertas, si
      * APLICA-PAGOS-FACTURA ya lo aplico, y los totales de control.
       01  WS-FACTURAS-SW       PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES   VALUE "S".
       01  WS-DESCUENTOS-SW     PIC X VALUE "N".
           88 DESCUENTOS-DISPONIBLES VALUE "S".
       01  WS-YA-APLICADO-SW    PIC X VALUE "N".
           88 PAGO-YA-APLICADO       VALUE "S".
       01  WS-OFERTA-SW         PIC X VALUE "N".
           88 HAY-OFERTA             VALUE "S".
       01  WS-RESTANTE-DESC     PIC S9(7)V9(3) VALUE 0.
       01  WS-NETO-DESC         PIC S9(7)V9(3) VALUE 0.
       01  WS-TOTAL-DESCUENTOS  PIC 9(7)       VALUE 0.
       01  WS-VALOR-DESCUENTOS  PIC S9(9)V9(3) VALUE 0.

      * Referencia estructurada del pago (REFERENCIA-PAGO): cliente
      * y factura que trae, si el reparto empieza por esa factura, y
      * los totales de control de pagos casados por referencia, IDs
      * corregidos y referencias con el digito errado.
       01  WS-REF-FUNCION       PIC X    VALUE "V".
       01  WS-REF-RESULTADO     PIC X    VALUE SPACE.
       01  WS-REF-ID-CLIENTE    PIC 9(8) VALUE 0.
       01  WS-REF-FACTURA       PIC 9(8) VALUE 0.
       01  WS-REFERIDA-SW       PIC X    VALUE "N".
           88 FACTURA-REFERIDA  VALUE "S".
       01  WS-PAGOS-REFERIDOS   PIC 9(7) VALUE 0.
       01  WS-IDS-CORREGIDOS    PIC 9(7) VALUE 0.
       01  WS-REF-ERRADAS       PIC 9(7) VALUE 0.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

      * Bancos de recaudo: el archivo de pagos y el control de
      * corrida del banco en curso, los archivos comunes se abren con
      * el primer banco aceptado (un dia con todos los archivos
      * rechazados no pisa el suspenso), y los bancos procesados y
      * rechazados de la corrida.
       01  WS-PAGOS-PATH     PIC X(60) VALUE SPACE.
       01  WS-SUSPENSO-PATH  PIC X(60) VALUE "./pagos_suspenso.dat".
       01  WS-REPORTE-PATH   PIC X(60) VALUE "./pagos_suspenso.txt".
       01  WS-CORRIDA-PATH   PIC X(60) VALUE SPACE.
       01  WS-ABIERTOS-SW    PIC X VALUE "N".
           88 ARCHIVOS-ABIERTOS VALUE "S".
       01  WS-BANCOS-PROCESADOS PIC 99 VALUE 0.
       01  WS-BANCOS-RECHAZADOS PIC 99 VALUE 0.

      * Lectura del archivo del banco: fin de archivo y traduccion del
      * registro Asobancaria ("S" traducido, "N" registro de lote que
      * se salta, "E" no reconocido).
       01  WS-FIN-PAGOS-SW   PIC X VALUE "N".
           88 FIN-PAGOS         VALUE "S".
       01  WS-FMT-FUNCION    PIC X VALUE "P".
       01  WS-FMT-ESTADO     PIC X VALUE SPACE.
       01  WS-PAGO-TRADUCIDO PIC X(100) VALUE SPACE.

           COPY PERFBANCO.

           COPY PERFBCOWS.

           COPY COMPSALWS.

           COPY BANNERWS.

           COPY RESCORR.

           COPY SIMULAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "POSTEO-PAGOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM LEO-MODO-SIMULACION.
           IF CORRIDA-SIMULADA
               MOVE "./simulacion_pagos_suspenso.dat"
                   TO WS-SUSPENSO-PATH
               MOVE "./simulacion_pagos_suspenso.txt"
                   TO WS-REPORTE-PATH.
           PERFORM CARGO-PARAMETROS.
           PERFORM LEO-ULTIMO-PERIODO.
           PERFORM CARGO-PERFILES-BANCO.
           PERFORM PROCESO-BANCO THRU F-PROCESO-BANCO
               VARYING WS-PBA-I FROM 1 BY 1
               UNTIL WS-PBA-I > WS-PBA-USADOS.
           IF WS-PBA-USADOS > 1
               DISPLAY "Bancos de recaudo procesados: "
                   WS-BANCOS-PROCESADOS ", rechazados: "
                   WS-BANCOS-RECHAZADOS.
           IF ARCHIVOS-ABIERTOS
               PERFORM CIERRO-RESULTADOS
               PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      ******************************************************************
      * Un banco de recaudo: verifica su archivo de pagos contra sus
      * reglas y su ultima corrida, y si pasa lo postea con sus
      * propios totales de control. El archivo rechazado no postea un
      * solo item y deja codigo de retorno 8, pero no detiene a los
      * demas bancos.
      ******************************************************************
       PROCESO-BANCO.
           PERFORM TOMO-PERFIL-BANCO.
           MOVE "./pagos_banco" TO WS-RUTA-BASE.
           MOVE ".dat" TO WS-RUTA-EXT.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-PAGOS-PATH.
           MOVE "./corrida_pagos" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-CORRIDA-PATH.
           PERFORM INICIO-TOTALES-BANCO.
           IF PBA-CODIGO NOT = SPACE
               DISPLAY "=== BANCO " PBA-CODIGO " " PBA-NOMBRE
                   " -- " WS-PAGOS-PATH.
           PERFORM VERIFICO-CORRIDA THRU F-VERIFICO-CORRIDA.
           IF ARCHIVO-MALO
               DISPLAY "ARCHIVO RECHAZADO COMPLETO: no se postea un "
                   "solo item. Pida al banco la retransmision."
               PERFORM RECHAZO-BANCO
               GO TO F-PROCESO-BANCO.
           IF ARCHIVO-REPETIDO
               DISPLAY "ARCHIVO RECHAZADO: " WS-PAGOS-PATH " es "
                   "identico al ya procesado (fecha "
                   WS-ARCH-FECHA ", " WS-ARCH-CONTEO " items por "
                   WS-ARCH-TOTAL "). No se postea nada."
               PERFORM RECHAZO-BANCO
               GO TO F-PROCESO-BANCO.
           IF NOT ARCHIVOS-ABIERTOS
               PERFORM ABRO-ARCHIVOS
               SET ARCHIVOS-ABIERTOS TO TRUE.
           ADD 1 TO WS-BANCOS-PROCESADOS.
           IF PBA-CODIGO NOT = SPACE
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               STRING "BANCO " PBA-CODIGO " " PBA-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           OPEN INPUT PAGOS-BANCO.
           IF ST-PAGOS > "07"
               DISPLAY "Error abriendo PAGOS-BANCO (" ST-PAGOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-PROCESO-BANCO.
           PERFORM POSTEO-PAGO THRU F-POSTEO-PAGO.
           CLOSE PAGOS-BANCO.
           PERFORM IMPRIMO-RESUMEN.
      *    Una corrida sin archivo (o con el archivo vacio) no pisa
      *    el control: borraria la secuencia guardada y desarmaria
      *    el rechazo por fuera de secuencia de la proxima real.
           IF WS-ARCH-CONTEO > 0 AND NOT CORRIDA-SIMULADA
               PERFORM GRABO-CORRIDA.

       F-PROCESO-BANCO.
           EXIT.

       RECHAZO-BANCO.
           ADD 1 TO WS-BANCOS-RECHAZADOS.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * Cada banco arranca sus totales de control y sus marcas de
      * verificacion en cero.
      ******************************************************************
       INICIO-TOTALES-BANCO.
           MOVE 0 TO WS-TOTAL-LEIDOS.
           MOVE 0 TO WS-TOTAL-CASADOS.
           MOVE 0 TO WS-TOTAL-SUSPENDIDOS.
           MOVE 0 TO WS-VALOR-CASADO.
           MOVE 0 TO WS-VALOR-SUSPENDIDO.
           MOVE 0 TO WS-TOTAL-DIFMENOR.
           MOVE 0 TO WS-VALOR-DIFMENOR.
           MOVE 0 TO WS-TOTAL-DUPLICADOS.
           MOVE 0 TO WS-TOTAL-DEVOL.
           MOVE 0 TO WS-VALOR-DEVOL-TOT.
           MOVE 0 TO WS-TOTAL-CONVERTIDOS.
           MOVE 0 TO WS-TOTAL-RETENCIONES.
           MOVE 0 TO WS-VALOR-RETENIDO.
           MOVE 0 TO WS-TOTAL-DESCUENTOS.
           MOVE 0 TO WS-VALOR-DESCUENTOS.
           MOVE 0 TO WS-PAGOS-REFERIDOS.
           MOVE 0 TO WS-IDS-CORREGIDOS.
           MOVE 0 TO WS-REF-ERRADAS.
           MOVE 0 TO WS-ARCH-FECHA.
           MOVE 0 TO WS-ARCH-CONTEO.
           MOVE 0 TO WS-ARCH-TOTAL.
           MOVE 0 TO WS-ENC-SECUENCIA.
           MOVE 0 TO WS-TRL-CONTEO.
           MOVE 0 TO WS-TRL-TOTAL.
           MOVE 0 TO WS-ULT-SECUENCIA.
           MOVE "N" TO WS-ARCHIVO-REPETIDO-SW.
           MOVE "N" TO WS-ENC-PRESENTE-SW.
           MOVE "N" TO WS-TRL-PRESENTE-SW.
           MOVE "N" TO WS-ARCHIVO-MALO-SW.

      ******************************************************************
      * Lee un registro del archivo del banco. El del banco con layout
      * Asobancaria se traduce al de PAGOBANCO.cpy / PAGOCTL.cpy; los
      * registros de lote no tienen equivalente y se saltan.
      ******************************************************************
       LEO-PAGO-BANCO.
           MOVE "N" TO WS-FIN-PAGOS-SW.
           MOVE "S" TO WS-FMT-ESTADO.
           READ PAGOS-BANCO
               AT END
                   SET FIN-PAGOS TO TRUE
                   GO TO F-LEO-PAGO-BANCO
           END-READ.
           IF ST-PAGOS > "07" OR NOT PBA-PAGOS-ASOBANCARIA
               GO TO F-LEO-PAGO-BANCO.
           CALL "FORMATO-ASOBANCARIA" USING WS-FMT-FUNCION
               REG-PAGO-CRUDO WS-PAGO-TRADUCIDO WS-FMT-ESTADO.
           IF WS-FMT-ESTADO = "N"
               GO TO LEO-PAGO-BANCO.
           IF WS-FMT-ESTADO = "S"
               MOVE WS-PAGO-TRADUCIDO TO REG-PAGO-CRUDO.

       F-LEO-PAGO-BANCO.
           EXIT.

      ******************************************************************
      * Pasada previa de control de archivo: resume el archivo del
               GO TO F-VERIFICO-CORRIDA.

       RESUMO-ARCHIVO.
           PERFORM LEO-PAGO-BANCO THRU F-LEO-PAGO-BANCO.
           IF FIN-PAGOS
               CLOSE PAGOS-BANCO
               GO TO CUADRO-CONTROLES.
           IF WS-FMT-ESTADO = "E"
               DISPLAY "Registro del banco no reconocido o con valor "
                   "fuera de rango en el layout Asobancaria: "
                   REG-PAGO-CRUDO (1:40)
               MOVE "S" TO WS-ARCHIVO-MALO-SW
               CLOSE PAGOS-BANCO
               GO TO F-VERIFICO-CORRIDA.
      *    Los registros de control del banco no son detalle: el
      *    encabezado trae fecha y secuencia, los totales el conteo y
      *    el valor declarados.
      * control se sigue como formato viejo, con aviso.
      ******************************************************************
       CUADRO-CONTROLES.
      *    El banco cuyo perfil exige los registros de control no
      *    acepta el formato viejo; un archivo vacio o ausente no
      *    tiene nada que rechazar.
           IF NOT HAY-ENCABEZADO AND NOT HAY-TOTALES
            AND PBA-CONTROL-OBLIGATORIO AND WS-ARCH-CONTEO > 0
               DISPLAY "Archivo de pagos sin encabezado ni totales: "
                   "el perfil del banco los exige."
               MOVE "S" TO WS-ARCHIVO-MALO-SW
               GO TO F-VERIFICO-CORRIDA.
           IF NOT HAY-ENCABEZADO AND NOT HAY-TOTALES
               DISPLAY "Aviso: " WS-PAGOS-PATH " sin registros de "
                   "control del banco (formato viejo), se procesa "
                   "sin cuadre de transmision."
               GO TO COMPARO-CORRIDA.
           CLOSE CORRIDA-PAGOS.
      *    Con secuencias conocidas en ambos lados, el archivo debe
      *    ser exactamente el siguiente de la ultima corrida.
           IF HAY-ENCABEZADO AND PBA-CON-SECUENCIA
            AND WS-ULT-SECUENCIA > 0
            AND WS-ENC-SECUENCIA NOT = WS-ULT-SECUENCIA + 1
               DISPLAY "Archivo de pagos fuera de secuencia: llego "
               CLOSE PERIODO-INTERES.

       ABRO-ARCHIVOS.
           IF CORRIDA-SIMULADA
               OPEN INPUT CLIENTES
           ELSE
               OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT PAGOS-SUSPENSO.
           IF ST-SUSPENSO > "07"
               DISPLAY "Error abriendo PAGOS-SUSPENSO (" ST-SUSPENSO
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
      *    La simulacion no abre lo que solo se escribe.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-MOVIMIENTOS
           ELSE
               OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               DISPLAY "Maestro de tasas de cambio no disponible ("
                   ST-TASAS "): los pagos en otra moneda iran al "
                   "suspenso.".
           IF CORRIDA-SIMULADA
               OPEN INPUT REFERENCIAS-PAGOS
           ELSE
               OPEN I-O REFERENCIAS-PAGOS
               IF ST-REFERENCIAS = "35"
                   OPEN OUTPUT REFERENCIAS-PAGOS
               END-IF
           END-IF.
           IF ST-REFERENCIAS > "07"
               DISPLAY "Error abriendo REFERENCIAS-PAGOS ("
                   ST-REFERENCIAS ")"
               MOVE 16 TO RETURN-CODE.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-RETENCIONES
           ELSE
               OPEN I-O RETENCIONES
               IF ST-RETENCIONES = "35"
                   OPEN OUTPUT RETENCIONES
               END-IF
           END-IF.
           IF ST-RETENCIONES > "07"
               DISPLAY "Error abriendo RETENCIONES (" ST-RETENCIONES
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS NOT > "07"
               SET FACTURAS-DISPONIBLES TO TRUE.
           IF CORRIDA-SIMULADA
               OPEN INPUT DESCUENTOS-FACTURA
           ELSE
               OPEN I-O DESCUENTOS-FACTURA.
           IF ST-DESCUENTOS NOT > "07"
               SET DESCUENTOS-DISPONIBLES TO TRUE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PAGOS EN SUSPENSO PARA REVISION MANUAL"
               WS-SIM-ROTULO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * la tolerancia de sobrepago y lo postea o lo suspende.
      ******************************************************************
       POSTEO-PAGO.
           PERFORM LEO-PAGO-BANCO THRU F-LEO-PAGO-BANCO.
           IF FIN-PAGOS
               GO TO F-POSTEO-PAGO.
           IF ST-PAGOS > "07" AND ST-PAGOS NOT = "10"
               DISPLAY "Error leyendo PAGOS-BANCO (" ST-PAGOS ")"
               MOVE 16 TO RETURN-CODE
      *    previa, no son detalle posteable.
           IF PCT-ENCABEZADO OR PCT-TOTALES
               GO TO POSTEO-PAGO.
      *    El banco donde entro la plata no viene en el archivo: es
      *    el del archivo que se esta leyendo.
           MOVE PBA-CODIGO TO PAG-BANCO.
           ADD 1 TO WS-TOTAL-LEIDOS.
      *    La referencia ya posteada es un duplicado: al suspenso.
           IF ST-REFERENCIAS NOT > "07"
                   GO TO POSTEO-PAGO
               END-IF
           END-IF.
      *    La referencia estructurada de una factura manda sobre el
      *    ID que trae el banco.
           PERFORM BUSCO-FACTURA-REFERIDA
               THRU F-BUSCO-FACTURA-REFERIDA.
           MOVE PAG-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
           IF WS-MOTIVO-SUSPENSO NOT = SPACE
               PERFORM SUSPENDO-PAGO
               GO TO POSTEO-PAGO.
      *    La retencion del cliente empresarial salda la cuenta junto
      *    con lo recibido; una retencion que no se puede postear
      *    manda el item al suspenso.
           PERFORM VALIDO-RETENCION THRU F-VALIDO-RETENCION.
           IF WS-MOTIVO-SUSPENSO NOT = SPACE
               PERFORM SUSPENDO-PAGO
               GO TO POSTEO-PAGO.
           COMPUTE WS-SALDO-RESULTANTE ROUNDED =
               CLI-SALDO + WS-VALOR-CONVERTIDO + WS-RETENCION-PAGO
               ON SIZE ERROR
                   MOVE "SALDO RESULTANTE FUERA DE RANGO"
                       TO WS-MOTIVO-SUSPENSO
               PERFORM SUSPENDO-PAGO
               GO TO POSTEO-PAGO.
           MOVE WS-SALDO-RESULTANTE TO CLI-SALDO.
           MOVE "PAGO" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = WS-VALOR-CONVERTIDO
               + WS-RETENCION-PAGO.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error posteando el pago del cliente "
                   PAG-ID-CLIENTE " (" ST-FILE ")"
               THRU F-REGISTRO-REFERENCIA.
           ADD 1 TO WS-TOTAL-CASADOS.
           ADD WS-VALOR-CONVERTIDO TO WS-VALOR-CASADO.
           IF WS-RETENCION-PAGO > 0
               PERFORM GRABO-RETENCION THRU F-GRABO-RETENCION.
      *    La fraccion de redondeo de la conversion queda explicada
      *    en los libros con su propio movimiento.
           IF WS-DIF-CAMBIO NOT = 0
           IF WS-ULTIMO-PERIODO > 0
            AND WS-PERIODO-PAGO < WS-ULTIMO-PERIODO
               PERFORM DEVUELVO-INTERES THRU F-DEVUELVO-INTERES.
      *    Pago dentro del plazo de un descuento por pronto pago: el
      *    descuento se postea y la cuenta queda saldada completa.
           IF DESCUENTOS-DISPONIBLES
               PERFORM APLICO-DESCUENTOS THRU F-APLICO-DESCUENTOS.
           IF CLI-SALDO < 0
            AND CLI-SALDO + WS-TOLERANCIA-DIFMENOR >= 0
               PERFORM CASTIGO-DIFERENCIA-MENOR
       F-POSTEO-PAGO.
           EXIT.

      ******************************************************************
      * Referencia estructurada del pago, con el mismo criterio que
      * APLICA-PAGOS-FACTURA: si el digito cuadra y la factura existe
      * y es del cliente de la referencia, el pago es de ese cliente
      * aunque el banco traiga otro ID, y si la factura sigue abierta
      * el reparto del pago empieza por ella. Sin referencia
      * estructurada, con el digito errado o sin registro de facturas
      * el pago se casa como siempre por el ID.
      ******************************************************************
       BUSCO-FACTURA-REFERIDA.
           MOVE "N" TO WS-REFERIDA-SW.
           CALL "REFERENCIA-PAGO" USING WS-REF-FUNCION PAG-REFERENCIA
               WS-REF-ID-CLIENTE WS-REF-FACTURA WS-REF-RESULTADO.
           IF WS-REF-RESULTADO = "N"
               GO TO F-BUSCO-FACTURA-REFERIDA.
           IF WS-REF-RESULTADO = "D"
               ADD 1 TO WS-REF-ERRADAS
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA " CON DIGITO DE "
                   "VERIFICACION ERRADO, SE CASA POR EL CLIENTE "
                   PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-BUSCO-FACTURA-REFERIDA.
           IF NOT FACTURAS-DISPONIBLES
               GO TO F-BUSCO-FACTURA-REFERIDA.
           MOVE WS-REF-FACTURA TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE 0 TO FAC-ID-CLIENTE
           END-READ.
           IF ST-FACTURAS NOT = "00"
            OR FAC-ID-CLIENTE NOT = WS-REF-ID-CLIENTE
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA " NO CORRESPONDE A "
                   "UNA FACTURA, SE CASA POR EL CLIENTE "
                   PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO F-BUSCO-FACTURA-REFERIDA.
           ADD 1 TO WS-PAGOS-REFERIDOS.
           IF PAG-ID-CLIENTE NOT = WS-REF-ID-CLIENTE
               ADD 1 TO WS-IDS-CORREGIDOS
               MOVE SPACE TO LINEA-REPORTE
               STRING "REFERENCIA " PAG-REFERENCIA ": PAGO DEL CLIENTE "
                   WS-REF-ID-CLIENTE ", NO DEL " PAG-ID-CLIENTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-REF-ID-CLIENTE TO PAG-ID-CLIENTE.
           IF FAC-ESTADO = "A"
               MOVE "S" TO WS-REFERIDA-SW.

       F-BUSCO-FACTURA-REFERIDA.
           EXIT.

      ******************************************************************
      * El pago dejo un residuo de deuda por debajo de la tolerancia
      * de diferencia menor: se castiga de una vez con un movimiento
       CASTIGO-DIFERENCIA-MENOR.
           COMPUTE WS-VALOR-DIF = 0 - CLI-SALDO.
           MOVE 0 TO CLI-SALDO.
           MOVE "DIFMENOR" TO WS-CMP-TIPO.
           MOVE WS-VALOR-DIF TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           ADD 1 TO CLI-ESTAMPA.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error castigando la diferencia menor del "
                   "cliente " PAG-ID-CLIENTE " (" ST-FILE ")"
           MOVE SPACE         TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-DIF-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-DIF-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento DIFMENOR del "
                   "cliente " PAG-ID-CLIENTE ": " ST-MOVIMIENTOS.
       SUSPENDO-PAGO.
           ADD 1 TO WS-TOTAL-SUSPENDIDOS.
           ADD PAG-VALOR TO WS-VALOR-SUSPENDIDO.
           MOVE SPACE TO REG-PAGO-SUSPENSO.
           MOVE PAG-ID-CLIENTE TO SUS-ID-CLIENTE.
           MOVE PAG-FECHA      TO SUS-FECHA.
           MOVE PAG-REFERENCIA TO SUS-REFERENCIA.
           MOVE PAG-VALOR      TO SUS-VALOR.
           MOVE PAG-MONEDA     TO SUS-MONEDA.
           IF PAG-RETENCION NUMERIC
               MOVE PAG-RETENCION      TO SUS-RETENCION
               MOVE PAG-TIPO-RETENCION TO SUS-TIPO-RETENCION.
           MOVE PAG-BANCO      TO SUS-BANCO.
           WRITE REG-PAGO-SUSPENSO.
           STRING "CLIENTE " PAG-ID-CLIENTE " REF " PAG-REFERENCIA
               " VALOR " PAG-VALOR " -- " WS-MOTIVO-SUSPENSO
           MOVE 0           TO MOV-SECUENCIA.
           MOVE "PAGO"      TO MOV-TIPO.
           MOVE WS-VALOR-CONVERTIDO TO MOV-VALOR.
      *    La retencion se postea aparte: el PAGO deja el saldo como
      *    quedaria solo con lo recibido.
           COMPUTE MOV-SALDO-NUEVO = CLI-SALDO - WS-RETENCION-PAGO.
           MOVE SPACE       TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE PAG-BANCO TO MOV-BANCO-RECAUDO.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-PAGO-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-PAGO-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento del pago del "
                   "cliente " PAG-ID-CLIENTE ": " ST-MOVIMIENTOS.

      ******************************************************************
      * Retencion del pago: sin valor (o registro anterior al campo)
      * no hay nada que validar. Con valor, el tipo debe ser renta o
      * IVA, la cuenta empresarial y el pago en la moneda de la
      * cuenta (el certificado no se convierte).
      ******************************************************************
       VALIDO-RETENCION.
           MOVE 0 TO WS-RETENCION-PAGO.
           MOVE SPACE TO WS-TIPO-MOV-RET.
           IF PAG-RETENCION NOT NUMERIC
               GO TO F-VALIDO-RETENCION.
           IF PAG-RETENCION = 0
               GO TO F-VALIDO-RETENCION.
           EVALUATE PAG-TIPO-RETENCION
               WHEN "R"
                   MOVE "RETFUENTE" TO WS-TIPO-MOV-RET
               WHEN "I"
                   MOVE "RETIVA"    TO WS-TIPO-MOV-RET
               WHEN OTHER
                   MOVE "TIPO DE RETENCION DESCONOCIDO"
                       TO WS-MOTIVO-SUSPENSO
                   GO TO F-VALIDO-RETENCION
           END-EVALUATE.
           IF CLI_CATEGORIA NOT = "E"
               MOVE "RETENCION EN CUENTA NO EMPRESARIAL"
                   TO WS-MOTIVO-SUSPENSO
               GO TO F-VALIDO-RETENCION.
           IF WS-MONEDA-PAGO NOT = WS-MONEDA-CUENTA
               MOVE "RETENCION EN MONEDA DISTINTA A LA CUENTA"
                   TO WS-MOTIVO-SUSPENSO
               GO TO F-VALIDO-RETENCION.
           MOVE PAG-RETENCION TO WS-RETENCION-PAGO.

       F-VALIDO-RETENCION.
           EXIT.

      ******************************************************************
      * Lo retenido por el cliente queda en los libros con su propio
      * movimiento (RETFUENTE o RETIVA, saldo final de la cuenta) y en
      * el registro de retenciones, para la declaracion propia y el
      * cruce contra el certificado.
      ******************************************************************
       GRABO-RETENCION.
           MOVE PAG-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0                 TO MOV-SECUENCIA.
           MOVE WS-TIPO-MOV-RET   TO MOV-TIPO.
           MOVE WS-RETENCION-PAGO TO MOV-VALOR.
           MOVE CLI-SALDO         TO MOV-SALDO-NUEVO.
           MOVE SPACE             TO MOV-OPERADOR.
           MOVE "N"            TO MOV-MARCA-REVERSADO.
           MOVE PAG-REFERENCIA TO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-RET-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-RET-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento " MOV-TIPO
                   " del cliente " PAG-ID-CLIENTE ": "
                   ST-MOVIMIENTOS.
           ADD 1 TO WS-TOTAL-RETENCIONES.
           ADD WS-RETENCION-PAGO TO WS-VALOR-RETENIDO.
           IF ST-RETENCIONES > "07"
               GO TO F-GRABO-RETENCION.
           MOVE PAG-REFERENCIA     TO RET-REFERENCIA.
           MOVE PAG-FECHA          TO RET-FECHA.
           MOVE PAG-ID-CLIENTE     TO RET-ID-CLIENTE.
           MOVE PAG-TIPO-RETENCION TO RET-TIPO.
           MOVE WS-RETENCION-PAGO  TO RET-VALOR.
           MOVE WS-VALOR-CONVERTIDO TO RET-VALOR-NETO.
           COMPUTE RET-VALOR-BRUTO =
               WS-VALOR-CONVERTIDO + WS-RETENCION-PAGO.
           ACCEPT RET-FECHA-POSTEO FROM DATE YYYYMMDD.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-RETENCION
                   INVALID KEY
                       DISPLAY "Retencion de la referencia "
                           PAG-REFERENCIA " ya registrada ("
                           ST-RETENCIONES ")."
               END-WRITE
           END-IF.

       F-GRABO-RETENCION.
           EXIT.

      ******************************************************************
      * Conversion del pago a la moneda de la cuenta: misma moneda
      * (o ambas en blanco/USD) pasa a valor facial; distinta, se
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "PAGO EN " WS-MONEDA-PAGO
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-DIFC-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-DIFC-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento DIF-CAMBIO ("
                   ST-MOVIMIENTOS ").".
      * con su movimiento INT-DEVOL y reportado.
      ******************************************************************
       DEVUELVO-INTERES.
      *    La tasa negociada en vigor a la fecha valor prima (aun en
      *    cero); si no hay, sale del maestro de categorias (la misma
      *    tabla de CALCULO-INTERES-MORA) y sin maestro o sin entrada
      *    rige la tabla de respaldo compilada.
           MOVE 0 TO WS-TASA-DEVOL-MIL.
           CALL "TASA-NEGOCIADA" USING CLI-ID PAG-FECHA
               WS-TASA-DEVOL-MIL WS-TNG-HALLADA.
           IF WS-TNG-HALLADA = "S"
               GO TO DEVUELVO-CALCULO.
           IF CATEGORIAS-DISPONIBLES
               MOVE CLI_CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS KEY IS CAT-CODIGO
                       TO WS-TASA-DEVOL-MIL
               END-IF
           END-IF.

       DEVUELVO-CALCULO.
           COMPUTE WS-VALOR-DEVOL ROUNDED =
               WS-VALOR-CONVERTIDO * WS-TASA-DEVOL-MIL / 1000.
           IF WS-VALOR-DEVOL <= 0
                       "rango, revisar a mano."
                   GO TO F-DEVUELVO-INTERES
           END-COMPUTE.
           MOVE "INT-DEVOL" TO WS-CMP-TIPO.
           MOVE WS-VALOR-DEVOL TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           ADD 1 TO CLI-ESTAMPA.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error devolviendo interes del cliente "
                   PAG-ID-CLIENTE " (" ST-FILE ")"
           MOVE SPACE          TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-DEVOL-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-DEVOL-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento INT-DEVOL del "
                   "cliente " PAG-ID-CLIENTE ": " ST-MOVIMIENTOS.
       F-DEVUELVO-INTERES.
           EXIT.

      ******************************************************************
      * Descuentos por pronto pago del pago en curso. Primero se
      * buscan las ofertas que APLICA-PAGOS-FACTURA ya dio por
      * tomadas con esta referencia: si las hay, ese programa ya
      * repartio el pago y aqui solo falta postear sus descuentos.
      * Si no, el pago (con su retencion) se reparte sobre las
      * facturas abiertas del cliente de la mas antigua a la mas
      * nueva, igual que alla -- empezando por la factura de la
      * referencia estructurada, si la trae: la factura con oferta
      * vigente, pagada hasta la fecha limite y cubierta en lo
      * pendiente menos el descuento, toma el descuento.
      ******************************************************************
       APLICO-DESCUENTOS.
           MOVE "N" TO WS-YA-APLICADO-SW.
           MOVE LOW-VALUES TO DPP-FAC-NUMERO.
           START DESCUENTOS-FACTURA
               KEY IS NOT LESS THAN DPP-FAC-NUMERO
               INVALID KEY
                   GO TO F-APLICO-DESCUENTOS
           END-START.

       BUSCO-TOMADOS.
           READ DESCUENTOS-FACTURA NEXT RECORD
               AT END
                   GO TO REPARTO-PAGO
           END-READ.
           IF DPP-ID-CLIENTE NOT = PAG-ID-CLIENTE
            OR NOT DPP-TOMADO
            OR DPP-REFERENCIA NOT = PAG-REFERENCIA
            OR DPP-FECHA-PAGO NOT = PAG-FECHA
            OR DPP-FACTURA-SW NOT = "S"
               GO TO BUSCO-TOMADOS.
           MOVE "S" TO WS-YA-APLICADO-SW.
           IF DPP-MOVIMIENTO-SW NOT = "S"
               PERFORM POSTEO-DESCUENTO THRU F-POSTEO-DESCUENTO.
           GO TO BUSCO-TOMADOS.

       REPARTO-PAGO.
           IF PAGO-YA-APLICADO OR NOT FACTURAS-DISPONIBLES
               GO TO F-APLICO-DESCUENTOS.
           COMPUTE WS-RESTANTE-DESC =
               WS-VALOR-CONVERTIDO + WS-RETENCION-PAGO.
           IF NOT FACTURA-REFERIDA
               GO TO INICIO-FACTURAS-DESC.
           MOVE WS-REF-FACTURA TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   GO TO INICIO-FACTURAS-DESC
           END-READ.
           GO TO EVALUO-FACTURA-DESC.

       INICIO-FACTURAS-DESC.
           MOVE "N" TO WS-REFERIDA-SW.
           MOVE LOW-VALUES TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO F-APLICO-DESCUENTOS
           END-START.

       RECORRO-FACTURAS-DESC.
           IF WS-RESTANTE-DESC <= 0
               GO TO F-APLICO-DESCUENTOS.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO F-APLICO-DESCUENTOS
           END-READ.
           IF FAC-ID-CLIENTE NOT = PAG-ID-CLIENTE
            OR FAC-ESTADO NOT = "A"
            OR FAC-NUMERO = WS-REF-FACTURA
               GO TO RECORRO-FACTURAS-DESC.

       EVALUO-FACTURA-DESC.
           MOVE "N" TO WS-OFERTA-SW.
           MOVE FAC-NUMERO TO DPP-FAC-NUMERO.
           READ DESCUENTOS-FACTURA KEY IS DPP-FAC-NUMERO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ST-DESCUENTOS = "00"
               MOVE "S" TO WS-OFERTA-SW.
           IF HAY-OFERTA
            AND DPP-OFRECIDO
            AND PAG-FECHA NOT > DPP-FECHA-LIMITE
            AND FAC-SALDO-PENDIENTE > DPP-VALOR
               COMPUTE WS-NETO-DESC = FAC-SALDO-PENDIENTE - DPP-VALOR
               IF WS-RESTANTE-DESC >= WS-NETO-DESC
                   SUBTRACT WS-NETO-DESC FROM WS-RESTANTE-DESC
                   MOVE "T"            TO DPP-ESTADO
                   MOVE PAG-FECHA      TO DPP-FECHA-PAGO
                   MOVE PAG-REFERENCIA TO DPP-REFERENCIA
                   PERFORM POSTEO-DESCUENTO THRU F-POSTEO-DESCUENTO
                   GO TO SIGO-FACTURAS-DESC
               END-IF
           END-IF.
           SUBTRACT FAC-SALDO-PENDIENTE FROM WS-RESTANTE-DESC.

       SIGO-FACTURAS-DESC.
           IF FACTURA-REFERIDA
               GO TO INICIO-FACTURAS-DESC.
           GO TO RECORRO-FACTURAS-DESC.

       F-APLICO-DESCUENTOS.
           EXIT.

      ******************************************************************
      * Postea el descuento de la oferta en curso: sube CLI-SALDO por
      * el valor del descuento, deja el movimiento DESCPP con la
      * referencia del pago y marca la oferta con el movimiento
      * posteado.
      ******************************************************************
       POSTEO-DESCUENTO.
           COMPUTE CLI-SALDO = CLI-SALDO + DPP-VALOR
               ON SIZE ERROR
                   DISPLAY "El descuento de la factura "
                       DPP-FAC-NUMERO " deja el saldo fuera de "
                       "rango, revisar a mano."
                   GO TO F-POSTEO-DESCUENTO
           END-COMPUTE.
           MOVE "DESCPP" TO WS-CMP-TIPO.
           MOVE DPP-VALOR TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           ADD 1 TO CLI-ESTAMPA.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error posteando el descuento del cliente "
                   PAG-ID-CLIENTE " (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-POSTEO-DESCUENTO.
           MOVE PAG-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0              TO MOV-SECUENCIA.
           MOVE "DESCPP"       TO MOV-TIPO.
           MOVE DPP-VALOR      TO MOV-VALOR.
           MOVE CLI-SALDO      TO MOV-SALDO-NUEVO.
           MOVE SPACE          TO MOV-OPERADOR.
           MOVE "N"            TO MOV-MARCA-REVERSADO.
           MOVE PAG-REFERENCIA TO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           IF NOT CORRIDA-SIMULADA
               CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
                   REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-DESC-INTENTO.
           IF NOT CORRIDA-SIMULADA
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       IF MOV-SECUENCIA < 999
                           ADD 1 TO MOV-SECUENCIA
                           GO TO GRABO-DESC-INTENTO
                       END-IF
               END-WRITE
           END-IF.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento DESCPP del "
                   "cliente " PAG-ID-CLIENTE ": " ST-MOVIMIENTOS.
           MOVE "S" TO DPP-MOVIMIENTO-SW.
           IF NOT CORRIDA-SIMULADA
               REWRITE REG-DESCUENTO-FACTURA.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Error actualizando el descuento de la factura "
                   DPP-FAC-NUMERO " (" ST-DESCUENTOS ")"
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOTAL-DESCUENTOS.
           ADD DPP-VALOR TO WS-VALOR-DESCUENTOS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DESCUENTO PRONTO PAGO: CLIENTE " PAG-ID-CLIENTE
               " FACTURA " DPP-FAC-NUMERO " REF " PAG-REFERENCIA
               " VALOR " DPP-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-POSTEO-DESCUENTO.
           EXIT.

      ******************************************************************
      * Deja la referencia del pago recien posteado en el registro,
      * para que el mismo item no se acredite dos veces.
      ******************************************************************
       REGISTRO-REFERENCIA.
           IF ST-REFERENCIAS > "07" OR CORRIDA-SIMULADA
               GO TO F-REGISTRO-REFERENCIA.
           MOVE PAG-REFERENCIA TO REF-REFERENCIA.
           MOVE PAG-FECHA      TO REF-FECHA.
               " VALOR: " WS-VALOR-SUSPENDIDO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF CORRIDA-SIMULADA
               DISPLAY "=== SIMULACION: NADA DE LO SIGUIENTE QUEDO "
                   "GRABADO ===".
           IF PBA-CODIGO = SPACE
               DISPLAY "=== TOTALES DE CONTROL DEL POSTEO ==="
           ELSE
               DISPLAY "=== TOTALES DE CONTROL DEL POSTEO -- BANCO "
                   PBA-CODIGO " ===".
           DISPLAY "Pagos leidos      : " WS-TOTAL-LEIDOS.
           DISPLAY "Pagos casados     : " WS-TOTAL-CASADOS
               " valor: " WS-VALOR-CASADO.
               WS-TOTAL-DEVOL " valor: " WS-VALOR-DEVOL-TOT.
           DISPLAY "Pagos convertidos de otra moneda: "
               WS-TOTAL-CONVERTIDOS.
           DISPLAY "Retenciones posteadas: " WS-TOTAL-RETENCIONES
               " valor: " WS-VALOR-RETENIDO.
           DISPLAY "Descuentos por pronto pago: " WS-TOTAL-DESCUENTOS
               " valor: " WS-VALOR-DESCUENTOS.
           DISPLAY "Pagos por referencia de factura: "
               WS-PAGOS-REFERIDOS " ID corregido: " WS-IDS-CORREGIDOS
               " digito errado: " WS-REF-ERRADAS.
      *    Totales de la corrida, sumados sobre todos los bancos.
           MOVE "PAGOS LEIDOS"          TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-LEIDOS         TO WS-SIM-CANTIDAD.
           MOVE 0                       TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "PAGOS CASADOS"         TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-CASADOS        TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-CASADO         TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "PAGOS SUSPENDIDOS"     TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-SUSPENDIDOS    TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-SUSPENDIDO     TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DUPLICADOS AL SUSPENSO" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-DUPLICADOS     TO WS-SIM-CANTIDAD.
           MOVE 0                       TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DIFERENCIAS MENORES"   TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-DIFMENOR       TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-DIFMENOR       TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DEVOLUCIONES DE INTERES" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-DEVOL          TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-DEVOL-TOT      TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "RETENCIONES"           TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-RETENCIONES    TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-RETENIDO       TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "DESCUENTOS PRONTO PAGO" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-DESCUENTOS     TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-DESCUENTOS     TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE PAGOS-SUSPENSO.
           CLOSE REPORTE.
           IF NOT CORRIDA-SIMULADA
               CLOSE MOVIMIENTOS.
           IF ST-REFERENCIAS NOT > "07"
               CLOSE REFERENCIAS-PAGOS.
           IF ST-TASAS NOT > "07"
               CLOSE TASAS-CAMBIO.
           IF ST-RETENCIONES NOT > "07" AND NOT CORRIDA-SIMULADA
               CLOSE RETENCIONES.
           IF CATEGORIAS-DISPONIBLES
               CLOSE CATEGORIAS.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS.
           IF DESCUENTOS-DISPONIBLES
               CLOSE DESCUENTOS-FACTURA.

           COPY PERFBCO.

           COPY BANNER.

           COPY SIMULA.

       END PROGRAM POSTEO-PAGOS.
