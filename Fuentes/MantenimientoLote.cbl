      *          cientos de cuentas por mercadeo, que antes se tecleaba
      *          una a una.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Identificacion tributaria en altas y en el
      *                     nuevo campo (I) de las modificaciones, con
      *                     la misma validacion VALIDA-NIT de INICIO_2.
      *   2026-10-15  CEVR  Cuenta de domiciliacion en altas y en el
      *                     nuevo campo (A) de las modificaciones,
      *                     validada con VALIDA-CTA-BANCARIA como en
      *                     INICIO_2.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  La alta estampa CLI-FECHA-ALTA, base de la
      *                     antiguedad que informa REPORTE-BAJAS.
      *   2026-10-15  CEVR  Nuevo campo (H) de las modificaciones:
      *                     graba en consentimientos.dat la decision
      *                     del cliente para un proposito de
      *                     comunicacion, con su fecha y fuente.
      *   2026-10-15  CEVR  La direccion del alta y la del campo (D)
      *                     se graban estandarizadas con
      *                     ESTANDARIZA-DIRECCION.
      *   2026-10-15  CEVR  El ajuste de saldo llama a
      *                     COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Alta por lote en la empresa del grupo de
      *                     MAN-EMPRESA (en blanco = 001) y en su moneda
      *                     base; se rechaza si la empresa no existe o
      *                     esta retirada.
      *   2026-10-15  CEVR  Las reglas de modificacion y baja pasaron a
      *                     MANTCLI.cpy, compartidas con
      *                     APLICA-PENDIENTES; nuevo campo (L) limite de
      *                     credito. La fila con MAN-FECHA-EFECTIVA
      *                     futura no se aplica: queda en la cola de
      *                     pendientes.dat para la noche de esa fecha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-LOTE.

           COPY SUBSEL.

           COPY CONSSEL.

           COPY PENSEL.

       DATA DIVISION.
       FILE SECTION.


           COPY AUDITORIA.

       FD  CONSENTIMIENTOS.

           COPY CONSENTIM.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

           COPY SUBCUENTA.

       FD  PENDIENTES.

           COPY PENDIENTE.

       WORKING-STORAGE SECTION.

       01  ST-FILE           PIC XX VALUE SPACE.
       01  ST-CODPOSTAL      PIC XX VALUE SPACE.
       01  ST-AUDITORIA      PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS    PIC XX VALUE SPACE.
       01  ST-CONSENTIMIENTOS PIC XX VALUE SPACE.
       01  ST-CATEGORIAS     PIC XX VALUE SPACE.
       01  ST-SUBCUENTAS     PIC XX VALUE SPACE.
       01  ST-PENDIENTES     PIC XX VALUE SPACE.

      * Generador de ID-CLIENTE para las altas del lote, igual que en
      * INICIO/INICIO_2: consecutivo de 7 digitos mas digito
       01  WS-I-VERIFICADOR        PIC 9(2) VALUE 0.
       01  WS-ID-NUEVO             PIC 9(8) VALUE 0.

      * Totales de control de la corrida que no son de MANTCLI: los
      * de cambios, bajas y rechazos estan en MANTCLIWS.
       01  WS-TOTAL-LEIDAS      PIC 9(7) VALUE 0.
       01  WS-ALTAS-APLICADAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENCOLADAS   PIC 9(7) VALUE 0.

      * Filas con fecha efectiva futura: van a la cola de
      * pendientes.dat y las aplica APLICA-PENDIENTES ese dia.
       01  WS-FECHA-HOY         PIC 9(8) VALUE 0.
       01  WS-PENDIENTES-SW     PIC X    VALUE "N".
           88 PENDIENTES-DISPONIBLES VALUE "S".
       01  WS-PEN-ID-BUSCA      PIC 9(8) VALUE 0.

           COPY MANTCLIWS.

           COPY COMPSALWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

               DISPLAY "Archivo de sub-cuentas no disponible ("
                   ST-SUBCUENTAS "), se asume saldo cero en "
                   "sucursales.".
           OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS = "35"
               OPEN OUTPUT CONSENTIMIENTOS
               CLOSE CONSENTIMIENTOS
               OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS > "07"
               DISPLAY "Registro de consentimientos no disponible ("
                   ST-CONSENTIMIENTOS "), se rechaza el campo (H)."
           ELSE
               SET CONSENTIMIENTOS-DISPONIBLES TO TRUE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O PENDIENTES.
           IF ST-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES
               CLOSE PENDIENTES
               OPEN I-O PENDIENTES.
           IF ST-PENDIENTES > "07"
               DISPLAY "Cola de pendientes no disponible ("
                   ST-PENDIENTES "), se rechazan las filas con fecha "
                   "efectiva futura."
           ELSE
               SET PENDIENTES-DISPONIBLES TO TRUE.

      ******************************************************************
      * Busca el mayor CLI-ID que ya exista en CLIENTES para que el
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-TRANSACCION.
           ADD 1 TO WS-TOTAL-LEIDAS.
           IF MAN-FECHA-EFECTIVA NUMERIC
            AND MAN-FECHA-EFECTIVA > WS-FECHA-HOY
               PERFORM ENCOLO-PENDIENTE THRU F-ENCOLO-PENDIENTE
               GO TO APLICO-TRANSACCION.
           EVALUATE MAN-TRANSACCION
               WHEN "A"
                   PERFORM APLICO-ALTA THRU F-APLICO-ALTA
       F-APLICO-TRANSACCION.
           EXIT.

      ******************************************************************
      * Fila con fecha efectiva futura: no se aplica hoy, queda en la
      * cola de pendientes.dat con la siguiente secuencia del cliente
      * y la aplica APLICA-PENDIENTES la noche de esa fecha, con
      * estas mismas reglas. Las altas no se programan (la cuenta no
      * tiene ID todavia).
      ******************************************************************
       ENCOLO-PENDIENTE.
           IF MAN-TRANSACCION NOT = "M" AND MAN-TRANSACCION NOT = "B"
               DISPLAY "Transaccion rechazada, solo modificaciones y "
                   "bajas llevan fecha efectiva futura: "
                   MAN-ID-CLIENTE
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-ENCOLO-PENDIENTE.
           IF NOT PENDIENTES-DISPONIBLES
               DISPLAY "Transaccion rechazada, cola de pendientes no "
                   "disponible: " MAN-ID-CLIENTE
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-ENCOLO-PENDIENTE.
           MOVE MAN-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Transaccion rechazada, cliente no "
                       "encontrado: " MAN-ID-CLIENTE
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   GO TO F-ENCOLO-PENDIENTE
           END-READ.
           MOVE MAN-ID-CLIENTE TO WS-PEN-ID-BUSCA.
           PERFORM ASIGNO-SECUENCIA-PENDIENTE
               THRU F-ASIGNO-SECUENCIA-PENDIENTE.
           MOVE MAN-FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA.
           MOVE "P"                TO PEN-ESTADO.
           MOVE MAN-TRANSACCION    TO PEN-TRANSACCION.
           MOVE MAN-CAMPO          TO PEN-CAMPO.
           MOVE MAN-VALOR-TEXTO    TO PEN-VALOR-TEXTO.
           MOVE MAN-VALOR-SALDO    TO PEN-VALOR-SALDO.
           MOVE WS-FECHA-HOY       TO PEN-FECHA-CAPTURA.
           MOVE SPACE              TO PEN-OPERADOR.
           MOVE "LOTE"             TO PEN-ORIGEN.
           MOVE 0                  TO PEN-FECHA-PROCESO.
           MOVE SPACE              TO PEN-OPERADOR-CANCELA.
           MOVE SPACE              TO PEN-MOTIVO.
           WRITE REG-PENDIENTE.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error encolando la transaccion del cliente "
                   MAN-ID-CLIENTE " (" ST-PENDIENTES ")"
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-ENCOLO-PENDIENTE.
           ADD 1 TO WS-TOTAL-ENCOLADAS.
           MOVE "PROGRAMA"     TO AUD-OPERACION.
           MOVE MAN-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Lote, " MAN-TRANSACCION "/" MAN-CAMPO
               " programado para " PEN-FECHA-EFECTIVA " sec. "
               PEN-SECUENCIA DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       F-ENCOLO-PENDIENTE.
           EXIT.

      ******************************************************************
      * Siguiente secuencia de la cola para el cliente de
      * WS-PEN-ID-BUSCA: una mas que la ultima que tenga, o 1. Deja la
      * clave armada en PEN-CLAVE.
      ******************************************************************
       ASIGNO-SECUENCIA-PENDIENTE.
           MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE.
           MOVE 9999 TO PEN-SECUENCIA.
           START PENDIENTES KEY IS NOT GREATER THAN PEN-CLAVE
               INVALID KEY
                   MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE
                   MOVE 1 TO PEN-SECUENCIA
                   GO TO F-ASIGNO-SECUENCIA-PENDIENTE
           END-START.
           READ PENDIENTES PREVIOUS RECORD
               AT END
                   MOVE 0 TO PEN-ID-CLIENTE
           END-READ.
           IF ST-PENDIENTES > "07"
            OR PEN-ID-CLIENTE NOT = WS-PEN-ID-BUSCA
               MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE
               MOVE 1 TO PEN-SECUENCIA
               GO TO F-ASIGNO-SECUENCIA-PENDIENTE.
           ADD 1 TO PEN-SECUENCIA.

       F-ASIGNO-SECUENCIA-PENDIENTE.
           EXIT.

      ******************************************************************
      * Alta por lote: mismo armado y validaciones que GRABO-DATOS, con
      * el ID asignado por el generador.
           MOVE WS-ID-NUEVO      TO CLI-ID.
           MOVE MAN-VALOR-SALDO  TO CLI-SALDO.
           MOVE MAN-NOMBRE       TO CLI_NOMBRE.
           CALL "ESTANDARIZA-DIRECCION" USING MAN-DIRECCION
               CLI_DIRECCION.
           MOVE MAN-CODPOST      TO CLI_CODPOST.
           MOVE MAN-CATEGORIA    TO CLI_CATEGORIA.
           MOVE CLI_CATEGORIA    TO CLI_CATEGORIA_2.
           MOVE MAN-RAZONSOCIAL  TO CLI_RAZONSOCIAL.
           MOVE MAN-EMPRESA      TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           MOVE WS-EMP-REGISTRO-NUM TO CLI-EMPRESA.
           MOVE WS-EMP-MONEDA    TO CLI-MONEDA.
           MOVE MAN-TIPO-DOC     TO CLI-TIPO-DOC.
           MOVE MAN-NIT          TO CLI-NIT.
           MOVE MAN-NIT-DV       TO CLI-NIT-DV.
           MOVE MAN-CTA-BANCARIA TO CLI-CTA-BANCARIA.
           IF MAN-MANDATO = "S" OR MAN-MANDATO = "s"
               MOVE "S" TO CLI-MANDATO-SW
               ACCEPT CLI-MANDATO-FECHA FROM DATE YYYYMMDD
           ELSE
               MOVE "N" TO CLI-MANDATO-SW
               MOVE 0   TO CLI-MANDATO-FECHA.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.
           IF NOT EMPRESA-HALLADA
               DISPLAY "Alta rechazada, empresa " MAN-EMPRESA
                   " no registrada o retirada."
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-ALTA.
           PERFORM VALIDO-CODIGO-POSTAL THRU F-VALIDO-CODIGO-POSTAL.
           IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
               DISPLAY "Alta rechazada, codigo postal invalido."
               DISPLAY "Alta rechazada, categoria no registrada."
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-ALTA.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               DISPLAY "Alta rechazada, identificacion tributaria "
                   "invalida (" WS-NIT-RESULTADO ")."
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-ALTA.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               DISPLAY "Alta rechazada, cuenta bancaria invalida ("
                   WS-CTA-RESULTADO ")."
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO F-APLICO-ALTA.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando alta (" ST-FILE ")"
       F-APLICO-ALTA.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "=== TOTALES DE CONTROL DEL LOTE ===".
           DISPLAY "Transacciones leidas : " WS-TOTAL-LEIDAS.
           DISPLAY "Altas aplicadas      : " WS-ALTAS-APLICADAS.
           DISPLAY "Cambios aplicados    : " WS-CAMBIOS-APLICADOS.
           DISPLAY "Bajas aplicadas      : " WS-BAJAS-APLICADAS.
           DISPLAY "Consentimientos      : " WS-CONSENT-APLICADOS.
           DISPLAY "Programadas a futuro : " WS-TOTAL-ENCOLADAS.
           DISPLAY "Transacciones rechazadas: " WS-TOTAL-RECHAZADAS.

       CIERRO-ARCHIVOS.
           CLOSE MOVIMIENTOS.
           IF ST-SUBCUENTAS NOT > "07"
               CLOSE SUBCUENTAS.
           IF CONSENTIMIENTOS-DISPONIBLES
               CLOSE CONSENTIMIENTOS.
           IF PENDIENTES-DISPONIBLES
               CLOSE PENDIENTES.

           COPY BANNER.

           COPY EMPCORR.

           COPY MANTCLI.

       END PROGRAM MANTENIMIENTO-LOTE.
