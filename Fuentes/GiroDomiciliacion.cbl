      *                     contada y avisada al operador para que
      *                     captura repare la direccion (el correo,
      *                     si es su canal, sale igual).
      *   2026-10-15  CEVR  La cuenta que VALIDA-CTA-BANCARIA rechaza
      *                     contra el directorio de bancos no se
      *                     prenotifica ni se gira: queda contada y
      *                     REVISA-MANDATOS la lista para corregirla.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El cobro y la devolucion del giro llaman a
      *                     COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  El aviso de prenotificacion lleva la cuenta
      *                     enmascarada (ENMASCARA-CUENTA); el numero
      *                     completo queda solo en el archivo de cobro
      *                     al banco.
      *   2026-10-15  CEVR  Varios bancos de recaudo: cada mandato se
      *                     cobra por el banco que tiene la cuenta del
      *                     cliente (perfiles_banco.dat, PERFILES-BANCO;
      *                     sin perfil, el principal). Los modos
      *                     generar, confirmar y devoluciones corren por
      *                     banco, cada uno con sus archivos
      *                     (domiciliacion.dat y compania el principal,
      *                     domiciliacion_CODI.dat los demas), su
      *                     secuencia, su layout (Asobancaria por
      *                     FORMATO-ASOBANCARIA, con el valor al
      *                     centavo), nuestra cuenta de recaudo en el
      *                     encabezado si el banco la pide y sus totales
      *                     de control. El GIRO posteado lleva el banco
      *                     en MOV-BANCO-RECAUDO.
      *   2026-10-15  CEVR  Presort postal: cada aviso impreso de
      *                     prenotificacion se copia al spool de
      *                     correo del dia (PIEZAPOST) para
      *                     PRESORT-CORREO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIRO-DOMICILIACION.
           COPY MOVSEL.

           SELECT OPTIONAL ARCHIVO-GIRO
                  ASSIGN TO WS-GIRO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-GIRO.

           SELECT OPTIONAL ARCHIVO-CONFIRMACION
                  ASSIGN TO WS-CONF-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CONFIRMACION.
                  STATUS ST-AVISOS-EMAIL.

           SELECT OPTIONAL ARCHIVO-DEVOLUCION
                  ASSIGN TO WS-DEV-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-DEVOLUCION.

           SELECT OPTIONAL SECUENCIA-GIRO
                  ASSIGN TO WS-SEQ-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SECUENCIA.

           COPY MOVIMIENTO.

       FD  ARCHIVO-GIRO.
       01  REG-GIRO PIC X(100).

       FD  ARCHIVO-CONFIRMACION.
       01  REG-CONFIRMACION PIC X(100).

       FD  PRENOTIFICACIONES.

       01  LINEA-AVISO-EMAIL PIC X(100).

       FD  ARCHIVO-DEVOLUCION.
       01  REG-DEVOLUCION PIC X(100).

       FD  SECUENCIA-GIRO.
       01  REG-SECUENCIA.

      * Formato fijo del archivo del banco: un encabezado "1", un
      * detalle "2" por cobro y una cola "9" con los totales de
      * control. El encabezado lleva nuestra cuenta de recaudo en el
      * banco cuando su perfil la pide.
       01  WS-GIRO-ENCABEZADO.
           05 ENC-TIPO       PIC X     VALUE "1".
           05 ENC-FECHA      PIC 9(8).
           05 ENC-SECUENCIA  PIC 9(6).
           05 ENC-CUENTA     PIC X(24) VALUE SPACE.
           05 FILLER         PIC X(21) VALUE SPACE.
       01  WS-GIRO-DETALLE.
           05 DET-TIPO       PIC X     VALUE "2".
           05 DET-ID-CLIENTE PIC 9(8).
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-SECUENCIA   PIC 9(6) VALUE 0.
       01  WS-VALOR-COBRO PIC 9(7)V9(3) VALUE 0.
      * Los bancos con layout Asobancaria cobran al centavo.
       01  WS-VALOR-CENTAVOS PIC 9(7)V99 VALUE 0.

      * Archivos del banco en curso y traduccion del layout
      * Asobancaria ("S" traducido, "N" registro de lote que se
      * salta, "E" no reconocido).
       01  WS-GIRO-PATH      PIC X(60)  VALUE SPACE.
       01  WS-CONF-PATH      PIC X(60)  VALUE SPACE.
       01  WS-DEV-PATH       PIC X(60)  VALUE SPACE.
       01  WS-SEQ-PATH       PIC X(60)  VALUE SPACE.
       01  WS-FMT-FUNCION    PIC X      VALUE SPACE.
       01  WS-FMT-ESTADO     PIC X      VALUE SPACE.
       01  WS-REG-TRADUCIDO  PIC X(100) VALUE SPACE.

      * Fecha de cargo del archivo: el primer dia habil desde hoy,
      * resuelto por CALENDARIO-HABIL.
       01  WS-SIN-PRENOTIF      PIC 9(6) VALUE 0.
       01  WS-AVISOS-SALTADOS   PIC 9(6) VALUE 0.

      * Resultado de VALIDA-CTA-BANCARIA ("X" = sin directorio de
      * bancos, la cuenta sigue) y cuentas saltadas por invalidas.
       01  WS-CTA-RESULTADO     PIC X     VALUE SPACE.
       01  WS-CTA-BANCO         PIC X(30) VALUE SPACE.
       01  WS-CTAS-INVALIDAS    PIC 9(6)  VALUE 0.

      * Cuenta enmascarada para el aviso al cliente; el numero
      * completo solo va en el archivo de cobro al banco.
       01  WS-CTA-MASCARA       PIC X(24) VALUE SPACE.

      * Busqueda del GIRO original de una devolucion: clave del
      * movimiento hallado y marca de hallazgo.
       01  WS-CLAVE-GIRO-ORIG   PIC X(27) VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY PERFBANCO.

           COPY PERFBCOWS.

           COPY COMPSALWS.

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "GIRO-DOMICILIACION" TO WS-BANNER-PROGRAMA.
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-DIAS-PRENOTIF.
           PERFORM CARGO-PERFILES-BANCO.
           EVALUATE WS-MODO
               WHEN "C" WHEN "c"
                   PERFORM CONFIRMO-COBROS THRU F-CONFIRMO-COBROS
                       VARYING WS-PBA-I FROM 1 BY 1
                       UNTIL WS-PBA-I > WS-PBA-USADOS
               WHEN "D" WHEN "d"
                   PERFORM PROCESO-DEVOLUCIONES
                       THRU F-PROCESO-DEVOLUCIONES
                       VARYING WS-PBA-I FROM 1 BY 1
                       UNTIL WS-PBA-I > WS-PBA-USADOS
               WHEN "P" WHEN "p"
                   PERFORM GENERO-PRENOTIFICACION
                       THRU F-GENERO-PRENOTIFICACION
               WHEN OTHER
                   PERFORM GENERO-ARCHIVO THRU F-GENERO-ARCHIVO
                       VARYING WS-PBA-I FROM 1 BY 1
                       UNTIL WS-PBA-I > WS-PBA-USADOS
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      * Banco de recaudo en curso: sus archivos (el principal con los
      * nombres de siempre) y sus totales de control en cero.
      ******************************************************************
       PREPARO-BANCO.
           PERFORM TOMO-PERFIL-BANCO.
           MOVE ".dat" TO WS-RUTA-EXT.
           MOVE "./domiciliacion" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-GIRO-PATH.
           MOVE "./domiciliacion_conf" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-CONF-PATH.
           MOVE "./domiciliacion_dev" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-DEV-PATH.
           MOVE "./domiciliacion_seq" TO WS-RUTA-BASE.
           PERFORM ARMO-RUTA-BANCO.
           MOVE WS-RUTA-BANCO TO WS-SEQ-PATH.
           MOVE 0 TO WS-TOTAL-GIRADOS.
           MOVE 0 TO WS-VALOR-GIRADO.
           MOVE 0 TO WS-TOTAL-CONFIRMADOS.
           MOVE 0 TO WS-VALOR-CONFIRMADO.
           MOVE 0 TO WS-TOTAL-RECHAZADOS.
           MOVE 0 TO WS-TOTAL-DEVUELTOS.
           MOVE 0 TO WS-VALOR-DEVUELTO.
           MOVE 0 TO WS-MANDATOS-CAIDOS.
           MOVE 0 TO WS-SIN-PRENOTIF.
           MOVE 0 TO WS-CTAS-INVALIDAS.
           IF PBA-CODIGO NOT = SPACE
               DISPLAY "=== BANCO " PBA-CODIGO " " PBA-NOMBRE " ===".

      ******************************************************************
      * El registro del formato fijo sale en el layout del banco.
      ******************************************************************
       GRABO-REG-GIRO.
           IF PBA-GIRO-ASOBANCARIA
               MOVE "S" TO WS-FMT-FUNCION
               CALL "FORMATO-ASOBANCARIA" USING WS-FMT-FUNCION
                   REG-GIRO WS-REG-TRADUCIDO WS-FMT-ESTADO
               MOVE WS-REG-TRADUCIDO TO REG-GIRO.
           WRITE REG-GIRO.

      ******************************************************************
      * Modo generar: barre el maestro y arma el archivo del banco con
      * los saldos vencidos de las cuentas con mandato vigente.
      ******************************************************************
       GENERO-ARCHIVO.
           PERFORM PREPARO-BANCO.
           PERFORM LEO-SECUENCIA.
      *    I-O: el aviso se consume (DELETE) al incluir la cuenta en
      *    el archivo, para que cada cobro exija su propio aviso.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               PERFORM CIERRO-PRENOTIF-GIRO
               GO TO F-GENERO-ARCHIVO.
           OPEN OUTPUT ARCHIVO-GIRO.
           IF ST-GIRO > "07"
               DISPLAY "Error abriendo ARCHIVO-GIRO (" ST-GIRO ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               PERFORM CIERRO-PRENOTIF-GIRO
               GO TO F-GENERO-ARCHIVO.
           MOVE "S" TO WS-CAL-FUNCION.
           MOVE WS-FECHA-HOY TO WS-CAL-HASTA.
               WS-FECHA-HOY WS-CAL-HASTA WS-FECHA-CARGO.
           MOVE WS-FECHA-CARGO TO ENC-FECHA.
           MOVE WS-SECUENCIA  TO ENC-SECUENCIA.
           MOVE SPACE TO ENC-CUENTA.
           IF PBA-CON-CUENTA-ENC
               MOVE PBA-CUENTA-RECAUDO TO ENC-CUENTA.
           MOVE WS-GIRO-ENCABEZADO TO REG-GIRO.
           PERFORM GRABO-REG-GIRO.

       LEO-CLIENTE-GIRO.
           READ CLIENTES NEXT RECORD
               GO TO LEO-CLIENTE-GIRO.
           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
               GO TO LEO-CLIENTE-GIRO.
      *    Cada mandato lo cobra el banco de la cuenta del cliente
      *    (o el principal): en la pasada de otro banco no se cuenta.
           MOVE CLI-CTA-BANCARIA TO WS-CTA-RUTEAR.
           PERFORM RUTEO-MANDATO THRU F-RUTEO-MANDATO.
           IF WS-BANCO-RUTEADO NOT = PBA-CODIGO
               GO TO LEO-CLIENTE-GIRO.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               ADD 1 TO WS-CTAS-INVALIDAS
               GO TO LEO-CLIENTE-GIRO.
      *    El banco exige aviso previo: sin prenotificacion con
      *    fecha de cargo ya cumplida, la cuenta no entra al cobro.
           IF ST-PRENOTIF NOT > "07"
               END-IF
           END-IF.
           COMPUTE WS-VALOR-COBRO = 0 - CLI-SALDO.
      *    El banco Asobancaria recibe dos decimales: se cobra al
      *    centavo para que su control cuadre con nuestra cola.
           IF PBA-GIRO-ASOBANCARIA
               COMPUTE WS-VALOR-CENTAVOS ROUNDED = WS-VALOR-COBRO
               MOVE WS-VALOR-CENTAVOS TO WS-VALOR-COBRO.
           MOVE CLI-ID           TO DET-ID-CLIENTE.
           MOVE CLI-CTA-BANCARIA TO DET-CUENTA.
           MOVE WS-VALOR-COBRO   TO DET-VALOR.
           MOVE WS-GIRO-DETALLE  TO REG-GIRO.
           PERFORM GRABO-REG-GIRO.
           IF ST-GIRO > "07"
               DISPLAY "Error escribiendo el giro del cliente "
                   CLI-ID " (" ST-GIRO ")"
           MOVE WS-TOTAL-GIRADOS TO FIN-CANTIDAD.
           MOVE WS-VALOR-GIRADO  TO FIN-TOTAL.
           MOVE WS-GIRO-COLA TO REG-GIRO.
           PERFORM GRABO-REG-GIRO.
           CLOSE CLIENTES.
           CLOSE ARCHIVO-GIRO.
           PERFORM CIERRO-PRENOTIF-GIRO.
           PERFORM GRABO-SECUENCIA.
           DISPLAY "Giros generados: " WS-TOTAL-GIRADOS
               " valor: " WS-VALOR-GIRADO.
           DISPLAY "Cuentas sin prenotificacion vigente: "
               WS-SIN-PRENOTIF.
           PERFORM AVISO-CTAS-INVALIDAS.
           DISPLAY "Archivo de cobro: " WS-GIRO-PATH
               " secuencia " WS-SECUENCIA ".".

       F-GENERO-ARCHIVO.
           EXIT.

       CIERRO-PRENOTIF-GIRO.
           IF ST-PRENOTIF NOT > "07"
               CLOSE PRENOTIFICACIONES.

       LEO-SECUENCIA.
           MOVE 1 TO WS-SECUENCIA.
           OPEN INPUT SECUENCIA-GIRO.
      * cuadra el detalle contra la cola del archivo.
      ******************************************************************
       CONFIRMO-COBROS.
           PERFORM PREPARO-BANCO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               DISPLAY "Error abriendo la confirmacion del banco ("
                   ST-CONFIRMACION ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               CLOSE MOVIMIENTOS
               GO TO F-CONFIRMO-COBROS.

       LEO-CONFIRMACION.
                   ST-CONFIRMACION ")"
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-CONFIRMACION.
      *    El registro Asobancaria pasa al formato fijo; el que no se
      *    reconoce queda en blanco y se omite como linea desconocida.
           IF PBA-GIRO-ASOBANCARIA
               MOVE "G" TO WS-FMT-FUNCION
               CALL "FORMATO-ASOBANCARIA" USING WS-FMT-FUNCION
                   REG-CONFIRMACION WS-REG-TRADUCIDO WS-FMT-ESTADO
               IF WS-FMT-ESTADO = "N"
                   GO TO LEO-CONFIRMACION
               END-IF
               MOVE WS-REG-TRADUCIDO TO REG-CONFIRMACION
           END-IF.
           EVALUATE REG-CONFIRMACION (1:1)
               WHEN "1"
                   CONTINUE
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   GO TO F-POSTEO-COBRO-CONFIRMADO
           END-COMPUTE.
           MOVE "GIRO" TO WS-CMP-TIPO.
           MOVE DET-VALOR TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.

           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE PBA-CODIGO TO MOV-BANCO-RECAUDO.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-GIRO-INTENTO.
           WRITE REG-MOVIMIENTO
               GO TO LEO-CLIENTE-PRENOTIF.
           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
               GO TO LEO-CLIENTE-PRENOTIF.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               ADD 1 TO WS-CTAS-INVALIDAS
               GO TO LEO-CLIENTE-PRENOTIF.
      *    La direccion rebotada no recibe aviso impreso y sin aviso
      *    la cuenta tampoco entra al proximo cobro: queda contada
      *    para que captura la repare (el correo electronico, si es
                   WS-AVISOS-SALTADOS " -- esas cuentas NO entraran "
                   "al cobro hasta que captura repare la "
                   "direccion.".
           PERFORM AVISO-CTAS-INVALIDAS.

       F-GENERO-PRENOTIFICACION.
           EXIT.

       AVISO-CTAS-INVALIDAS.
           IF WS-CTAS-INVALIDAS > 0
               DISPLAY "Cuentas bancarias invalidas saltadas: "
                   WS-CTAS-INVALIDAS " -- ver REVISA-MANDATOS para "
                   "el detalle.".

      ******************************************************************
      * Aviso previo del cargo por el canal del cliente: monto, fecha
      * de cargo anunciada y referencia del mandato.
      ******************************************************************
       ESCRIBO-AVISO-GIRO.
           CALL "ENMASCARA-CUENTA" USING CLI-CTA-BANCARIA
               WS-CTA-MASCARA.
           IF CLI-CANAL-PREF = "E" AND CLI-EMAIL NOT = SPACE
               MOVE "E" TO WS-CANAL-AVISO
           ELSE
               MOVE "C" TO WS-CANAL-AVISO.
           IF WS-CANAL-AVISO = "C"
               MOVE CLI-ID      TO WS-PZA-ID
               MOVE CLI_CODPOST TO WS-PZA-CODPOST
               MOVE WS-CRR-TIPO TO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-AVISO = "E"
               MOVE SPACE TO LINEA-AVISO
               STRING "PARA: " CLI-EMAIL
           PERFORM ESCRIBO-LINEA-AVISO.
           MOVE SPACE TO LINEA-AVISO.
           STRING "Le informamos que el " WS-FECHA-CARGO
               " cargaremos a su cuenta " WS-CTA-MASCARA
               DELIMITED BY SIZE INTO LINEA-AVISO.
           PERFORM ESCRIBO-LINEA-AVISO.
           MOVE SPACE TO LINEA-AVISO.
               MOVE LINEA-AVISO TO LINEA-AVISO-EMAIL
               WRITE LINEA-AVISO-EMAIL
           ELSE
               WRITE LINEA-AVISO
               MOVE LINEA-AVISO TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

      ******************************************************************
      * Modo devoluciones: reversa cada cargo que el banco rebota
      * de cartas de cobranza.
      ******************************************************************
       PROCESO-DEVOLUCIONES.
           PERFORM PREPARO-BANCO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               DISPLAY "Error abriendo el archivo de devoluciones ("
                   ST-DEVOLUCION ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               CLOSE MOVIMIENTOS
               GO TO F-PROCESO-DEVOLUCIONES.

       LEO-DEVOLUCION.
                   ST-DEVOLUCION ")"
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-DEVOLUCIONES.
           IF PBA-GIRO-ASOBANCARIA
               MOVE "G" TO WS-FMT-FUNCION
               CALL "FORMATO-ASOBANCARIA" USING WS-FMT-FUNCION
                   REG-DEVOLUCION WS-REG-TRADUCIDO WS-FMT-ESTADO
               IF WS-FMT-ESTADO = "N"
                   GO TO LEO-DEVOLUCION
               END-IF
               MOVE WS-REG-TRADUCIDO TO REG-DEVOLUCION
           END-IF.
           EVALUATE REG-DEVOLUCION (1:1)
               WHEN "1"
                   CONTINUE
                       "rango, revisar a mano."
                   GO TO F-REVERSO-GIRO-DEVUELTO
           END-COMPUTE.
           MOVE "GIRO-DEV" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = 0 - DVT-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           ELSE
               STRING "MOTIVO BANCO " DVT-MOTIVO
                   DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-DEV-INTENTO.
           WRITE REG-MOVIMIENTO
       F-MARCO-GIRO-ORIG.
           EXIT.

           COPY PERFBCO.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM GIRO-DOMICILIACION.
