      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de los cargos fijos recurrentes
      *          (cargos_fijos.dat, CARGOFIJO.cpy): un operador
      *          firmado de nivel 2 agrega o corrige la cuota fija
      *          de un cliente (codigo, descripcion, valor, moneda,
      *          vigencia y frecuencia), la termina con fecha fin, o
      *          lista los cargos de un cliente. POSTEO-CARGOS-FIJOS
      *          los postea cada noche -- antes la cuota de manejo o
      *          el arriendo se digitaban cliente por cliente por la
      *          opcion (S)aldo de INICIO_2. Cada cambio queda en
      *          auditoria.dat. El codigo del cargo es el del
      *          catalogo de items (catalogo.dat) cuando existe: de
      *          alli salen la descripcion y el precio por omision.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      *   2026-10-15  CEVR  El cargo nuevo nace sin factura que lo haya
      *                     detallado (CFJ-PERIODO-FACTURADO y
      *                     CFJ-FAC-NUMERO en cero).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CARGOS-FIJOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL CARGOS-FIJOS ASSIGN TO "./cargos_fijos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CFJ-CLAVE
                  STATUS ST-CARGOS.

           SELECT OPTIONAL CATALOGO ASSIGN TO "./catalogo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTL-CODIGO
                  STATUS ST-CATALOGO.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CARGOS-FIJOS.

           COPY CARGOFIJO.

       FD  CATALOGO.

           COPY CATALOGO.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-CARGOS     PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.
       01  ST-CATALOGO   PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X    VALUE SPACE.
       01  WS-SEGUIR      PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE  PIC 9(8) VALUE 0.
       01  WS-CODIGO      PIC X(6) VALUE SPACE.
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-CARGO-NUEVO-SW PIC X VALUE "N".
           88 CARGO-NUEVO VALUE "S".
       01  WS-EN-CATALOGO-SW PIC X VALUE "N".
           88 CODIGO-EN-CATALOGO VALUE "S".
       01  WS-CATALOGO-SW    PIC X VALUE "N".
           88 CATALOGO-DISPONIBLE VALUE "S".

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-CARGOS-FIJOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "El mantenimiento de cargos fijos exige firma "
                   "de nivel 2, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O CARGOS-FIJOS.
           IF ST-CARGOS = "35"
               OPEN OUTPUT CARGOS-FIJOS
               CLOSE CARGOS-FIJOS
               OPEN I-O CARGOS-FIJOS.
           IF ST-CARGOS > "07"
               DISPLAY "Error abriendo CARGOS-FIJOS (" ST-CARGOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CATALOGO.
           IF CATALOGO-DISPONIBLE
               SET CATALOGO-DISPONIBLE TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir cargo, "
               "(T)erminar cargo, (L)istar cargos de un cliente o "
               "(S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-CARGO THRU F-EDITO-CARGO
               WHEN "T" WHEN "t"
                   PERFORM TERMINO-CARGO THRU F-TERMINO-CARGO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-CARGOS THRU F-LISTO-CARGOS
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide cliente y codigo de cargo; el cliente debe existir en el
      * maestro. Deja leido el cargo si ya estaba registrado.
      ******************************************************************
       PIDO-CLAVE-CARGO.
           MOVE "N" TO WS-CARGO-NUEVO-SW.
           DISPLAY "Id-Cliente del cargo:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   MOVE 0 TO WS-ID-CLIENTE
                   GO TO F-PIDO-CLAVE-CARGO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               MOVE 0 TO WS-ID-CLIENTE
               GO TO F-PIDO-CLAVE-CARGO.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " moneda "
               CLI-MONEDA.
           DISPLAY "Codigo del cargo (hasta 6 letras):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               MOVE 0 TO WS-ID-CLIENTE
               GO TO F-PIDO-CLAVE-CARGO.
           MOVE "N" TO WS-EN-CATALOGO-SW.
           IF CATALOGO-DISPONIBLE
               MOVE WS-CODIGO TO CTL-CODIGO
               READ CATALOGO KEY IS CTL-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-CATALOGO = "00"
                   SET CODIGO-EN-CATALOGO TO TRUE
                   DISPLAY "Item del catalogo: " CTL-DESCRIPCION
                       " precio " CTL-PRECIO-UNITARIO
                   IF ITEM-INACTIVO
                       DISPLAY "Aviso: el item esta inactivo en el "
                           "catalogo."
                   END-IF
               ELSE
                   DISPLAY "Aviso: el codigo no esta en el catalogo, "
                       "la factura usara la descripcion del cargo."
               END-IF
           END-IF.
           MOVE WS-ID-CLIENTE TO CFJ-ID-CLIENTE.
           MOVE WS-CODIGO     TO CFJ-CODIGO.
           READ CARGOS-FIJOS KEY IS CFJ-CLAVE
               INVALID KEY
                   SET CARGO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE-CARGO.
           EXIT.

      ******************************************************************
      * Agrega un cargo nuevo o corrige uno existente. Un cargo
      * corregido conserva su ultimo periodo posteado, para que la
      * correccion no vuelva a cobrar un periodo ya cobrado.
      ******************************************************************
       EDITO-CARGO.
           PERFORM PIDO-CLAVE-CARGO THRU F-PIDO-CLAVE-CARGO.
           IF WS-ID-CLIENTE = 0
               GO TO F-EDITO-CARGO.
           IF CARGO-NUEVO
               DISPLAY "Cargo nuevo."
               MOVE WS-ID-CLIENTE TO CFJ-ID-CLIENTE
               MOVE WS-CODIGO     TO CFJ-CODIGO
               MOVE 0             TO CFJ-ULTIMO-PERIODO
               MOVE 0             TO CFJ-PERIODO-FACTURADO
               MOVE 0             TO CFJ-FAC-NUMERO
           ELSE
               DISPLAY "Cargo actual: " CFJ-DESCRIPCION " "
                   CFJ-VALOR " " CFJ-MONEDA " frecuencia "
                   CFJ-FRECUENCIA " desde " CFJ-FECHA-INICIO
                   " hasta " CFJ-FECHA-FIN " (" CFJ-ESTADO ")"
               DISPLAY "Ultimo periodo posteado: "
                   CFJ-ULTIMO-PERIODO.
           DISPLAY "Descripcion (en blanco = la del catalogo):".
           ACCEPT CFJ-DESCRIPCION.
           IF CFJ-DESCRIPCION = SPACE AND CODIGO-EN-CATALOGO
               MOVE CTL-DESCRIPCION TO CFJ-DESCRIPCION.
           DISPLAY "Valor por periodo (cero = precio del catalogo):".
           ACCEPT CFJ-VALOR.
           IF CFJ-VALOR = 0 AND CODIGO-EN-CATALOGO
               MOVE CTL-PRECIO-UNITARIO TO CFJ-VALOR.
           IF CFJ-VALOR NOT > 0
               DISPLAY "El valor debe ser mayor que cero, no se graba."
               GO TO F-EDITO-CARGO.
           DISPLAY "Moneda (en blanco = la del cliente, "
               CLI-MONEDA "):".
           ACCEPT CFJ-MONEDA.
           IF CFJ-MONEDA = SPACE
               MOVE CLI-MONEDA TO CFJ-MONEDA.
           DISPLAY "Frecuencia: (M)ensual, (T)rimestral, (S)emestral "
               "o (A)nual:".
           ACCEPT CFJ-FRECUENCIA.
           IF NOT FRECUENCIA-VALIDA
               DISPLAY "Frecuencia invalida, no se graba."
               GO TO F-EDITO-CARGO.
           DISPLAY "Fecha de inicio (AAAAMMDD):".
           ACCEPT CFJ-FECHA-INICIO.
           IF CFJ-FECHA-INICIO NOT NUMERIC OR CFJ-FECHA-INICIO = 0
               DISPLAY "Fecha de inicio invalida, no se graba."
               GO TO F-EDITO-CARGO.
           DISPLAY "Fecha fin (AAAAMMDD, cero = sin fin):".
           ACCEPT CFJ-FECHA-FIN.
           IF CFJ-FECHA-FIN NOT NUMERIC
               MOVE 0 TO CFJ-FECHA-FIN.
           IF CFJ-FECHA-FIN NOT = 0
            AND CFJ-FECHA-FIN < CFJ-FECHA-INICIO
               DISPLAY "La fecha fin es anterior al inicio, no se "
                   "graba."
               GO TO F-EDITO-CARGO.
           MOVE "A" TO CFJ-ESTADO.
           IF CARGO-NUEVO
               WRITE REG-CARGO-FIJO
           ELSE
               REWRITE REG-CARGO-FIJO.
           IF ST-CARGOS > "07"
               DISPLAY "Error grabando el cargo (" ST-CARGOS ")."
               GO TO F-EDITO-CARGO.
           MOVE "CARGOFIJO" TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cargo " CFJ-CODIGO " = " CFJ-VALOR " "
               CFJ-MONEDA " frec " CFJ-FRECUENCIA " desde "
               CFJ-FECHA-INICIO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cargo grabado.".

       F-EDITO-CARGO.
           EXIT.

      ******************************************************************
      * Termina un cargo: deja la fecha fin (hoy si no se indica otra)
      * y lo marca terminado si esa fecha ya paso.
      ******************************************************************
       TERMINO-CARGO.
           PERFORM PIDO-CLAVE-CARGO THRU F-PIDO-CLAVE-CARGO.
           IF WS-ID-CLIENTE = 0
               GO TO F-TERMINO-CARGO.
           IF CARGO-NUEVO
               DISPLAY "Ese cliente no tiene el cargo " WS-CODIGO "."
               GO TO F-TERMINO-CARGO.
           DISPLAY "Cargo " CFJ-DESCRIPCION " " CFJ-VALOR
               " desde " CFJ-FECHA-INICIO " hasta " CFJ-FECHA-FIN.
           DISPLAY "Fecha fin (AAAAMMDD, cero = hoy):".
           ACCEPT CFJ-FECHA-FIN.
           IF CFJ-FECHA-FIN NOT NUMERIC OR CFJ-FECHA-FIN = 0
               MOVE WS-FECHA-HOY TO CFJ-FECHA-FIN.
           IF CFJ-FECHA-FIN NOT > WS-FECHA-HOY
               MOVE "T" TO CFJ-ESTADO.
           REWRITE REG-CARGO-FIJO.
           IF ST-CARGOS > "07"
               DISPLAY "Error grabando el cargo (" ST-CARGOS ")."
               GO TO F-TERMINO-CARGO.
           MOVE "CARGOFIJO" TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cargo " CFJ-CODIGO " terminado al "
               CFJ-FECHA-FIN
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cargo terminado al " CFJ-FECHA-FIN ".".

       F-TERMINO-CARGO.
           EXIT.

       LISTO-CARGOS.
           DISPLAY "Id-Cliente a listar:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CFJ-ID-CLIENTE.
           MOVE LOW-VALUES    TO CFJ-CODIGO.
           START CARGOS-FIJOS KEY IS NOT LESS THAN CFJ-CLAVE
               INVALID KEY
                   DISPLAY "Sin cargos fijos para ese cliente."
                   GO TO F-LISTO-CARGOS
           END-START.

       LEO-CARGO.
           READ CARGOS-FIJOS NEXT RECORD
               AT END
                   GO TO F-LISTO-CARGOS
           END-READ.
           IF CFJ-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO F-LISTO-CARGOS.
           DISPLAY "  " CFJ-CODIGO " " CFJ-DESCRIPCION " "
               CFJ-VALOR " " CFJ-MONEDA " " CFJ-FRECUENCIA " "
               CFJ-FECHA-INICIO "-" CFJ-FECHA-FIN " ult "
               CFJ-ULTIMO-PERIODO " (" CFJ-ESTADO ")".
           GO TO LEO-CARGO.

       F-LISTO-CARGOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CARGOS-FIJOS.
           IF CATALOGO-DISPONIBLE
               CLOSE CATALOGO.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-CARGOS-FIJOS.
