      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de los terminos de descuento por pronto
      *          pago (terminos_descuento.dat, TERMDESC.cpy) que
      *          FACTURACION-COMERCIAL imprime en cada factura: un
      *          operador firmado de nivel 3 fija o corrige, para un
      *          cliente o para toda una categoria, el descuento en
      *          milesimas y los dias calendario para ganarlo, lo
      *          borra, o lista los terminos vigentes. El cliente se
      *          valida contra el maestro y la categoria contra
      *          categorias.dat. Cada cambio queda en auditoria.dat
      *          -- antes cobranza concedia el descuento a mano con
      *          NOTA-CREDITO despues del pago.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-DESCUENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TERMINOS-DESCUENTO
                  ASSIGN TO "./terminos_descuento.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TDC-CLAVE
                  STATUS ST-TERMINOS.

           COPY CLISEL.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TERMINOS-DESCUENTO.

           COPY TERMDESC.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-TERMINOS   PIC XX VALUE SPACE.
       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-CATEGORIAS PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X    VALUE SPACE.
       01  WS-TIPO       PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE PIC 9(8) VALUE 0.
       01  WS-CATEGORIA  PIC X    VALUE SPACE.
       01  WS-CLAVE-SW   PIC X    VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X    VALUE "N".
           88 TERMINO-NUEVO   VALUE "S".
       01  WS-CLIENTES-SW   PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES   VALUE "S".
       01  WS-CATEGORIAS-SW PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Topes de los terminos: el descuento no pasa del 20% (200
      * milesimas) ni el plazo de un ano; mas que eso es un error
      * de digitacion, no una negociacion.
       01  WS-PCT-MAXIMO  PIC 9(3) VALUE 200.
       01  WS-DIAS-MAXIMO PIC 9(3) VALUE 365.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-DESCUENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los terminos de descuento exigen firma de "
                   "nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O TERMINOS-DESCUENTO.
           IF ST-TERMINOS = "35"
               OPEN OUTPUT TERMINOS-DESCUENTO
               CLOSE TERMINOS-DESCUENTO
               OPEN I-O TERMINOS-DESCUENTO.
           IF ST-TERMINOS > "07"
               DISPLAY "Error abriendo TERMINOS-DESCUENTO ("
                   ST-TERMINOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Maestro de clientes no disponible (" ST-FILE
                   "), el cliente no se valida."
           ELSE
               SET CLIENTES-DISPONIBLES TO TRUE.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS > "07"
               DISPLAY "Maestro de categorias no disponible ("
                   ST-CATEGORIAS "), la categoria no se valida."
           ELSE
               SET CATEGORIAS-DISPONIBLES TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir termino, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-TERMINO THRU F-EDITO-TERMINO
               WHEN "B" WHEN "b"
                   PERFORM BORRO-TERMINO THRU F-BORRO-TERMINO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-TERMINOS THRU F-LISTO-TERMINOS
               WHEN "S" WHEN "s"
                   CLOSE TERMINOS-DESCUENTO
                   IF CLIENTES-DISPONIBLES
                       CLOSE CLIENTES
                   END-IF
                   IF CATEGORIAS-DISPONIBLES
                       CLOSE CATEGORIAS
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide la clave del termino: (C)liente, validado contra el
      * maestro, o (K) categoria, validada contra categorias.dat.
      * Deja el registro leido si ya existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Termino de (C)liente o de (K) categoria:".
           ACCEPT WS-TIPO.
           EVALUATE WS-TIPO
               WHEN "C" WHEN "c"
                   MOVE "C" TO WS-TIPO
               WHEN "K" WHEN "k"
                   MOVE "K" TO WS-TIPO
               WHEN OTHER
                   DISPLAY "Tipo de termino invalido."
                   GO TO F-PIDO-CLAVE
           END-EVALUATE.
           IF WS-TIPO = "K"
               GO TO PIDO-CATEGORIA.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           IF WS-ID-CLIENTE = 0
               DISPLAY "Cliente invalido."
               GO TO F-PIDO-CLAVE.
           IF CLIENTES-DISPONIBLES
               MOVE WS-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       DISPLAY "El cliente no esta en el maestro."
                       GO TO F-PIDO-CLAVE
               END-READ
               MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR
               PERFORM AUTORIZO-EMPRESA
               IF NOT EMPRESA-AUTORIZADA
                   DISPLAY "El cliente no esta en el maestro."
                   GO TO F-PIDO-CLAVE
               END-IF
               DISPLAY "Cliente: " CLI_RAZONSOCIAL
               IF CLI_CATEGORIA NOT = "E"
                   DISPLAY "Aviso: la cuenta no es comercial, solo "
                       "las facturas comerciales llevan el descuento."
               END-IF
           END-IF.
           MOVE "C"           TO TDC-TIPO.
           MOVE WS-ID-CLIENTE TO TDC-ID-CLIENTE.
           GO TO LEO-TERMINO.

       PIDO-CATEGORIA.
           DISPLAY "Categoria:".
           ACCEPT WS-CATEGORIA.
           IF WS-CATEGORIA = SPACE
               DISPLAY "Categoria invalida."
               GO TO F-PIDO-CLAVE.
           IF CATEGORIAS-DISPONIBLES
               MOVE WS-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS KEY IS CAT-CODIGO
                   INVALID KEY
                       DISPLAY "La categoria no esta en el maestro."
                       GO TO F-PIDO-CLAVE
               END-READ
               DISPLAY "Categoria: " CAT-DESCRIPCION.
           MOVE "K"          TO TDC-TIPO.
           MOVE SPACE        TO TDC-CODIGO.
           MOVE WS-CATEGORIA TO TDC-CODIGO (1:1).

       LEO-TERMINO.
           SET CLAVE-VALIDA TO TRUE.
           READ TERMINOS-DESCUENTO KEY IS TDC-CLAVE
               INVALID KEY
                   SET TERMINO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-TERMINO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-TERMINO.
           IF TERMINO-NUEVO
               DISPLAY "Termino nuevo."
           ELSE
               DISPLAY "Termino actual: " TDC-PCT-MIL " por mil a "
                   TDC-DIAS " dias.".
           DISPLAY "Descuento en milesimas (20 = 2%; 0 = sin "
               "descuento):".
           ACCEPT TDC-PCT-MIL.
           IF TDC-PCT-MIL > WS-PCT-MAXIMO
               DISPLAY "Descuento por encima del tope de "
                   WS-PCT-MAXIMO " por mil, no se graba."
               GO TO F-EDITO-TERMINO.
           DISPLAY "Dias calendario desde la fecha de la factura:".
           ACCEPT TDC-DIAS.
           IF TDC-PCT-MIL > 0
            AND (TDC-DIAS = 0 OR TDC-DIAS > WS-DIAS-MAXIMO)
               DISPLAY "Plazo invalido, no se graba."
               GO TO F-EDITO-TERMINO.
           ACCEPT TDC-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO TDC-OPERADOR.
           IF TERMINO-NUEVO
               WRITE REG-TERMINO-DESCUENTO
           ELSE
               REWRITE REG-TERMINO-DESCUENTO.
           IF ST-TERMINOS > "07"
               DISPLAY "Error grabando el termino (" ST-TERMINOS ")."
               GO TO F-EDITO-TERMINO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Termino " TDC-TIPO " " TDC-CODIGO " "
               TDC-PCT-MIL " por mil a " TDC-DIAS " dias"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Termino grabado.".

       F-EDITO-TERMINO.
           EXIT.

       BORRO-TERMINO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-TERMINO.
           IF TERMINO-NUEVO
               DISPLAY "No hay termino para esa clave."
               GO TO F-BORRO-TERMINO.
           DELETE TERMINOS-DESCUENTO RECORD.
           IF ST-TERMINOS > "07"
               DISPLAY "Error borrando el termino (" ST-TERMINOS ")."
               GO TO F-BORRO-TERMINO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Termino " TDC-TIPO " " TDC-CODIGO " borrado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Termino borrado.".

       F-BORRO-TERMINO.
           EXIT.

       LISTO-TERMINOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO TDC-CLAVE.
           START TERMINOS-DESCUENTO KEY IS NOT LESS THAN TDC-CLAVE
               INVALID KEY
                   DISPLAY "No hay terminos cargados."
                   GO TO F-LISTO-TERMINOS
           END-START.

       LEO-TERMINO-LISTA.
           READ TERMINOS-DESCUENTO NEXT RECORD
               AT END
                   DISPLAY "Terminos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-TERMINOS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF TDC-DE-CLIENTE
               DISPLAY "  Cliente   " TDC-CODIGO " " TDC-PCT-MIL
                   " por mil a " TDC-DIAS " dias (" TDC-OPERADOR " "
                   TDC-FECHA-ALTA ")"
           ELSE
               DISPLAY "  Categoria " TDC-CODIGO (1:1) "        "
                   TDC-PCT-MIL " por mil a " TDC-DIAS " dias ("
                   TDC-OPERADOR " " TDC-FECHA-ALTA ")".
           GO TO LEO-TERMINO-LISTA.

       F-LISTO-TERMINOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "DESCUENTO"  TO AUD-OPERACION.
           IF WS-TIPO = "C"
               MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE
           ELSE
               MOVE 0 TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-DESCUENTOS.
