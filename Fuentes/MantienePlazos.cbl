      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de los plazos de pago (plazos_pago.dat,
      *          PLAZOPAGO.cpy) con que se sella el vencimiento de
      *          cada factura: un operador firmado de nivel 3 fija o
      *          corrige el plazo en dias calendario de un cliente
      *          (neto 30, neto 60...) o el de omision de toda una
      *          categoria, lo borra, o lista los plazos vigentes. El
      *          cliente se valida contra el maestro y la categoria
      *          contra categorias.dat. Cada cambio queda en
      *          auditoria.dat. El plazo nuevo rige para las facturas
      *          que se emitan desde ese momento; las ya emitidas
      *          conservan el vencimiento con que salieron.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PLAZOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PLAZOS-PAGO ASSIGN TO "./plazos_pago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLZ-CLAVE
                  STATUS ST-PLAZOS.

           COPY CLISEL.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAZOS-PAGO.

           COPY PLAZOPAGO.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-PLAZOS     PIC XX VALUE SPACE.
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
           88 PLAZO-NUEVO     VALUE "S".
       01  WS-CLIENTES-SW   PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES   VALUE "S".
       01  WS-CATEGORIAS-SW PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Tope del plazo: mas de un ano es un error de digitacion, no
      * una negociacion.
       01  WS-DIAS-MAXIMO PIC 9(3) VALUE 365.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-PLAZOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los plazos de pago exigen firma de nivel 3, "
                   "el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O PLAZOS-PAGO.
           IF ST-PLAZOS = "35"
               OPEN OUTPUT PLAZOS-PAGO
               CLOSE PLAZOS-PAGO
               OPEN I-O PLAZOS-PAGO.
           IF ST-PLAZOS > "07"
               DISPLAY "Error abriendo PLAZOS-PAGO (" ST-PLAZOS ")"
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
           DISPLAY "Operacion: (A)gregar o corregir plazo, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-PLAZO THRU F-EDITO-PLAZO
               WHEN "B" WHEN "b"
                   PERFORM BORRO-PLAZO THRU F-BORRO-PLAZO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-PLAZOS THRU F-LISTO-PLAZOS
               WHEN "S" WHEN "s"
                   CLOSE PLAZOS-PAGO
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
      * Pide la clave del plazo: (C)liente, validado contra el
      * maestro, o (K) categoria, validada contra categorias.dat.
      * Deja el registro leido si ya existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Plazo de (C)liente o de (K) categoria:".
           ACCEPT WS-TIPO.
           EVALUATE WS-TIPO
               WHEN "C" WHEN "c"
                   MOVE "C" TO WS-TIPO
               WHEN "K" WHEN "k"
                   MOVE "K" TO WS-TIPO
               WHEN OTHER
                   DISPLAY "Tipo de plazo invalido."
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
               DISPLAY "Cliente: " CLI_NOMBRE (1:40)
                   " categoria " CLI_CATEGORIA
           END-IF.
           MOVE "C"           TO PLZ-TIPO.
           MOVE WS-ID-CLIENTE TO PLZ-ID-CLIENTE.
           GO TO LEO-PLAZO.

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
           MOVE "K"          TO PLZ-TIPO.
           MOVE SPACE        TO PLZ-CODIGO.
           MOVE WS-CATEGORIA TO PLZ-CODIGO (1:1).

       LEO-PLAZO.
           SET CLAVE-VALIDA TO TRUE.
           READ PLAZOS-PAGO KEY IS PLZ-CLAVE
               INVALID KEY
                   SET PLAZO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-PLAZO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-PLAZO.
           IF PLAZO-NUEVO
               DISPLAY "Plazo nuevo."
           ELSE
               DISPLAY "Plazo actual: " PLZ-DIAS " dias.".
           DISPLAY "Dias calendario desde la fecha de la factura "
               "(0 = de contado):".
           ACCEPT PLZ-DIAS.
           IF PLZ-DIAS > WS-DIAS-MAXIMO
               DISPLAY "Plazo por encima del tope de " WS-DIAS-MAXIMO
                   " dias, no se graba."
               GO TO F-EDITO-PLAZO.
           ACCEPT PLZ-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO PLZ-OPERADOR.
           IF PLAZO-NUEVO
               WRITE REG-PLAZO-PAGO
           ELSE
               REWRITE REG-PLAZO-PAGO.
           IF ST-PLAZOS > "07"
               DISPLAY "Error grabando el plazo (" ST-PLAZOS ")."
               GO TO F-EDITO-PLAZO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Plazo " PLZ-TIPO " " PLZ-CODIGO " a "
               PLZ-DIAS " dias"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Plazo grabado.".

       F-EDITO-PLAZO.
           EXIT.

       BORRO-PLAZO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-PLAZO.
           IF PLAZO-NUEVO
               DISPLAY "No hay plazo para esa clave."
               GO TO F-BORRO-PLAZO.
           DELETE PLAZOS-PAGO RECORD.
           IF ST-PLAZOS > "07"
               DISPLAY "Error borrando el plazo (" ST-PLAZOS ")."
               GO TO F-BORRO-PLAZO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Plazo " PLZ-TIPO " " PLZ-CODIGO " borrado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Plazo borrado.".

       F-BORRO-PLAZO.
           EXIT.

       LISTO-PLAZOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PLZ-CLAVE.
           START PLAZOS-PAGO KEY IS NOT LESS THAN PLZ-CLAVE
               INVALID KEY
                   DISPLAY "No hay plazos cargados."
                   GO TO F-LISTO-PLAZOS
           END-START.

       LEO-PLAZO-LISTA.
           READ PLAZOS-PAGO NEXT RECORD
               AT END
                   DISPLAY "Plazos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-PLAZOS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF PLZ-DE-CLIENTE
               DISPLAY "  Cliente   " PLZ-CODIGO " a " PLZ-DIAS
                   " dias (" PLZ-OPERADOR " " PLZ-FECHA-ALTA ")"
           ELSE
               DISPLAY "  Categoria " PLZ-CODIGO (1:1) "        a "
                   PLZ-DIAS " dias (" PLZ-OPERADOR " "
                   PLZ-FECHA-ALTA ")".
           GO TO LEO-PLAZO-LISTA.

       F-LISTO-PLAZOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "PLAZO"      TO AUD-OPERACION.
           IF WS-TIPO = "C"
               MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE
           ELSE
               MOVE 0 TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-PLAZOS.
