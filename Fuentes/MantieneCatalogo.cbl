      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento del catalogo de productos y servicios
      *          facturables (catalogo.dat, CATALOGO.cpy): un
      *          operador firmado de nivel 3 agrega o corrige un item
      *          (codigo, descripcion, precio unitario y categoria de
      *          IVA), lo inactiva, o lista el catalogo. La categoria
      *          de IVA se valida contra tasas_iva.dat. Cada cambio
      *          queda en auditoria.dat. FACTURACION-COMERCIAL arma
      *          las lineas de la factura con estos items y
      *          RESUMEN-IVA desglosa el impuesto del mes por item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CATALOGO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CATALOGO ASSIGN TO "./catalogo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTL-CODIGO
                  STATUS ST-CATALOGO.

           SELECT OPTIONAL TASAS-IVA ASSIGN TO "./tasas_iva.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS IVA-CATEGORIA
                  STATUS ST-TASAS-IVA.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CATALOGO.

           COPY CATALOGO.

       FD  TASAS-IVA.

           COPY TASAIVA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-CATALOGO   PIC XX VALUE SPACE.
       01  ST-TASAS-IVA  PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION  PIC X    VALUE SPACE.
       01  WS-CODIGO  PIC X(6) VALUE SPACE.
       01  WS-ITEM-NUEVO-SW PIC X VALUE "N".
           88 ITEM-NUEVO VALUE "S".
       01  WS-TASAS-SW      PIC X VALUE "N".
           88 TASAS-DISPONIBLES VALUE "S".

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-CATALOGO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "El mantenimiento del catalogo exige firma "
                   "de nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O CATALOGO.
           IF ST-CATALOGO = "35"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO.
           IF ST-CATALOGO > "07"
               DISPLAY "Error abriendo CATALOGO (" ST-CATALOGO ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TASAS-IVA.
           IF ST-TASAS-IVA > "07"
               DISPLAY "Maestro de tasas de IVA no disponible ("
                   ST-TASAS-IVA "), la categoria no se valida."
           ELSE
               SET TASAS-DISPONIBLES TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir item, "
               "(I)nactivar item, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-ITEM THRU F-EDITO-ITEM
               WHEN "I" WHEN "i"
                   PERFORM INACTIVO-ITEM THRU F-INACTIVO-ITEM
               WHEN "L" WHEN "l"
                   PERFORM LISTO-CATALOGO THRU F-LISTO-CATALOGO
               WHEN "S" WHEN "s"
                   CLOSE CATALOGO
                   IF TASAS-DISPONIBLES
                       CLOSE TASAS-IVA
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       EDITO-ITEM.
           MOVE "N" TO WS-ITEM-NUEVO-SW.
           DISPLAY "Codigo del item (hasta 6 letras):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-EDITO-ITEM.
           MOVE WS-CODIGO TO CTL-CODIGO.
           READ CATALOGO KEY IS CTL-CODIGO
               INVALID KEY
                   SET ITEM-NUEVO TO TRUE
           END-READ.
           IF ITEM-NUEVO
               DISPLAY "Item nuevo."
               MOVE WS-CODIGO TO CTL-CODIGO
           ELSE
               DISPLAY "Item actual: " CTL-DESCRIPCION " precio "
                   CTL-PRECIO-UNITARIO " IVA " CTL-CATEGORIA-IVA
                   " (" CTL-ESTADO ")".
           DISPLAY "Descripcion:".
           ACCEPT CTL-DESCRIPCION.
           DISPLAY "Precio unitario:".
           ACCEPT CTL-PRECIO-UNITARIO.
           DISPLAY "Categoria de IVA (en blanco = la del cliente):".
           ACCEPT CTL-CATEGORIA-IVA.
           IF CTL-CATEGORIA-IVA NOT = SPACE
            AND TASAS-DISPONIBLES
               MOVE CTL-CATEGORIA-IVA TO IVA-CATEGORIA
               READ TASAS-IVA KEY IS IVA-CATEGORIA
                   INVALID KEY
                       DISPLAY "Categoria de IVA sin tasa en "
                           "tasas_iva.dat, no se graba."
                       GO TO F-EDITO-ITEM
               END-READ
               DISPLAY "Tasa de la categoria: " IVA-TASA-MIL
                   " por mil (" IVA-DESCRIPCION ")".
           MOVE "A" TO CTL-ESTADO.
           IF ITEM-NUEVO
               WRITE REG-CATALOGO
           ELSE
               REWRITE REG-CATALOGO.
           IF ST-CATALOGO > "07"
               DISPLAY "Error grabando el item (" ST-CATALOGO ")."
               GO TO F-EDITO-ITEM.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Item " CTL-CODIGO " = " CTL-PRECIO-UNITARIO
               " IVA " CTL-CATEGORIA-IVA " " CTL-DESCRIPCION (1:20)
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Item grabado.".

       F-EDITO-ITEM.
           EXIT.

       INACTIVO-ITEM.
           DISPLAY "Codigo del item a inactivar:".
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO CTL-CODIGO.
           READ CATALOGO KEY IS CTL-CODIGO
               INVALID KEY
                   DISPLAY "Item no encontrado."
                   GO TO F-INACTIVO-ITEM
           END-READ.
           MOVE "I" TO CTL-ESTADO.
           REWRITE REG-CATALOGO.
           IF ST-CATALOGO > "07"
               DISPLAY "Error grabando el item (" ST-CATALOGO ")."
               GO TO F-INACTIVO-ITEM.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Item " CTL-CODIGO " inactivado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Item inactivado.".

       F-INACTIVO-ITEM.
           EXIT.

       LISTO-CATALOGO.
           MOVE LOW-VALUES TO CTL-CODIGO.
           START CATALOGO KEY IS NOT LESS THAN CTL-CODIGO
               INVALID KEY
                   DISPLAY "El catalogo esta vacio."
                   GO TO F-LISTO-CATALOGO
           END-START.

       LEO-ITEM.
           READ CATALOGO NEXT RECORD
               AT END
                   GO TO F-LISTO-CATALOGO
           END-READ.
           DISPLAY "  " CTL-CODIGO " " CTL-DESCRIPCION " "
               CTL-PRECIO-UNITARIO " IVA " CTL-CATEGORIA-IVA
               " (" CTL-ESTADO ")".
           GO TO LEO-ITEM.

       F-LISTO-CATALOGO.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "CATALOGO"   TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-CATALOGO.
