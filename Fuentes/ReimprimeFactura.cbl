      *          reimpresion_factura.txt -- cuando el cliente pide
      *          copia ya no se imprime la pantalla del registro.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La copia lista las lineas de la factura
      *                     desde detalle_facturas.dat (FACDET.cpy),
      *                     igual que el documento original. Las
      *                     facturas anteriores a las lineas salen
      *                     solo con sus totales, como antes.
      *   2026-10-15  CEVR  La copia lleva la identificacion
      *                     tributaria vigente del cliente, igual que
      *                     el documento original.
      *   2026-10-15  CEVR  La copia imprime la fecha de vencimiento
      *                     de la factura, igual que el documento
      *                     original.
      *   2026-10-15  CEVR  La copia imprime la leyenda de la resolucion
      *                     de numeracion del rango que contiene el
      *                     numero de la factura (NUMERACION-FISCAL),
      *                     igual que el documento original.
      *   2026-10-15  CEVR  La copia lleva la razon social y el NIT de
      *                     la empresa que emitio la factura.
      *   2026-10-15  CEVR  El documento imprime la referencia
      *                     estructurada de pago de la factura
      *                     (REFERENCIA-PAGO), igual que
      *                     FACTURACION-COMERCIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIME-FACTURA.
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL DETALLE-FACTURAS
                  ASSIGN TO "./detalle_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FDT-CLAVE
                  STATUS ST-DETALLE.

           SELECT DOCUMENTO ASSIGN TO "./reimpresion_factura.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DOCUMENTO.

           COPY FACTURA.

       FD  DETALLE-FACTURAS.

           COPY FACDET.

       FD  DOCUMENTO.
       01  LINEA-DOCUMENTO PIC X(100).

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-FACTURAS   PIC XX VALUE SPACE.
       01  ST-DOCUMENTO  PIC XX VALUE SPACE.
       01  ST-DETALLE    PIC XX VALUE SPACE.
       01  WS-DETALLE-SW PIC X VALUE "N".
           88 DETALLE-DISPONIBLE VALUE "S".

      * Renglon de item de la copia, el mismo del documento original.
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

       01  WS-NUMERO  PIC 9(8) VALUE 0.

      * Identificacion tributaria del cliente editada por VALIDA-NIT.
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

      * Referencia estructurada de pago de la factura.
       01  WS-REF-FUNCION    PIC X     VALUE "A".
       01  WS-REF-PAGO       PIC X(20) VALUE SPACE.
       01  WS-REF-RESULTADO  PIC X     VALUE SPACE.

           COPY MONEDAWS.

           COPY NUMFISWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI_DIRECCION
                   MOVE SPACE TO CLI-IDENTIFICACION
           END-READ.
           OPEN INPUT DETALLE-FACTURAS.
           IF ST-DETALLE NOT > "07"
               SET DETALLE-DISPONIBLE TO TRUE.
           OPEN OUTPUT DOCUMENTO.
           IF ST-DOCUMENTO > "07"
               DISPLAY "Error abriendo DOCUMENTO (" ST-DOCUMENTO ")"
               STOP RUN.
           PERFORM ESCRIBO-DOCUMENTO-FACTURA.
           CLOSE DOCUMENTO.
           IF DETALLE-DISPONIBLE
               CLOSE DETALLE-FACTURAS.
           CLOSE FACTURAS.
           CLOSE CLIENTES.
           DISPLAY "Factura " WS-NUMERO " reimpresa en "
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
      *    Leyenda de la resolucion del rango que contiene el numero;
      *    las facturas anteriores a la numeracion autorizada salen
      *    sin ella.
           MOVE "C"        TO WS-NFI-FUNCION.
           MOVE "F"        TO WS-NFI-TIPO.
           MOVE FAC-FECHA  TO WS-NFI-FECHA.
           MOVE FAC-NUMERO TO WS-NFI-NUMERO.
           CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION WS-NFI-TIPO
               WS-NFI-EMPRESA WS-NFI-FECHA WS-NFI-NUMERO
               WS-NFI-SUCURSAL WS-NFI-LEYENDA WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO = "S"
               MOVE WS-NFI-LEYENDA TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           IF FAC-FECHA-VENCE NUMERIC AND FAC-FECHA-VENCE > 0
               MOVE SPACE TO LINEA-DOCUMENTO
               STRING "VENCE: " FAC-FECHA-VENCE
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           CALL "REFERENCIA-PAGO" USING WS-REF-FUNCION WS-REF-PAGO
               FAC-ID-CLIENTE FAC-NUMERO WS-REF-RESULTADO.
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
           IF FAC-ID-SUCURSAL NUMERIC AND FAC-ID-SUCURSAL > 0
                   " (" FAC-ID-SUCURSAL ")"
                   DELIMITED BY SIZE INTO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           PERFORM ESCRIBO-LINEAS-FACTURA THRU F-ESCRIBO-LINEAS-FACTURA.
           IF FAC-BASE NUMERIC
               MOVE FAC-BASE TO WS-MONEDA-ENTRADA
           ELSE
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

      ******************************************************************
      * Lineas de la factura desde el detalle; una factura sin lineas
      * (anterior al detalle) no imprime el bloque.
      ******************************************************************
       ESCRIBO-LINEAS-FACTURA.
           IF NOT DETALLE-DISPONIBLE
               GO TO F-ESCRIBO-LINEAS-FACTURA.
           MOVE FAC-NUMERO TO FDT-NUMERO.
           MOVE 0          TO FDT-LINEA.
           START DETALLE-FACTURAS KEY IS NOT LESS THAN FDT-CLAVE
               INVALID KEY
                   GO TO F-ESCRIBO-LINEAS-FACTURA
           END-START.
           READ DETALLE-FACTURAS NEXT RECORD
               AT END
                   GO TO F-ESCRIBO-LINEAS-FACTURA
           END-READ.
           IF FDT-NUMERO NOT = FAC-NUMERO
               GO TO F-ESCRIBO-LINEAS-FACTURA.
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "ITEM   DESCRIPCION                     CANT"
               TO LINEA-DOCUMENTO.
           MOVE "     PRECIO        BASE TASA         IVA"
               TO LINEA-DOCUMENTO (44:).
           WRITE LINEA-DOCUMENTO.

       ESCRIBO-LINEA-ITEM.
           MOVE FDT-CODIGO          TO DOC-CODIGO.
           MOVE FDT-DESCRIPCION     TO DOC-DESCRIPCION.
           MOVE FDT-CANTIDAD        TO DOC-CANTIDAD.
           MOVE FDT-PRECIO-UNITARIO TO DOC-PRECIO.
           MOVE FDT-BASE            TO DOC-BASE.
           MOVE FDT-TASA-IVA-MIL    TO DOC-TASA.
           MOVE FDT-IVA             TO DOC-IVA.
           MOVE LINEA-ITEM-DOC TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           READ DETALLE-FACTURAS NEXT RECORD
               AT END
                   GO TO F-ESCRIBO-LINEAS-FACTURA
           END-READ.
           IF FDT-NUMERO = FAC-NUMERO
               GO TO ESCRIBO-LINEA-ITEM.

       F-ESCRIBO-LINEAS-FACTURA.
           EXIT.

           COPY MONEDA.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REIMPRIME-FACTURA.
