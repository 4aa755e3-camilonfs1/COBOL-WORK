      *          nunca tocaba el pendiente y la factura quedaba
      *          "abierta" para siempre en AGING-FACTURAS.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Documento imprimible de la nota emitida
      *                     (nota_credito.txt): membrete, factura
      *                     afectada, razon social, identificacion
      *                     tributaria del cliente editada por
      *                     VALIDA-NIT, direccion, valor y motivo.
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  La nota de credito llama a
      *                     COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Numeracion fiscal autorizada: el numero de
      *                     la nota sale del rango vigente de
      *                     numeracion_fiscal.dat (NUMERACION-FISCAL)
      *                     antes de tocar saldo o factura, en vez del
      *                     numerador que arrancaba despues del mayor
      *                     NCR-NUMERO; sin rango la nota no se emite.
      *                     El documento imprime la leyenda de la
      *                     resolucion.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  La nota se numera con los rangos de la
      *                     empresa de la factura y lleva su razon
      *                     social y NIT; la factura de una empresa no
      *                     autorizada al operador no se acredita.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-CREDITO.

           COPY OPERSEL.

           SELECT DOCUMENTO ASSIGN TO "./nota_credito.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DOCUMENTO.

       DATA DIVISION.
       FILE SECTION.


           COPY OPERADOR.

       FD  DOCUMENTO.
       01  LINEA-DOCUMENTO PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-NOTAS        PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.
       01  ST-DOCUMENTO    PIC XX VALUE SPACE.

      * Datos tecleados de la nota: factura, valor concedido y motivo.
       01  WS-FACTURA        PIC 9(8) VALUE 0.
       01  WS-CONFIRMA       PIC X VALUE SPACE.
       01  WS-FECHA-HOY      PIC 9(8) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

      * Identificacion tributaria del cliente editada por VALIDA-NIT
      * para el documento de la nota.
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

           COPY MONEDAWS.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY NUMFISWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           PERFORM EMITO-NOTA THRU F-EMITO-NOTA.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.
                   ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Localiza la factura por su numero, valida que este abierta y
      * que el valor concedido no exceda el pendiente, y emite la nota
                   DISPLAY "Factura no encontrada con ese numero."
                   GO TO F-EMITO-NOTA
           END-READ.
           MOVE FAC-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Factura no encontrada con ese numero."
               GO TO F-EMITO-NOTA.
           IF FAC-ESTADO NOT = "A"
               DISPLAY "La factura " WS-FACTURA " no esta abierta, "
                   "no se acredita."
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Nota de credito cancelada."
               GO TO F-EMITO-NOTA.
      *    El numero sale del rango autorizado vigente de la empresa
      *    que emitio la factura; sin rango no se toca nada.
           MOVE "S"          TO WS-NFI-FUNCION.
           MOVE "N"          TO WS-NFI-TIPO.
           MOVE FAC-EMPRESA  TO WS-NFI-EMPRESA.
           MOVE WS-FECHA-HOY TO WS-NFI-FECHA.
           CALL "NUMERACION-FISCAL" USING WS-NFI-FUNCION WS-NFI-TIPO
               WS-NFI-EMPRESA WS-NFI-FECHA WS-NFI-NUMERO
               WS-NFI-SUCURSAL WS-NFI-LEYENDA WS-NFI-RESULTADO.
           IF WS-NFI-RESULTADO NOT = "S"
               DISPLAY "Sin rango de numeracion autorizado vigente "
                   "para notas de credito, la nota no se emite."
               MOVE 16 TO RETURN-CODE
               GO TO F-EMITO-NOTA.
      *    El credito baja la deuda del cliente igual que un pago.
           MOVE FAC-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
                       "no se aplica."
                   GO TO F-EMITO-NOTA
           END-COMPUTE.
           MOVE "NOTACRED" TO WS-CMP-TIPO.
           MOVE WS-VALOR-NOTA TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
               MOVE 16 TO RETURN-CODE
               GO TO F-EMITO-NOTA.
      *    Documento de credito numerado ligado a su factura.
           MOVE WS-NFI-NUMERO     TO NCR-NUMERO.
           MOVE WS-FACTURA        TO NCR-FACTURA.
           MOVE CLI-ID            TO NCR-ID-CLIENTE.
           MOVE WS-FECHA-HOY      TO NCR-FECHA.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-NOTA-INTENTO.
           WRITE REG-MOVIMIENTO
           MOVE "NOTACRED"  TO AUD-OPERACION.
           MOVE CLI-ID      TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Nota " NCR-NUMERO " por " WS-VALOR-NOTA
               " a la factura " WS-FACTURA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           PERFORM ESCRIBO-DOCUMENTO-NOTA
               THRU F-ESCRIBO-DOCUMENTO-NOTA.
           DISPLAY "Nota de credito " NCR-NUMERO
               " emitida correctamente, documento en "
               "nota_credito.txt".

       F-EMITO-NOTA.
           EXIT.

      ******************************************************************
      * Documento imprimible de la nota recien emitida, con el mismo
      * membrete del documento de factura.
      ******************************************************************
       ESCRIBO-DOCUMENTO-NOTA.
           OPEN OUTPUT DOCUMENTO.
           IF ST-DOCUMENTO > "07"
               DISPLAY "Error abriendo DOCUMENTO (" ST-DOCUMENTO
                   "), la nota quedo emitida sin documento."
               GO TO F-ESCRIBO-DOCUMENTO-NOTA.
           MOVE "==============================================="
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "            CLIENTES / CARTERA COMERCIAL"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE WS-NFI-EMPRESA TO WS-EMP-CODIGO.
           PERFORM ARMO-EMISOR.
           IF WS-EMP-EMISOR NOT = SPACE
               MOVE WS-EMP-EMISOR TO LINEA-DOCUMENTO
               WRITE LINEA-DOCUMENTO.
           MOVE "        Departamento de Facturacion"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "==============================================="
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "NOTA CREDITO No. " NCR-NUMERO "    FECHA: "
               NCR-FECHA
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE WS-NFI-LEYENDA TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "FACTURA AFECTADA No. " NCR-FACTURA
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
           MOVE SPACE TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE NCR-VALOR TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "VALOR ACREDITADO : " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "MOTIVO: " NCR-MOTIVO
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE FAC-SALDO-PENDIENTE TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           MOVE SPACE TO LINEA-DOCUMENTO.
           STRING "PENDIENTE DE LA FACTURA: " WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           CLOSE DOCUMENTO.

       F-ESCRIBO-DOCUMENTO-NOTA.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           CLOSE NOTAS-CREDITO.
           CLOSE AUDITORIA-TRAIL.

           COPY MONEDA.

           COPY BANNER.

           COPY FIRMA.

           COPY EMPCORR.

       END PROGRAM NOTA-CREDITO.
