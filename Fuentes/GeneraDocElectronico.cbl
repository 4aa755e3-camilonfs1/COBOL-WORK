      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Envio nocturno de facturacion electronica a la
      *          autoridad tributaria: arma el archivo de salida
      *          fechado (envio_electronico_AAAAMMDD.txt) con un
      *          registro H de emisor (NIT y digito de
      *          parametros.dat, claves EMISOR-NIT y EMISOR-DV), un D
      *          por documento -- las facturas de facturas.dat y las
      *          notas de credito de notas_credito.dat aun no
      *          registradas (las de hoy y las de fecha anterior que
      *          llegan despues, como las ventas del punto de venta),
      *          mas los documentos rechazados que REENVIA-DOCUMENTOS
      *          marco para reenvio -- con el codigo unico (CUFE), la
      *          identificacion del adquirente editada por VALIDA-NIT,
      *          base, IVA y total, y un T de control con conteo y
      *          sumas. Cada documento queda en el registro
      *          docs_electronicos.dat (DOCELEC.cpy) como enviado,
      *          esperando la respuesta que carga
      *          CARGA-RESPUESTA-ELECTRONICA. Un adquirente sin
      *          identificacion valida no sale: el documento queda
      *          rechazado con motivo local hasta que se corrija el
      *          maestro y se marque para reenvio. Repetido el mismo
      *          dia vuelve a armar el mismo archivo sin contar un
      *          envio de mas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Emisor por documento: el NIT de la empresa
      *                     del grupo que emitio la factura
      *                     (FAC-EMPRESA; la nota toma la de su factura)
      *                     sale de empresas.dat en el D (END-EMISOR-NIT
      *                     y DV, tomados de la FILLER) y en el CUFE;
      *                     sin NIT registrado se usan EMISOR-NIT y
      *                     EMISOR-DV de parametros.dat, que siguen en
      *                     el H.
      *   2026-10-15  CEVR  Sale todo documento que aun no este en el
      *                     registro, no solo el fechado hoy: las
      *                     facturas de POSTEO-VENTAS llevan la fecha de
      *                     la venta y nunca se enviaban. Parametro
      *                     ELECTRONICA-DESDE como corte inferior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-DOCUMENTO-ELECTRONICO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL NOTAS-CREDITO
                  ASSIGN TO "./notas_credito.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NCR-NUMERO
                  STATUS ST-NOTAS.

           SELECT OPTIONAL DOCS-ELECTRONICOS
                  ASSIGN TO "./docs_electronicos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEL-CLAVE
                  STATUS ST-DOCS.

           SELECT ENVIO ASSIGN TO WS-ENVIO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ENVIO.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  FACTURAS.

           COPY FACTURA.

       FD  NOTAS-CREDITO.

           COPY NOTACRED.

       FD  DOCS-ELECTRONICOS.

           COPY DOCELEC.

      * Archivo de envio: H de emisor, un D por documento y T de
      * control con el conteo y las sumas de base, IVA y total.
       FD  ENVIO.
       01  REG-ENVIO.
           05 ENV-TIPO-REG      PIC X.
           05 ENV-DATOS         PIC X(249).
       01  REG-ENV-CABECERA.
           05 FILLER            PIC X.
           05 ENH-FECHA         PIC 9(8).
           05 ENH-EMISOR-NIT    PIC X(15).
           05 ENH-EMISOR-DV     PIC X.
           05 ENH-EMISOR-NOMBRE PIC X(40).
           05 FILLER            PIC X(185).
       01  REG-ENV-DOCUMENTO.
           05 FILLER            PIC X.
           05 END-TIPO-DOC      PIC X.
           05 END-NUMERO        PIC 9(8).
           05 END-CUFE          PIC X(40).
           05 END-FECHA         PIC 9(8).
           05 END-FACTURA-REF   PIC 9(8).
           05 END-ADQ-TIPO-DOC  PIC X.
           05 END-ADQ-NIT       PIC X(15).
           05 END-ADQ-DV        PIC X.
           05 END-ADQ-NOMBRE    PIC X(60).
           05 END-BASE          PIC 9(7)V9(3).
           05 END-IVA           PIC 9(7)V9(3).
           05 END-TASA-IVA-MIL  PIC 9(3).
           05 END-TOTAL         PIC 9(7)V9(3).
           05 END-EMISOR-NIT    PIC X(15).
           05 END-EMISOR-DV     PIC X.
           05 FILLER            PIC X(58).
       01  REG-ENV-CIERRE.
           05 FILLER            PIC X.
           05 ENT-CANTIDAD      PIC 9(7).
           05 ENT-BASE          PIC 9(11)V9(3).
           05 ENT-IVA           PIC 9(11)V9(3).
           05 ENT-TOTAL         PIC 9(11)V9(3).
           05 FILLER            PIC X(200).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-FACTURAS      PIC XX VALUE SPACE.
       01  ST-NOTAS         PIC XX VALUE SPACE.
       01  ST-DOCS          PIC XX VALUE SPACE.
       01  ST-ENVIO         PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-ENVIO-PATH    PIC X(60) VALUE SPACE.
       01  WS-FECHA-HOY     PIC 9(8)  VALUE 0.

      * Emisor: NIT y digito desde parametros.dat; sin ellos no hay
      * envio posible.
       01  WS-EMISOR-NIT     PIC 9(9)  VALUE 0.
       01  WS-EMISOR-DV      PIC 9     VALUE 0.
       01  WS-EMISOR-NIT-X   PIC X(15) VALUE SPACE.
       01  WS-EMISOR-DV-X    PIC X     VALUE SPACE.
       01  WS-EMISOR-TIPO    PIC X     VALUE "N".
       01  WS-EMISOR-NOMBRE  PIC X(40)
                             VALUE "CLIENTES / CARTERA COMERCIAL".
       01  WS-EMISOR-HALLADO PIC X     VALUE "N".

      * Arranque de la facturacion electronica (parametro
      * ELECTRONICA-DESDE, AAAAMMDD): los documentos anteriores sin
      * registrar no se envian. Sin parametro no hay corte.
       01  WS-ELECTRONICA-DESDE PIC 9(8) VALUE 0.

       01  WS-PAR-CLAVE   PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO PIC X          VALUE "N".

       01  WS-NIT-RESULTADO PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO   PIC X(24) VALUE SPACE.

      * Documento en curso, armado desde su fuente antes de emitirlo.
       01  WS-DOC-TIPO      PIC X          VALUE SPACE.
       01  WS-DOC-NUMERO    PIC 9(8)       VALUE 0.
       01  WS-DOC-CLIENTE   PIC 9(8)       VALUE 0.
       01  WS-DOC-REF       PIC 9(8)       VALUE 0.
       01  WS-DOC-FECHA     PIC 9(8)       VALUE 0.
       01  WS-DOC-BASE      PIC S9(7)V9(3) VALUE 0.
       01  WS-DOC-IVA       PIC S9(7)V9(3) VALUE 0.
       01  WS-DOC-TASA      PIC 9(3)       VALUE 0.
       01  WS-DOC-TOTAL     PIC S9(7)V9(3) VALUE 0.
       01  WS-DOC-MOTIVO    PIC X(60)      VALUE SPACE.
       01  WS-DOC-EMPRESA   PIC X(3)       VALUE SPACE.
       01  WS-DOC-NIT       PIC X(15)      VALUE SPACE.
       01  WS-DOC-NIT-DV    PIC X          VALUE SPACE.
       01  WS-NUEVO-SW      PIC X VALUE "N".
           88 DOC-NUEVO       VALUE "S".
       01  WS-REPITE-SW     PIC X VALUE "N".
           88 DOC-YA-ENVIADO-HOY VALUE "S".

       01  WS-TOTAL-FACTURAS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOTAS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-REENVIOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-LOCALES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENVIADOS  PIC 9(7) VALUE 0.
       01  WS-SUMA-BASE       PIC S9(11)V9(3) VALUE 0.
       01  WS-SUMA-IVA        PIC S9(11)V9(3) VALUE 0.
       01  WS-SUMA-TOTAL      PIC S9(11)V9(3) VALUE 0.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "GENERA-DOCUMENTO-ELECTRONICO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGO-EMISOR THRU F-CARGO-EMISOR.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE SPACE TO WS-ENVIO-PATH.
           STRING "./envio_electronico_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-ENVIO-PATH.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE SPACE TO REG-ENVIO.
           MOVE "H" TO ENV-TIPO-REG.
           MOVE WS-FECHA-HOY     TO ENH-FECHA.
           MOVE WS-EMISOR-NIT-X  TO ENH-EMISOR-NIT.
           MOVE WS-EMISOR-DV-X   TO ENH-EMISOR-DV.
           MOVE WS-EMISOR-NOMBRE TO ENH-EMISOR-NOMBRE.
           WRITE REG-ENVIO.
           PERFORM ENVIO-FACTURAS-DIA THRU F-ENVIO-FACTURAS-DIA.
           PERFORM ENVIO-NOTAS-DIA THRU F-ENVIO-NOTAS-DIA.
           PERFORM ENVIO-REENVIOS THRU F-ENVIO-REENVIOS.
           MOVE SPACE TO REG-ENVIO.
           MOVE "T" TO ENV-TIPO-REG.
           MOVE WS-TOTAL-ENVIADOS TO ENT-CANTIDAD.
           MOVE WS-SUMA-BASE      TO ENT-BASE.
           MOVE WS-SUMA-IVA       TO ENT-IVA.
           MOVE WS-SUMA-TOTAL     TO ENT-TOTAL.
           WRITE REG-ENVIO.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           STOP RUN.

      ******************************************************************
      * NIT y digito del emisor desde el archivo central de
      * parametros, verificados con la misma regla de la DIAN que los
      * del maestro.
      ******************************************************************
       CARGO-EMISOR.
           MOVE "EMISOR-NIT" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-EMISOR-NIT
               MOVE "S" TO WS-EMISOR-HALLADO.
           MOVE "EMISOR-DV" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-EMISOR-DV
           ELSE
               MOVE "N" TO WS-EMISOR-HALLADO.
           IF WS-EMISOR-HALLADO NOT = "S" OR WS-EMISOR-NIT = 0
               DISPLAY "Faltan los parametros EMISOR-NIT y EMISOR-DV, "
                   "no se puede armar el envio."
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-EMISOR.
           MOVE SPACE TO WS-EMISOR-NIT-X.
           MOVE WS-EMISOR-NIT TO WS-EMISOR-NIT-X (1:9).
           MOVE WS-EMISOR-DV  TO WS-EMISOR-DV-X.
           CALL "VALIDA-NIT" USING WS-EMISOR-TIPO WS-EMISOR-NIT-X
               WS-EMISOR-DV-X WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               DISPLAY "NIT del emisor invalido en parametros.dat: "
                   WS-NIT-EDITADO
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-EMISOR.
           DISPLAY "Emisor: " WS-NIT-EDITADO.
           MOVE "ELECTRONICA-DESDE" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-ELECTRONICA-DESDE.

       F-CARGO-EMISOR.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT NOTAS-CREDITO.
           IF ST-NOTAS > "07"
               DISPLAY "Error abriendo NOTAS-CREDITO (" ST-NOTAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O DOCS-ELECTRONICOS.
           IF ST-DOCS = "35"
               OPEN OUTPUT DOCS-ELECTRONICOS
               CLOSE DOCS-ELECTRONICOS
               OPEN I-O DOCS-ELECTRONICOS.
           IF ST-DOCS > "07"
               DISPLAY "Error abriendo DOCS-ELECTRONICOS (" ST-DOCS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT ENVIO.
           IF ST-ENVIO > "07"
               DISPLAY "Error abriendo ENVIO (" ST-ENVIO ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Facturas que aun no estan en el registro electronico, de
      * cualquier fecha desde el arranque de la facturacion
      * electronica (las ventas del punto de venta llegan con la
      * fecha de la venta, por lo general la del dia anterior), y las
      * de hoy ya registradas cuando el envio se repite o fueron
      * marcadas para reenvio; las registradas de otros dias son de
      * ENVIO-REENVIOS. El registro de facturas no tiene clave por
      * fecha: se recorre completo.
      ******************************************************************
       ENVIO-FACTURAS-DIA.
           MOVE 0 TO FAC-NUMERO.
           START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   GO TO F-ENVIO-FACTURAS-DIA
           END-START.

       LEO-FACTURA-DIA.
           READ FACTURAS NEXT RECORD
               AT END
                   GO TO F-ENVIO-FACTURAS-DIA
           END-READ.
           IF FAC-FECHA < WS-ELECTRONICA-DESDE
               GO TO LEO-FACTURA-DIA.
           MOVE "F"        TO WS-DOC-TIPO.
           MOVE FAC-NUMERO TO WS-DOC-NUMERO.
           PERFORM BUSCO-EN-REGISTRO.
           IF NOT DOC-NUEVO AND FAC-FECHA NOT = WS-FECHA-HOY
               GO TO LEO-FACTURA-DIA.
           IF NOT DOC-NUEVO AND NOT DOC-YA-ENVIADO-HOY
            AND NOT DEL-POR-REENVIAR
               GO TO LEO-FACTURA-DIA.
           PERFORM TOMO-FACTURA.
           ADD 1 TO WS-TOTAL-FACTURAS.
           PERFORM EMITO-DOCUMENTO THRU F-EMITO-DOCUMENTO.
           GO TO LEO-FACTURA-DIA.

       F-ENVIO-FACTURAS-DIA.
           EXIT.

      ******************************************************************
      * Notas de credito aun no registradas, con la misma regla de
      * las facturas.
      ******************************************************************
       ENVIO-NOTAS-DIA.
           MOVE 0 TO NCR-NUMERO.
           START NOTAS-CREDITO KEY IS NOT LESS THAN NCR-NUMERO
               INVALID KEY
                   GO TO F-ENVIO-NOTAS-DIA
           END-START.

       LEO-NOTA-DIA.
           READ NOTAS-CREDITO NEXT RECORD
               AT END
                   GO TO F-ENVIO-NOTAS-DIA
           END-READ.
           IF NCR-FECHA < WS-ELECTRONICA-DESDE
               GO TO LEO-NOTA-DIA.
           MOVE "N"        TO WS-DOC-TIPO.
           MOVE NCR-NUMERO TO WS-DOC-NUMERO.
           PERFORM BUSCO-EN-REGISTRO.
           IF NOT DOC-NUEVO AND NCR-FECHA NOT = WS-FECHA-HOY
               GO TO LEO-NOTA-DIA.
           IF NOT DOC-NUEVO AND NOT DOC-YA-ENVIADO-HOY
            AND NOT DEL-POR-REENVIAR
               GO TO LEO-NOTA-DIA.
           PERFORM TOMO-NOTA.
           ADD 1 TO WS-TOTAL-NOTAS.
           PERFORM EMITO-DOCUMENTO THRU F-EMITO-DOCUMENTO.
           GO TO LEO-NOTA-DIA.

       F-ENVIO-NOTAS-DIA.
           EXIT.

      ******************************************************************
      * Documentos de dias anteriores marcados para reenvio (o ya
      * reenviados hoy, si el envio se repite). Se rearman desde su
      * fuente para tomar la identificacion corregida del maestro.
      ******************************************************************
       ENVIO-REENVIOS.
           MOVE LOW-VALUES TO DEL-CLAVE.
           START DOCS-ELECTRONICOS KEY IS NOT LESS THAN DEL-CLAVE
               INVALID KEY
                   GO TO F-ENVIO-REENVIOS
           END-START.

       LEO-REENVIO.
           READ DOCS-ELECTRONICOS NEXT RECORD
               AT END
                   GO TO F-ENVIO-REENVIOS
           END-READ.
           IF ST-DOCS > "07" AND ST-DOCS NOT = "10"
               DISPLAY "Error leyendo DOCS-ELECTRONICOS (" ST-DOCS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-ENVIO-REENVIOS.
           IF DEL-FECHA-EMISION = WS-FECHA-HOY
               GO TO LEO-REENVIO.
           MOVE "N" TO WS-NUEVO-SW.
           MOVE "N" TO WS-REPITE-SW.
           IF DEL-ENVIADO AND DEL-FECHA-ENVIO = WS-FECHA-HOY
               MOVE "S" TO WS-REPITE-SW.
           IF NOT DEL-POR-REENVIAR AND NOT DOC-YA-ENVIADO-HOY
               GO TO LEO-REENVIO.
           MOVE DEL-TIPO   TO WS-DOC-TIPO.
           MOVE DEL-NUMERO TO WS-DOC-NUMERO.
           IF DEL-ES-FACTURA
               MOVE DEL-NUMERO TO FAC-NUMERO
               READ FACTURAS KEY IS FAC-NUMERO
                   INVALID KEY
                       PERFORM FUENTE-INEXISTENTE
                       GO TO LEO-REENVIO
               END-READ
               PERFORM TOMO-FACTURA
           ELSE
               MOVE DEL-NUMERO TO NCR-NUMERO
               READ NOTAS-CREDITO KEY IS NCR-NUMERO
                   INVALID KEY
                       PERFORM FUENTE-INEXISTENTE
                       GO TO LEO-REENVIO
               END-READ
               PERFORM TOMO-NOTA.
           ADD 1 TO WS-TOTAL-REENVIOS.
           PERFORM EMITO-DOCUMENTO THRU F-EMITO-DOCUMENTO.
           GO TO LEO-REENVIO.

       F-ENVIO-REENVIOS.
           EXIT.

       FUENTE-INEXISTENTE.
           MOVE "R" TO DEL-ESTADO.
           MOVE WS-FECHA-HOY TO DEL-FECHA-RESPUESTA.
           MOVE "DOCUMENTO FUENTE NO EXISTE, NO SE REENVIA"
               TO DEL-MOTIVO.
           REWRITE REG-DOC-ELECTRONICO.
           ADD 1 TO WS-TOTAL-LOCALES.
           DISPLAY "Documento " DEL-TIPO " " DEL-NUMERO
               " sin fuente, no se reenvia.".

      ******************************************************************
      * Deja en WS-NUEVO-SW si el documento aun no esta en el registro
      * y en WS-REPITE-SW si ya salio en el envio de hoy.
      ******************************************************************
       BUSCO-EN-REGISTRO.
           MOVE "N" TO WS-NUEVO-SW.
           MOVE "N" TO WS-REPITE-SW.
           MOVE WS-DOC-TIPO   TO DEL-TIPO.
           MOVE WS-DOC-NUMERO TO DEL-NUMERO.
           READ DOCS-ELECTRONICOS KEY IS DEL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-NUEVO-SW
           END-READ.
           IF NOT DOC-NUEVO
            AND DEL-ENVIADO AND DEL-FECHA-ENVIO = WS-FECHA-HOY
               MOVE "S" TO WS-REPITE-SW.

       TOMO-FACTURA.
           MOVE FAC-ID-CLIENTE   TO WS-DOC-CLIENTE.
           MOVE 0                TO WS-DOC-REF.
           MOVE FAC-FECHA        TO WS-DOC-FECHA.
           MOVE FAC-BASE         TO WS-DOC-BASE.
           MOVE FAC-IVA          TO WS-DOC-IVA.
           MOVE FAC-TASA-IVA-MIL TO WS-DOC-TASA.
           MOVE FAC-VALOR        TO WS-DOC-TOTAL.
           MOVE FAC-EMPRESA      TO WS-DOC-EMPRESA.

      ******************************************************************
      * La nota lleva el valor total concedido; base e IVA se separan
      * con la tasa que llevo la factura afectada.
      ******************************************************************
       TOMO-NOTA.
           MOVE NCR-ID-CLIENTE TO WS-DOC-CLIENTE.
           MOVE NCR-FACTURA    TO WS-DOC-REF.
           MOVE NCR-FECHA      TO WS-DOC-FECHA.
           MOVE NCR-VALOR      TO WS-DOC-TOTAL.
           MOVE 0 TO WS-DOC-TASA.
           MOVE NCR-FACTURA TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE 0 TO FAC-TASA-IVA-MIL
                   MOVE 1 TO FAC-EMPRESA
           END-READ.
           MOVE FAC-TASA-IVA-MIL TO WS-DOC-TASA.
           MOVE FAC-EMPRESA      TO WS-DOC-EMPRESA.
           COMPUTE WS-DOC-BASE ROUNDED =
               WS-DOC-TOTAL * 1000 / (1000 + WS-DOC-TASA).
           COMPUTE WS-DOC-IVA = WS-DOC-TOTAL - WS-DOC-BASE.

      ******************************************************************
      * Emite el documento en curso: verifica al adquirente, arma el
      * CUFE, escribe el D del envio y actualiza el registro. Sin
      * identificacion valida el documento no sale y queda rechazado
      * con motivo local.
      ******************************************************************
       EMITO-DOCUMENTO.
           MOVE SPACE TO WS-DOC-MOTIVO.
           MOVE WS-DOC-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "ADQUIRENTE NO EXISTE EN EL MAESTRO"
                       TO WS-DOC-MOTIVO
           END-READ.
           IF WS-DOC-MOTIVO = SPACE
               CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
                   WS-NIT-RESULTADO WS-NIT-EDITADO
               IF WS-NIT-RESULTADO NOT = "S" OR CLI-TIPO-DOC = SPACE
                   STRING "IDENTIFICACION DEL ADQUIRENTE INVALIDA: "
                       WS-NIT-EDITADO
                       DELIMITED BY SIZE INTO WS-DOC-MOTIVO
               END-IF
           END-IF.
           IF DOC-NUEVO
               MOVE SPACE TO REG-DOC-ELECTRONICO
               MOVE WS-DOC-TIPO   TO DEL-TIPO
               MOVE WS-DOC-NUMERO TO DEL-NUMERO
               MOVE 0 TO DEL-ENVIOS
               MOVE 0 TO DEL-FECHA-ENVIO
               MOVE 0 TO DEL-FECHA-RESPUESTA.
           PERFORM EMISOR-DOCUMENTO.
           MOVE SPACE TO DEL-CUFE.
           IF WS-DOC-TIPO = "F"
               STRING "FE" WS-DOC-NIT DELIMITED BY SPACE
                   WS-DOC-NIT-DV WS-DOC-NUMERO WS-DOC-FECHA
                   DELIMITED BY SIZE INTO DEL-CUFE
           ELSE
               STRING "NC" WS-DOC-NIT DELIMITED BY SPACE
                   WS-DOC-NIT-DV WS-DOC-NUMERO WS-DOC-FECHA
                   DELIMITED BY SIZE INTO DEL-CUFE.
           MOVE WS-DOC-CLIENTE TO DEL-ID-CLIENTE.
           MOVE WS-DOC-REF     TO DEL-FACTURA-REF.
           MOVE WS-DOC-FECHA   TO DEL-FECHA-EMISION.
           MOVE WS-DOC-BASE    TO DEL-BASE.
           MOVE WS-DOC-IVA     TO DEL-IVA.
           MOVE WS-DOC-TOTAL   TO DEL-TOTAL.
           IF WS-DOC-MOTIVO NOT = SPACE
               MOVE "R" TO DEL-ESTADO
               MOVE WS-FECHA-HOY  TO DEL-FECHA-RESPUESTA
               MOVE WS-DOC-MOTIVO TO DEL-MOTIVO
               ADD 1 TO WS-TOTAL-LOCALES
               DISPLAY "Documento " WS-DOC-TIPO " " WS-DOC-NUMERO
                   " retenido: " WS-DOC-MOTIVO
               PERFORM GRABO-REGISTRO
               GO TO F-EMITO-DOCUMENTO.
           MOVE SPACE TO REG-ENVIO.
           MOVE "D" TO ENV-TIPO-REG.
           MOVE WS-DOC-TIPO    TO END-TIPO-DOC.
           MOVE WS-DOC-NUMERO  TO END-NUMERO.
           MOVE DEL-CUFE       TO END-CUFE.
           MOVE WS-DOC-FECHA   TO END-FECHA.
           MOVE WS-DOC-REF     TO END-FACTURA-REF.
           MOVE CLI-TIPO-DOC   TO END-ADQ-TIPO-DOC.
           MOVE CLI-NIT        TO END-ADQ-NIT.
           MOVE CLI-NIT-DV     TO END-ADQ-DV.
           MOVE CLI_NOMBRE     TO END-ADQ-NOMBRE.
           MOVE WS-DOC-BASE    TO END-BASE.
           MOVE WS-DOC-IVA     TO END-IVA.
           MOVE WS-DOC-TASA    TO END-TASA-IVA-MIL.
           MOVE WS-DOC-TOTAL   TO END-TOTAL.
           MOVE WS-DOC-NIT     TO END-EMISOR-NIT.
           MOVE WS-DOC-NIT-DV  TO END-EMISOR-DV.
           WRITE REG-ENVIO.
           IF ST-ENVIO > "07"
               DISPLAY "Error grabando el envio (" ST-ENVIO ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-EMITO-DOCUMENTO.
           ADD 1 TO WS-TOTAL-ENVIADOS.
           ADD WS-DOC-BASE  TO WS-SUMA-BASE.
           ADD WS-DOC-IVA   TO WS-SUMA-IVA.
           ADD WS-DOC-TOTAL TO WS-SUMA-TOTAL.
           IF NOT DOC-YA-ENVIADO-HOY
               ADD 1 TO DEL-ENVIOS.
           MOVE "E" TO DEL-ESTADO.
           MOVE WS-FECHA-HOY TO DEL-FECHA-ENVIO.
           MOVE 0     TO DEL-FECHA-RESPUESTA.
           MOVE SPACE TO DEL-MOTIVO.
           PERFORM GRABO-REGISTRO.

       F-EMITO-DOCUMENTO.
           EXIT.

      ******************************************************************
      * NIT de la empresa del grupo que emitio el documento; sin NIT
      * en empresas.dat se usa el de la instalacion.
      ******************************************************************
       EMISOR-DOCUMENTO.
           MOVE WS-EMISOR-NIT-X TO WS-DOC-NIT.
           MOVE WS-EMISOR-DV-X  TO WS-DOC-NIT-DV.
           MOVE WS-DOC-EMPRESA  TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           IF (EMPRESA-HALLADA OR EMPRESA-RETIRADA)
            AND WS-EMP-NIT NOT = SPACE
               MOVE WS-EMP-NIT    TO WS-DOC-NIT
               MOVE WS-EMP-NIT-DV TO WS-DOC-NIT-DV.

       GRABO-REGISTRO.
           IF DOC-NUEVO
               WRITE REG-DOC-ELECTRONICO
           ELSE
               REWRITE REG-DOC-ELECTRONICO.
           IF ST-DOCS > "07"
               DISPLAY "Error grabando el documento " DEL-TIPO " "
                   DEL-NUMERO " en el registro (" ST-DOCS ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Deja la generacion fechada del envio anotada en el registro
      * de generaciones.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "envio_electronico" TO GEN-BASE.
           MOVE WS-FECHA-HOY  TO GEN-FECHA.
           MOVE WS-ENVIO-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Facturas del dia          : " WS-TOTAL-FACTURAS.
           DISPLAY "Notas de credito del dia  : " WS-TOTAL-NOTAS.
           DISPLAY "Reenvios                  : " WS-TOTAL-REENVIOS.
           DISPLAY "Retenidos (motivo local)  : " WS-TOTAL-LOCALES.
           DISPLAY "Documentos en el envio    : " WS-TOTAL-ENVIADOS.
           DISPLAY "Total del envio           : " WS-SUMA-TOTAL.
           DISPLAY "Envio generado en " WS-ENVIO-PATH ".".

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           CLOSE NOTAS-CREDITO.
           CLOSE DOCS-ELECTRONICOS.
           CLOSE ENVIO.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM GENERA-DOCUMENTO-ELECTRONICO.
