      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reenvio de documentos electronicos rechazados: ofrece
      *          al operador firmado (nivel de actualizacion) cada
      *          documento en "R" del registro docs_electronicos.dat
      *          (DOCELEC.cpy) con la razon del rechazo y la
      *          identificacion tributaria que hoy tiene el cliente en
      *          el maestro, y el operador lo marca para reenvio ("P")
      *          una vez corregido el dato, o lo deja pendiente. Un
      *          documento cuyo adquirente sigue sin identificacion
      *          valida no se marca: volveria a salir rechazado. El
      *          proximo GENERA-DOCUMENTO-ELECTRONICO lo rearma desde
      *          su fuente y lo envia de nuevo; cada marca queda en
      *          auditoria.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  El documento de un cliente de una empresa
      *                     que el operador no tiene autorizada no se
      *                     ofrece (AUTORIZO-EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REENVIA-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL DOCS-ELECTRONICOS
                  ASSIGN TO "./docs_electronicos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEL-CLAVE
                  STATUS ST-DOCS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  DOCS-ELECTRONICOS.

           COPY DOCELEC.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-DOCS          PIC XX VALUE SPACE.
       01  ST-AUDITORIA     PIC XX VALUE SPACE.

       01  WS-DECISION     PIC X VALUE SPACE.
       01  WS-NOMBRE       PIC X(60) VALUE SPACE.
       01  WS-ID-VALIDA-SW PIC X VALUE "N".
           88 ID-ADQUIRENTE-VALIDA VALUE "S".
       01  WS-CLIENTE-AJENO-SW PIC X VALUE "N".
           88 CLIENTE-AJENO VALUE "S".

       01  WS-NIT-RESULTADO PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO   PIC X(24) VALUE SPACE.

       01  WS-TOTAL-RECHAZADOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-MARCADOS   PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REENVIA-DOCUMENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Se requiere firma de operador con nivel de "
                   "actualizacion, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           PERFORM REVISO-RECHAZADOS THRU F-REVISO-RECHAZADOS.
           DISPLAY "Documentos rechazados ofrecidos: "
               WS-TOTAL-RECHAZADOS.
           DISPLAY "Marcados para reenvio          : "
               WS-TOTAL-MARCADOS.
           CLOSE CLIENTES.
           CLOSE DOCS-ELECTRONICOS.
           CLOSE AUDITORIA-TRAIL.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
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
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Ofrece cada documento rechazado con su razon y la
      * identificacion vigente del adquirente.
      ******************************************************************
       REVISO-RECHAZADOS.
           MOVE LOW-VALUES TO DEL-CLAVE.
           START DOCS-ELECTRONICOS KEY IS NOT LESS THAN DEL-CLAVE
               INVALID KEY
                   DISPLAY "No hay documentos electronicos "
                       "registrados."
                   GO TO F-REVISO-RECHAZADOS
           END-START.

       LEO-RECHAZADO.
           READ DOCS-ELECTRONICOS NEXT RECORD
               AT END
                   GO TO F-REVISO-RECHAZADOS
           END-READ.
           IF ST-DOCS > "07" AND ST-DOCS NOT = "10"
               DISPLAY "Error leyendo DOCS-ELECTRONICOS (" ST-DOCS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REVISO-RECHAZADOS.
           IF NOT DEL-RECHAZADO
               GO TO LEO-RECHAZADO.
           PERFORM BUSCO-ADQUIRENTE THRU F-BUSCO-ADQUIRENTE.
           IF CLIENTE-AJENO
               GO TO LEO-RECHAZADO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           IF DEL-ES-FACTURA
               DISPLAY "Factura " DEL-NUMERO " del " DEL-FECHA-EMISION
                   " total " DEL-TOTAL
           ELSE
               DISPLAY "Nota de credito " DEL-NUMERO " del "
                   DEL-FECHA-EMISION " (factura " DEL-FACTURA-REF
                   ") total " DEL-TOTAL.
           DISPLAY "  Cliente " DEL-ID-CLIENTE " " WS-NOMBRE (1:30).
           DISPLAY "  Rechazo del " DEL-FECHA-RESPUESTA ": "
               DEL-MOTIVO.
           DISPLAY "  Identificacion actual: " WS-NIT-EDITADO.
           DISPLAY "(M)arcar para reenvio, (P)endiente o (S)alir?".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "M" WHEN "m"
                   PERFORM MARCO-REENVIO THRU F-MARCO-REENVIO
               WHEN "S" WHEN "s"
                   GO TO F-REVISO-RECHAZADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO LEO-RECHAZADO.

       F-REVISO-RECHAZADOS.
           EXIT.

       MARCO-REENVIO.
           IF NOT ID-ADQUIRENTE-VALIDA
               DISPLAY "El adquirente sigue sin identificacion "
                   "valida: corrijala en el maestro antes de "
                   "reenviar."
               GO TO F-MARCO-REENVIO.
           MOVE "P" TO DEL-ESTADO.
           REWRITE REG-DOC-ELECTRONICO.
           IF ST-DOCS > "07"
               DISPLAY "Error marcando el documento (" ST-DOCS ")."
               GO TO F-MARCO-REENVIO.
           ADD 1 TO WS-TOTAL-MARCADOS.
           MOVE "REENVIODOC"   TO AUD-OPERACION.
           MOVE DEL-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Documento " DEL-TIPO " " DEL-NUMERO
               " marcado para reenvio, envios previos " DEL-ENVIOS
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Documento marcado, sale en el proximo envio.".

       F-MARCO-REENVIO.
           EXIT.

      ******************************************************************
      * Nombre e identificacion vigente del adquirente. El de una
      * empresa que el operador no tiene autorizada queda como ajeno
      * y el documento no se ofrece.
      ******************************************************************
       BUSCO-ADQUIRENTE.
           MOVE "N" TO WS-ID-VALIDA-SW.
           MOVE "N" TO WS-CLIENTE-AJENO-SW.
           MOVE DEL-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NO EXISTE)" TO WS-NOMBRE
                   MOVE SPACE TO WS-NIT-EDITADO
                   GO TO F-BUSCO-ADQUIRENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               MOVE "S" TO WS-CLIENTE-AJENO-SW
               GO TO F-BUSCO-ADQUIRENTE.
           MOVE CLI_NOMBRE TO WS-NOMBRE.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT
               CLI-NIT-DV WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO = "S"
            AND CLI-TIPO-DOC NOT = SPACE
               MOVE "S" TO WS-ID-VALIDA-SW.

       F-BUSCO-ADQUIRENTE.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REENVIA-DOCUMENTOS.
