      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Carga del archivo de respuesta de la autoridad
      *          tributaria (respuesta_electronica.txt) sobre el
      *          registro de documentos electronicos
      *          (docs_electronicos.dat, DOCELEC.cpy): por cada
      *          documento informado lo marca aceptado ("A") o
      *          rechazado ("R") con la razon de la autoridad y la
      *          fecha de respuesta. La respuesta se aplica solo si el
      *          documento sigue enviado y corresponde al mismo envio
      *          (CUFE y fecha de envio): cargar dos veces el mismo
      *          archivo, o una respuesta atrasada de un envio anterior
      *          a un reenvio, no pisa el estado vigente. Sin archivo
      *          de respuesta no hay nada que cargar y el paso termina
      *          bien. Los rechazados quedan en la HOJA-CONTROL hasta
      *          que REENVIA-DOCUMENTOS los marque para reenvio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-RESPUESTA-ELECTRONICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RESPUESTA
                  ASSIGN TO "./respuesta_electronica.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESPUESTA.

           SELECT OPTIONAL DOCS-ELECTRONICOS
                  ASSIGN TO "./docs_electronicos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEL-CLAVE
                  STATUS ST-DOCS.

       DATA DIVISION.
       FILE SECTION.

      * Respuesta de la autoridad: un registro por documento, con el
      * CUFE y la fecha del envio que se responde.
       FD  RESPUESTA.
       01  REG-RESPUESTA.
           05 RSP-TIPO-DOC      PIC X.
           05 RSP-NUMERO        PIC 9(8).
           05 RSP-CUFE          PIC X(40).
           05 RSP-FECHA-ENVIO   PIC 9(8).
           05 RSP-RESULTADO     PIC X.
              88 RSP-ACEPTADO     VALUE "A".
              88 RSP-RECHAZADO    VALUE "R".
           05 RSP-FECHA         PIC 9(8).
           05 RSP-MOTIVO        PIC X(60).

       FD  DOCS-ELECTRONICOS.

           COPY DOCELEC.

       WORKING-STORAGE SECTION.

       01  ST-RESPUESTA  PIC XX VALUE SPACE.
       01  ST-DOCS       PIC XX VALUE SPACE.

       01  WS-FECHA-HOY  PIC 9(8) VALUE 0.

       01  WS-TOTAL-LEIDAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACEPTADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-DESCONOCIDOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-VENCIDAS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-INVALIDAS   PIC 9(7) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARGA-RESPUESTA-ELECTRONICA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                         TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT RESPUESTA.
           IF ST-RESPUESTA > "07"
               DISPLAY "Error abriendo RESPUESTA (" ST-RESPUESTA ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF ST-RESPUESTA = "05"
               DISPLAY "Sin respuesta de la autoridad, nada que "
                   "cargar."
               CLOSE RESPUESTA
               STOP RUN.
           OPEN I-O DOCS-ELECTRONICOS.
           IF ST-DOCS = "35"
               OPEN OUTPUT DOCS-ELECTRONICOS
               CLOSE DOCS-ELECTRONICOS
               OPEN I-O DOCS-ELECTRONICOS.
           IF ST-DOCS > "07"
               DISPLAY "Error abriendo DOCS-ELECTRONICOS (" ST-DOCS
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE RESPUESTA
               STOP RUN.
           PERFORM APLICO-RESPUESTA THRU F-APLICO-RESPUESTA.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE RESPUESTA.
           CLOSE DOCS-ELECTRONICOS.
           STOP RUN.

      ******************************************************************
      * Cada respuesta se casa con su documento por tipo y numero, y
      * se verifica contra el CUFE y la fecha del envio vigente.
      ******************************************************************
       APLICO-RESPUESTA.
           READ RESPUESTA
               AT END
                   GO TO F-APLICO-RESPUESTA
           END-READ.
           ADD 1 TO WS-TOTAL-LEIDAS.
           IF NOT RSP-ACEPTADO AND NOT RSP-RECHAZADO
               DISPLAY "Respuesta con resultado invalido para "
                   RSP-TIPO-DOC " " RSP-NUMERO ", se omite."
               ADD 1 TO WS-TOTAL-INVALIDAS
               GO TO APLICO-RESPUESTA.
           MOVE RSP-TIPO-DOC TO DEL-TIPO.
           MOVE RSP-NUMERO   TO DEL-NUMERO.
           READ DOCS-ELECTRONICOS KEY IS DEL-CLAVE
               INVALID KEY
                   DISPLAY "Documento " RSP-TIPO-DOC " " RSP-NUMERO
                       " no esta en el registro, se omite."
                   ADD 1 TO WS-TOTAL-DESCONOCIDOS
                   GO TO APLICO-RESPUESTA
           END-READ.
           IF RSP-CUFE NOT = DEL-CUFE
               DISPLAY "Documento " RSP-TIPO-DOC " " RSP-NUMERO
                   " con CUFE distinto al registrado, se omite."
               ADD 1 TO WS-TOTAL-DESCONOCIDOS
               GO TO APLICO-RESPUESTA.
           IF NOT DEL-ENVIADO
            OR RSP-FECHA-ENVIO NOT = DEL-FECHA-ENVIO
               ADD 1 TO WS-TOTAL-VENCIDAS
               GO TO APLICO-RESPUESTA.
           MOVE RSP-RESULTADO TO DEL-ESTADO.
           IF RSP-FECHA NUMERIC AND RSP-FECHA NOT = 0
               MOVE RSP-FECHA TO DEL-FECHA-RESPUESTA
           ELSE
               MOVE WS-FECHA-HOY TO DEL-FECHA-RESPUESTA.
           IF RSP-ACEPTADO
               MOVE SPACE TO DEL-MOTIVO
               ADD 1 TO WS-TOTAL-ACEPTADOS
           ELSE
               MOVE RSP-MOTIVO TO DEL-MOTIVO
               IF DEL-MOTIVO = SPACE
                   MOVE "RECHAZADO SIN MOTIVO INFORMADO"
                       TO DEL-MOTIVO
               END-IF
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY "Rechazado " DEL-TIPO " " DEL-NUMERO ": "
                   DEL-MOTIVO.
           REWRITE REG-DOC-ELECTRONICO.
           IF ST-DOCS > "07"
               DISPLAY "Error actualizando el documento " DEL-TIPO
                   " " DEL-NUMERO " (" ST-DOCS ")"
               MOVE 16 TO RETURN-CODE.
           GO TO APLICO-RESPUESTA.

       F-APLICO-RESPUESTA.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Respuestas leidas          : " WS-TOTAL-LEIDAS.
           DISPLAY "Documentos aceptados       : " WS-TOTAL-ACEPTADOS.
           DISPLAY "Documentos rechazados      : " WS-TOTAL-RECHAZADOS.
           DISPLAY "Sin documento que casar    : "
               WS-TOTAL-DESCONOCIDOS.
           DISPLAY "De envios ya respondidos   : " WS-TOTAL-VENCIDAS.
           DISPLAY "Con resultado invalido     : " WS-TOTAL-INVALIDAS.

           COPY BANNER.

       END PROGRAM CARGA-RESPUESTA-ELECTRONICA.
