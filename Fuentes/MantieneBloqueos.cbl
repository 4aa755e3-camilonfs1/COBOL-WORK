      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento del registro de bloqueos legales
      *          (bloqueos_legales.dat, BLOQLEGAL.cpy): la cuenta en
      *          litigio o bajo investigacion regulatoria debe
      *          conservar todo su rastro, y PURGA-CLIENTES,
      *          ARCHIVA-MOVIMIENTOS, LIMPIA-GENERACIONES,
      *          BORRADO-LEGAL y FUSIONA-CLIENTES la saltan mientras
      *          el bloqueo este vigente. Funcion de nivel 3: coloca
      *          un bloqueo (cliente, motivo y, si se conoce, fecha de
      *          liberacion), lo libera con fecha, o lista los
      *          bloqueos. Cada cambio queda en auditoria.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-BLOQUEOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL BLOQUEOS-LEGALES
                  ASSIGN TO "./bloqueos_legales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BLQ-ID-CLIENTE
                  STATUS ST-BLOQUEOS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  BLOQUEOS-LEGALES.

           COPY BLOQLEGAL.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-BLOQUEOS   PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE  PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-FECHA-LIBERA PIC 9(8) VALUE 0.
       01  WS-LISTAR-TODOS PIC X   VALUE SPACE.
       01  WS-EXISTE-SW   PIC X    VALUE "N".
           88 BLOQUEO-EXISTE  VALUE "S".
       01  WS-VIGENTE-SW  PIC X    VALUE "N".
           88 BLOQUEO-VIGENTE VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-BLOQUEOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF NOT PUEDE-BORRAR
               DISPLAY "El bloqueo legal requiere nivel 3."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O BLOQUEOS-LEGALES.
           IF ST-BLOQUEOS = "35"
               OPEN OUTPUT BLOQUEOS-LEGALES
               CLOSE BLOQUEOS-LEGALES
               OPEN I-O BLOQUEOS-LEGALES.
           IF ST-BLOQUEOS > "07"
               DISPLAY "Error abriendo BLOQUEOS-LEGALES (" ST-BLOQUEOS
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (C)olocar bloqueo, (L)iberar, "
               "(V)er bloqueos o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "C" WHEN "c"
                   PERFORM COLOCO-BLOQUEO THRU F-COLOCO-BLOQUEO
               WHEN "L" WHEN "l"
                   PERFORM LIBERO-BLOQUEO THRU F-LIBERO-BLOQUEO
               WHEN "V" WHEN "v"
                   PERFORM LISTO-BLOQUEOS THRU F-LISTO-BLOQUEOS
               WHEN "S" WHEN "s"
                   CLOSE CLIENTES
                   CLOSE BLOQUEOS-LEGALES
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Lee el bloqueo del cliente pedido y deja si existe y si esta
      * vigente hoy.
      ******************************************************************
       LEO-BLOQUEO.
           MOVE "N" TO WS-EXISTE-SW.
           MOVE "N" TO WS-VIGENTE-SW.
           MOVE WS-ID-CLIENTE TO BLQ-ID-CLIENTE.
           READ BLOQUEOS-LEGALES KEY IS BLQ-ID-CLIENTE
               INVALID KEY
                   GO TO F-LEO-BLOQUEO
           END-READ.
           SET BLOQUEO-EXISTE TO TRUE.
           IF BLQ-FECHA-LIBERA = 0 OR BLQ-FECHA-LIBERA > WS-FECHA-HOY
               SET BLOQUEO-VIGENTE TO TRUE.

       F-LEO-BLOQUEO.
           EXIT.

       COLOCO-BLOQUEO.
           DISPLAY "Id-Cliente a bloquear:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   GO TO F-COLOCO-BLOQUEO
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-COLOCO-BLOQUEO.
           DISPLAY "Cliente: " CLI_NOMBRE (1:40).
           PERFORM LEO-BLOQUEO THRU F-LEO-BLOQUEO.
           IF BLOQUEO-VIGENTE
               DISPLAY "La cuenta ya tiene un bloqueo vigente desde "
                   BLQ-FECHA ": " BLQ-MOTIVO
               GO TO F-COLOCO-BLOQUEO.
           MOVE WS-ID-CLIENTE TO BLQ-ID-CLIENTE.
           DISPLAY "Motivo (litigio, investigacion, oficio):".
           ACCEPT BLQ-MOTIVO.
           IF BLQ-MOTIVO = SPACE
               DISPLAY "El motivo es obligatorio, no se graba."
               GO TO F-COLOCO-BLOQUEO.
           DISPLAY "Fecha de liberacion (AAAAMMDD, 0 = sin plazo):".
           ACCEPT WS-FECHA-LIBERA.
           IF WS-FECHA-LIBERA NOT = 0
            AND WS-FECHA-LIBERA NOT > WS-FECHA-HOY
               DISPLAY "La fecha de liberacion debe ser futura, no "
                   "se graba."
               GO TO F-COLOCO-BLOQUEO.
           MOVE WS-FECHA-LIBERA     TO BLQ-FECHA-LIBERA.
           MOVE WS-OPERADOR-FIRMADO TO BLQ-OPERADOR.
           MOVE WS-FECHA-HOY        TO BLQ-FECHA.
           MOVE SPACE               TO BLQ-OPERADOR-LIBERA.
      *    Un bloqueo ya liberado se reemplaza: su historia queda en
      *    la pista de auditoria.
           IF BLOQUEO-EXISTE
               REWRITE REG-BLOQUEO-LEGAL
           ELSE
               WRITE REG-BLOQUEO-LEGAL.
           IF ST-BLOQUEOS > "07"
               DISPLAY "Error grabando el bloqueo (" ST-BLOQUEOS ")."
               GO TO F-COLOCO-BLOQUEO.
           MOVE "BLOQLEGAL" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Bloqueo legal: " BLQ-MOTIVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Bloqueo colocado.".

       F-COLOCO-BLOQUEO.
           EXIT.

       LIBERO-BLOQUEO.
           DISPLAY "Id-Cliente a liberar:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-BLOQUEO THRU F-LEO-BLOQUEO.
           IF NOT BLOQUEO-VIGENTE
               DISPLAY "La cuenta no tiene un bloqueo vigente."
               GO TO F-LIBERO-BLOQUEO.
           DISPLAY "Bloqueo desde " BLQ-FECHA " por " BLQ-OPERADOR
               ": " BLQ-MOTIVO.
           DISPLAY "Fecha de liberacion (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-LIBERA.
           IF WS-FECHA-LIBERA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-LIBERA.
           IF WS-FECHA-LIBERA < BLQ-FECHA
               DISPLAY "La liberacion no puede ser anterior al "
                   "bloqueo, no se graba."
               GO TO F-LIBERO-BLOQUEO.
           MOVE WS-FECHA-LIBERA     TO BLQ-FECHA-LIBERA.
           MOVE WS-OPERADOR-FIRMADO TO BLQ-OPERADOR-LIBERA.
           REWRITE REG-BLOQUEO-LEGAL.
           IF ST-BLOQUEOS > "07"
               DISPLAY "Error liberando el bloqueo (" ST-BLOQUEOS ")."
               GO TO F-LIBERO-BLOQUEO.
           MOVE "LIBERALEG" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Bloqueo legal liberado desde " BLQ-FECHA-LIBERA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Bloqueo liberado.".

       F-LIBERO-BLOQUEO.
           EXIT.

       LISTO-BLOQUEOS.
           DISPLAY "Incluir los ya liberados? (S/N)".
           ACCEPT WS-LISTAR-TODOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE 0 TO BLQ-ID-CLIENTE.
           START BLOQUEOS-LEGALES KEY IS NOT LESS THAN BLQ-ID-CLIENTE
               INVALID KEY
                   DISPLAY "No hay bloqueos registrados."
                   GO TO F-LISTO-BLOQUEOS
           END-START.

       LEO-BLOQUEO-LISTA.
           READ BLOQUEOS-LEGALES NEXT RECORD
               AT END
                   DISPLAY "Bloqueos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-BLOQUEOS
           END-READ.
           IF BLQ-FECHA-LIBERA NOT = 0
            AND BLQ-FECHA-LIBERA NOT > WS-FECHA-HOY
            AND WS-LISTAR-TODOS NOT = "S" AND WS-LISTAR-TODOS NOT = "s"
               GO TO LEO-BLOQUEO-LISTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " BLQ-ID-CLIENTE " desde " BLQ-FECHA " ("
               BLQ-OPERADOR ") libera " BLQ-FECHA-LIBERA " "
               BLQ-OPERADOR-LIBERA ": " BLQ-MOTIVO.
           GO TO LEO-BLOQUEO-LISTA.

       F-LISTO-BLOQUEOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-BLOQUEOS.
