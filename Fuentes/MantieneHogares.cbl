      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Ajuste manual de los hogares de correspondencia
      *          (hogares.dat, HOGAR.cpy) que arma AGRUPA-HOGARES por
      *          direccion: (S)epara una cuenta de su hogar (la
      *          familia que comparte direccion pero no quiere sobre
      *          comun), la (U)ne al hogar de otra cuenta (la misma
      *          casa escrita con direcciones que la normalizacion no
      *          empata), (L)ibera la fijacion para que la proxima
      *          corrida la agrupe por direccion, o (C)onsulta el
      *          hogar de una cuenta con sus miembros. La fijacion
      *          rige mientras la cuenta no cambie de direccion. Pide
      *          firma de nivel 2 y cada cambio queda en
      *          auditoria.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La direccion se estandariza con
      *                     ESTANDARIZA-DIRECCION antes de normalizarla,
      *                     para que "Carrera 7 No 45-10" y "CRA 7 #
      *                     45-10" caigan en el mismo hogar.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-HOGARES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY HOGSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  HOGARES.

           COPY HOGAR.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-HOGARES    PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE  PIC 9(8) VALUE 0.
       01  WS-ID-DESTINO  PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-EXISTE-SW   PIC X    VALUE "N".
           88 HOGAR-EXISTE    VALUE "S".

      * Hogar y cuenta de referencia a que se une la cuenta pedida,
      * tomados de la fila de la cuenta destino.
       01  WS-HOGAR-DESTINO      PIC 9(8) VALUE 0.
       01  WS-REFERENCIA-DESTINO PIC 9(8) VALUE 0.

      * Direccion estandarizada y normalizada de la cuenta, con que
      * queda fijada.
       01  WS-DIRECCION-ESTANDAR PIC X(80) VALUE SPACE.
       01  WS-DIRECCION-NORM PIC X(80) VALUE SPACE.
       01  WS-CODPOST-NORM   PIC X(80) VALUE SPACE.

       01  WS-HOGAR-CONSULTA PIC 9(8) VALUE 0.
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-HOGARES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF NOT PUEDE-ACTUALIZAR
               DISPLAY "El ajuste de hogares requiere nivel 2."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O HOGARES.
           IF ST-HOGARES = "35"
               OPEN OUTPUT HOGARES
               CLOSE HOGARES
               OPEN I-O HOGARES.
           IF ST-HOGARES > "07"
               DISPLAY "Error abriendo HOGARES (" ST-HOGARES ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (C)onsultar hogar, (S)eparar cuenta, "
               "(U)nir cuenta a otro hogar, (L)iberar fijacion o "
               "(X) salir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "C" WHEN "c"
                   PERFORM CONSULTO-HOGAR THRU F-CONSULTO-HOGAR
               WHEN "S" WHEN "s"
                   PERFORM SEPARO-CUENTA THRU F-SEPARO-CUENTA
               WHEN "U" WHEN "u"
                   PERFORM UNO-CUENTA THRU F-UNO-CUENTA
               WHEN "L" WHEN "l"
                   PERFORM LIBERO-FIJACION THRU F-LIBERO-FIJACION
               WHEN "X" WHEN "x"
                   CLOSE CLIENTES
                   CLOSE HOGARES
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Lee del maestro la cuenta pedida y deja su direccion
      * normalizada, con la que la fijacion queda registrada.
      ******************************************************************
       LEO-CUENTA.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE 0 TO WS-ID-CLIENTE
                   DISPLAY "Cliente no encontrado."
                   GO TO F-LEO-CUENTA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               MOVE 0 TO WS-ID-CLIENTE
               DISPLAY "Cliente no encontrado."
               GO TO F-LEO-CUENTA.
           DISPLAY "Cliente: " CLI_NOMBRE (1:40).
           CALL "ESTANDARIZA-DIRECCION" USING CLI_DIRECCION
               WS-DIRECCION-ESTANDAR.
           CALL "NORMALIZA-DIRECCION" USING WS-DIRECCION-ESTANDAR
               WS-DIRECCION-NORM.
           CALL "NORMALIZA-DIRECCION" USING CLI_CODPOST
               WS-CODPOST-NORM.

       F-LEO-CUENTA.
           EXIT.

       LEO-HOGAR.
           MOVE "N" TO WS-EXISTE-SW.
           READ HOGARES KEY IS HOG-ID-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOGAR-EXISTE TO TRUE
           END-READ.

      ******************************************************************
      * Hogar de la cuenta y todos sus miembros (clave alterna
      * HOG-ID-HOGAR). La cuenta que no esta en el archivo es un
      * hogar de un solo miembro.
      ******************************************************************
       CONSULTO-HOGAR.
           DISPLAY "Id-Cliente a consultar:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF NOT HOGAR-EXISTE
               DISPLAY "La cuenta no esta agrupada: recibe su propio "
                   "sobre."
               GO TO F-CONSULTO-HOGAR.
           MOVE HOG-ID-HOGAR TO WS-HOGAR-CONSULTA.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           DISPLAY "Hogar " WS-HOGAR-CONSULTA ": "
               HOG-DIRECCION-NORM (1:60).
           START HOGARES KEY IS NOT LESS THAN HOG-ID-HOGAR
               INVALID KEY
                   GO TO F-CONSULTO-HOGAR
           END-START.

       LEO-MIEMBRO.
           READ HOGARES NEXT RECORD
               AT END
                   GO TO CIERRO-CONSULTA
           END-READ.
           IF HOG-ID-HOGAR NOT = WS-HOGAR-CONSULTA
               GO TO CIERRO-CONSULTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE HOG-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI_NOMBRE
           END-READ.
           DISPLAY "  " HOG-ID-CLIENTE " " CLI_NOMBRE (1:40) " "
               HOG-ORIGEN " " HOG-ID-REFERENCIA " desde "
               HOG-FECHA-CAMBIO " " HOG-OPERADOR.
           GO TO LEO-MIEMBRO.

       CIERRO-CONSULTA.
           DISPLAY "Cuentas en el hogar: " WS-TOTAL-LISTADOS
               " (A = misma direccion, S = separada, U = unida).".

       F-CONSULTO-HOGAR.
           EXIT.

      ******************************************************************
      * La cuenta queda sola en un hogar con su propio CLI-ID.
      ******************************************************************
       SEPARO-CUENTA.
           DISPLAY "Id-Cliente a separar de su hogar:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-CUENTA THRU F-LEO-CUENTA.
           IF WS-ID-CLIENTE = 0
               GO TO F-SEPARO-CUENTA.
           MOVE WS-ID-CLIENTE TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF HOGAR-EXISTE AND HOG-SEPARADO
               DISPLAY "La cuenta ya esta separada."
               GO TO F-SEPARO-CUENTA.
           MOVE WS-ID-CLIENTE TO HOG-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO HOG-ID-HOGAR.
           MOVE "S"           TO HOG-ORIGEN.
           MOVE 0             TO HOG-ID-REFERENCIA.
           PERFORM GRABO-FIJACION THRU F-GRABO-FIJACION.
           IF ST-HOGARES > "07"
               GO TO F-SEPARO-CUENTA.
           MOVE "HOGARSEP" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cuenta separada de su hogar de correspondencia"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cuenta separada: recibe su propio sobre.".

       F-SEPARO-CUENTA.
           EXIT.

      ******************************************************************
      * La cuenta pasa al hogar de la cuenta destino. Se guarda como
      * referencia la cuenta destino (o, si ella misma esta unida a
      * otra, esa otra), para que AGRUPA-HOGARES siga al hogar aunque
      * cambie de numero.
      ******************************************************************
       UNO-CUENTA.
           DISPLAY "Id-Cliente a unir:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-CUENTA THRU F-LEO-CUENTA.
           IF WS-ID-CLIENTE = 0
               GO TO F-UNO-CUENTA.
           DISPLAY "Id-Cliente de una cuenta del hogar destino:".
           ACCEPT WS-ID-DESTINO.
           IF WS-ID-DESTINO = WS-ID-CLIENTE
               DISPLAY "La cuenta destino debe ser otra."
               GO TO F-UNO-CUENTA.
           MOVE WS-ID-DESTINO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cuenta destino no encontrada."
                   GO TO F-UNO-CUENTA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cuenta destino no encontrada."
               GO TO F-UNO-CUENTA.
           DISPLAY "Destino: " CLI_NOMBRE (1:40).
           MOVE WS-ID-DESTINO TO WS-HOGAR-DESTINO.
           MOVE WS-ID-DESTINO TO WS-REFERENCIA-DESTINO.
           MOVE WS-ID-DESTINO TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF HOGAR-EXISTE
               MOVE HOG-ID-HOGAR TO WS-HOGAR-DESTINO
               IF HOG-UNIDO
                   MOVE HOG-ID-REFERENCIA TO WS-REFERENCIA-DESTINO
               END-IF
           END-IF.
           IF WS-REFERENCIA-DESTINO = WS-ID-CLIENTE
               DISPLAY "La cuenta destino ya esta unida a esta "
                   "cuenta."
               GO TO F-UNO-CUENTA.
           MOVE WS-ID-CLIENTE TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           MOVE WS-ID-CLIENTE         TO HOG-ID-CLIENTE.
           MOVE WS-HOGAR-DESTINO      TO HOG-ID-HOGAR.
           MOVE "U"                   TO HOG-ORIGEN.
           MOVE WS-REFERENCIA-DESTINO TO HOG-ID-REFERENCIA.
           PERFORM GRABO-FIJACION THRU F-GRABO-FIJACION.
           IF ST-HOGARES > "07"
               GO TO F-UNO-CUENTA.
           MOVE "HOGARUNE" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cuenta unida al hogar " WS-HOGAR-DESTINO
               " (cuenta " WS-REFERENCIA-DESTINO ")"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cuenta unida al hogar " WS-HOGAR-DESTINO ".".

       F-UNO-CUENTA.
           EXIT.

      ******************************************************************
      * Quita la fijacion: la cuenta vuelve a agruparse por direccion
      * en la proxima corrida de AGRUPA-HOGARES. Mientras tanto queda
      * sola, para no dejarla en un hogar que ya no le corresponde.
      ******************************************************************
       LIBERO-FIJACION.
           DISPLAY "Id-Cliente a liberar:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF NOT HOGAR-EXISTE OR NOT HOG-FIJADO
               DISPLAY "La cuenta no tiene fijacion de hogar."
               GO TO F-LIBERO-FIJACION.
           MOVE WS-ID-CLIENTE       TO HOG-ID-HOGAR.
           MOVE "A"                 TO HOG-ORIGEN.
           MOVE 0                   TO HOG-ID-REFERENCIA.
           MOVE WS-FECHA-HOY        TO HOG-FECHA-CAMBIO.
           MOVE WS-OPERADOR-FIRMADO TO HOG-OPERADOR.
           REWRITE REG-HOGAR.
           IF ST-HOGARES > "07"
               DISPLAY "Error grabando el hogar (" ST-HOGARES ")."
               GO TO F-LIBERO-FIJACION.
           MOVE "HOGARLIB" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Fijacion de hogar liberada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Fijacion liberada; la proxima agrupacion la "
               "ubica por direccion.".

       F-LIBERO-FIJACION.
           EXIT.

      ******************************************************************
      * Completa la fila fijada con la direccion normalizada actual,
      * la fecha y el operador, y la graba nueva o encima de la que
      * habia (LEO-HOGAR dejo HOGAR-EXISTE).
      ******************************************************************
       GRABO-FIJACION.
           MOVE WS-DIRECCION-NORM    TO HOG-DIRECCION-NORM.
           MOVE WS-CODPOST-NORM      TO HOG-CODPOST-NORM.
           MOVE WS-FECHA-HOY         TO HOG-FECHA-CAMBIO.
           MOVE WS-OPERADOR-FIRMADO  TO HOG-OPERADOR.
           MOVE WS-FECHA-HOY         TO HOG-FECHA-PROCESO.
           IF HOGAR-EXISTE
               REWRITE REG-HOGAR
           ELSE
               WRITE REG-HOGAR.
           IF ST-HOGARES > "07"
               DISPLAY "Error grabando el hogar (" ST-HOGARES ")."
               GO TO F-GRABO-FIJACION.

       F-GRABO-FIJACION.
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

       END PROGRAM MANTIENE-HOGARES.
