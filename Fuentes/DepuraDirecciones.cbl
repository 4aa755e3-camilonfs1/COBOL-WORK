      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Estandarizacion de las direcciones del maestro en dos
      *          pasos. En modo (R)eporte recorre el maestro, pasa
      *          CLI_DIRECCION de cada cuenta por ESTANDARIZA-
      *          DIRECCION y deja en direcciones_estandar.txt cada
      *          direccion que cambiaria, antes y despues, y en
      *          direcciones_propuestas.dat la propuesta con la
      *          estampa de la cuenta; no toca el maestro. En modo
      *          (A)plicar, con firma de nivel 2, relee cada cuenta
      *          propuesta y cambia la direccion solo si ni la
      *          direccion ni CLI-ESTAMPA cambiaron desde el reporte
      *          (si cambiaron, la cuenta se salta y se informa: hay
      *          que volver a correr el reporte), sube la estampa y
      *          deja la direccion anterior en auditoria.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-DIRECCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT PROPUESTAS ASSIGN TO "./direcciones_propuestas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PROPUESTAS.

           SELECT REPORTE ASSIGN TO "./direcciones_estandar.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

      * Una propuesta por cuenta: la direccion leida, la estampa con
      * que se leyo y la direccion estandarizada.
       FD  PROPUESTAS.
       01  REG-PROPUESTA.
           05 PRO-ID-CLIENTE  PIC 9(8).
           05 PRO-ESTAMPA     PIC 9(7).
           05 PRO-ANTES       PIC X(80).
           05 PRO-DESPUES     PIC X(80).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-PROPUESTAS  PIC XX VALUE SPACE.
       01  ST-REPORTE     PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-MODO        PIC X VALUE SPACE.
           88 MODO-REPORTE  VALUE "R" "r".
           88 MODO-APLICO   VALUE "A" "a".

       01  WS-DIRECCION-ESTANDAR PIC X(80) VALUE SPACE.
       01  WS-ESTAMPA-LEIDA      PIC 9(7)  VALUE 0.

       01  LINEA-ANTES.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LAN-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 FILLER         PIC X(9)  VALUE "Antes:   ".
           05 LAN-DIRECCION  PIC X(80).
       01  LINEA-DESPUES.
           05 FILLER         PIC X(12) VALUE SPACE.
           05 FILLER         PIC X(9)  VALUE "Despues: ".
           05 LDE-DIRECCION  PIC X(80).
       01  LINEA-SALTO.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LSA-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LSA-MOTIVO     PIC X(60).

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-DIR    PIC 9(7) VALUE 0.
       01  WS-TOTAL-IGUALES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-PROPUESTOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-APLICADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALTADOS   PIC 9(7) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "DEPURA-DIRECCION" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           DISPLAY "Modo: (R)eporte de direcciones a estandarizar o "
               "(A)plicar las propuestas del ultimo reporte.".
           ACCEPT WS-MODO.
           IF MODO-REPORTE
               PERFORM PREPARO-REPORTE THRU F-PREPARO-REPORTE
               STOP RUN.
           IF MODO-APLICO
               PERFORM APLICO-PROPUESTAS THRU F-APLICO-PROPUESTAS
               STOP RUN.
           DISPLAY "Modo no valido, el programa termina.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Modo reporte: solo lectura del maestro. Cada direccion que la
      * estandarizacion cambiaria va al reporte y a las propuestas.
      ******************************************************************
       PREPARO-REPORTE.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-PREPARO-REPORTE.
           OPEN OUTPUT PROPUESTAS.
           IF ST-PROPUESTAS > "07"
               DISPLAY "Error abriendo PROPUESTAS (" ST-PROPUESTAS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               GO TO F-PREPARO-REPORTE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE "Estandarizacion de direcciones - propuestas"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO CIERRO-REPORTE
           END-START.

       LEO-CLIENTE-REPORTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO CIERRO-REPORTE
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-REPORTE.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF CLI_DIRECCION = SPACE
               ADD 1 TO WS-TOTAL-SIN-DIR
               GO TO LEO-CLIENTE-REPORTE.
           CALL "ESTANDARIZA-DIRECCION" USING CLI_DIRECCION
               WS-DIRECCION-ESTANDAR.
           IF WS-DIRECCION-ESTANDAR = CLI_DIRECCION
               ADD 1 TO WS-TOTAL-IGUALES
               GO TO LEO-CLIENTE-REPORTE.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO PRO-ESTAMPA
           ELSE
               MOVE CLI-ESTAMPA TO PRO-ESTAMPA.
           MOVE CLI-ID                TO PRO-ID-CLIENTE.
           MOVE CLI_DIRECCION         TO PRO-ANTES.
           MOVE WS-DIRECCION-ESTANDAR TO PRO-DESPUES.
           WRITE REG-PROPUESTA.
           ADD 1 TO WS-TOTAL-PROPUESTOS.
           MOVE CLI-ID                TO LAN-ID.
           MOVE CLI_DIRECCION         TO LAN-DIRECCION.
           WRITE LINEA-REPORTE FROM LINEA-ANTES.
           MOVE WS-DIRECCION-ESTANDAR TO LDE-DIRECCION.
           WRITE LINEA-REPORTE FROM LINEA-DESPUES.
           GO TO LEO-CLIENTE-REPORTE.

       CIERRO-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "Cuentas leidas: " WS-TOTAL-LEIDOS
               "   Sin direccion: " WS-TOTAL-SIN-DIR
               "   Ya estandar: " WS-TOTAL-IGUALES
               "   Propuestas: " WS-TOTAL-PROPUESTOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Cuentas leidas:       " WS-TOTAL-LEIDOS.
           DISPLAY "Sin direccion:        " WS-TOTAL-SIN-DIR.
           DISPLAY "Ya estandar:          " WS-TOTAL-IGUALES.
           DISPLAY "Propuestas:           " WS-TOTAL-PROPUESTOS.
           DISPLAY "Revise direcciones_estandar.txt y corra el modo "
               "(A)plicar.".
           CLOSE CLIENTES.
           CLOSE PROPUESTAS.
           CLOSE REPORTE.

       F-PREPARO-REPORTE.
           EXIT.

      ******************************************************************
      * Modo aplicar: cada propuesta se aplica solo si la cuenta sigue
      * como estaba cuando se corrio el reporte.
      ******************************************************************
       APLICO-PROPUESTAS.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Aplicar las direcciones exige firma de nivel "
                   "2, el programa termina."
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-PROPUESTAS.
           OPEN INPUT PROPUESTAS.
           IF ST-PROPUESTAS > "07"
               DISPLAY "No hay propuestas: corra primero el modo "
                   "(R)eporte (" ST-PROPUESTAS ")."
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-PROPUESTAS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               CLOSE PROPUESTAS
               GO TO F-APLICO-PROPUESTAS.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       LEO-PROPUESTA.
           READ PROPUESTAS
               AT END
                   GO TO CIERRO-APLICACION
           END-READ.
           MOVE PRO-ID-CLIENTE TO CLI-ID LSA-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "Cuenta ya no existe, se salta." TO LSA-MOTIVO
                   PERFORM INFORMO-SALTO
                   GO TO LEO-PROPUESTA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               MOVE "Cuenta ya no existe, se salta." TO LSA-MOTIVO
               PERFORM INFORMO-SALTO
               GO TO LEO-PROPUESTA.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO WS-ESTAMPA-LEIDA
           ELSE
               MOVE CLI-ESTAMPA TO WS-ESTAMPA-LEIDA.
           IF WS-ESTAMPA-LEIDA NOT = PRO-ESTAMPA
            OR CLI_DIRECCION NOT = PRO-ANTES
               MOVE "Cuenta modificada despues del reporte, se salta."
                   TO LSA-MOTIVO
               PERFORM INFORMO-SALTO
               GO TO LEO-PROPUESTA.
           MOVE PRO-DESPUES TO CLI_DIRECCION.
           MOVE WS-ESTAMPA-LEIDA TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando la cuenta " PRO-ID-CLIENTE
                   " (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO LEO-PROPUESTA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Antes: " PRO-ANTES
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           ADD 1 TO WS-TOTAL-APLICADOS.
           GO TO LEO-PROPUESTA.

       CIERRO-APLICACION.
           DISPLAY "Direcciones estandarizadas: " WS-TOTAL-APLICADOS.
           DISPLAY "Cuentas saltadas:           " WS-TOTAL-SALTADOS.
           IF WS-TOTAL-SALTADOS > 0
               DISPLAY "Vuelva a correr el modo (R)eporte para las "
                   "cuentas saltadas.".
           CLOSE PROPUESTAS.
           CLOSE CLIENTES.
           CLOSE AUDITORIA-TRAIL.

       F-APLICO-PROPUESTAS.
           EXIT.

       INFORMO-SALTO.
           ADD 1 TO WS-TOTAL-SALTADOS.
           DISPLAY LINEA-SALTO.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA  TO AUD-FECHA.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE "DIR-ESTAND"  TO AUD-OPERACION.
           MOVE CLI-ID        TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM DEPURA-DIRECCIONES.
