      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Asignacion de oficiales de cuenta a las cuentas
      *          comerciales (asignaciones_oficial.dat, ASIGOFI.cpy):
      *          cada oficial llevaba su propia lista y nadie veia una
      *          cartera. (A)signar pone o cambia el oficial de una
      *          cuenta comercial (CLI_CATEGORIA "E") activa, (Q)uitar
      *          le retira el oficial, (M)asiva pasa toda la cartera
      *          de un oficial que sale a otro (firma de nivel 3) y
      *          (H)istorial muestra los cambios de oficial de una
      *          cuenta. El oficial nuevo debe estar activo en
      *          oficiales.dat. Cada cambio deja una linea en
      *          historial_oficiales.dat (HISTOFI.cpy) y su auditoria.
      *          La cartera de cada oficial la reporta
      *          CARTERA-OFICIALES.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-OFICIALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY OFISEL.

           COPY ASOSEL.

           SELECT OPTIONAL HISTORIAL-OFICIALES
                  ASSIGN TO "./historial_oficiales.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-HISTORIAL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  OFICIALES.

           COPY OFICIAL.

       FD  ASIGNACIONES-OFICIAL.

           COPY ASIGOFI.

       FD  HISTORIAL-OFICIALES.

           COPY HISTOFI.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-OFICIALES    PIC XX VALUE SPACE.
       01  ST-ASIGNACIONES PIC XX VALUE SPACE.
       01  ST-HISTORIAL    PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.

       01  WS-OPCION       PIC X    VALUE SPACE.
       01  WS-CONFIRMA     PIC X    VALUE SPACE.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-ID-CLIENTE   PIC 9(8) VALUE 0.

      * Oficial que se valida, anterior y nuevo del cambio en curso.
       01  WS-OFICIAL-PEDIDO PIC X(8) VALUE SPACE.
       01  WS-OFICIAL-ANT    PIC X(8) VALUE SPACE.
       01  WS-OFICIAL-NVO    PIC X(8) VALUE SPACE.
       01  WS-OFICIAL-SW     PIC X    VALUE "N".
           88 OFICIAL-VALIDO     VALUE "S".
       01  WS-ASIGNADA-SW    PIC X    VALUE "N".
           88 CUENTA-ASIGNADA    VALUE "S".
       01  WS-ORIGEN         PIC X    VALUE SPACE.

       01  WS-TOTAL-MASIVA    PIC 9(7) VALUE 0.
       01  WS-TOTAL-HISTORIAL PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "ASIGNA-OFICIALES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF NOT PUEDE-ACTUALIZAR
               DISPLAY "La asignacion de oficiales requiere nivel "
                   "2 o superior."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)signar o cambiar oficial, "
               "(Q)uitar oficial, (M)asiva (oficial que sale), "
               "(H)istorial de una cuenta o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM ASIGNO-CUENTA THRU F-ASIGNO-CUENTA
               WHEN "Q" WHEN "q"
                   PERFORM QUITO-ASIGNACION THRU F-QUITO-ASIGNACION
               WHEN "M" WHEN "m"
                   PERFORM REASIGNO-MASIVO THRU F-REASIGNO-MASIVO
               WHEN "H" WHEN "h"
                   PERFORM CONSULTO-HISTORIAL
                       THRU F-CONSULTO-HISTORIAL
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT OFICIALES.
           IF ST-OFICIALES > "07"
               DISPLAY "Error abriendo OFICIALES (" ST-OFICIALES
                   "): cargue los oficiales con MANTIENE-OFICIALES."
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN I-O ASIGNACIONES-OFICIAL.
           IF ST-ASIGNACIONES = "35"
               OPEN OUTPUT ASIGNACIONES-OFICIAL
               CLOSE ASIGNACIONES-OFICIAL
               OPEN I-O ASIGNACIONES-OFICIAL.
           IF ST-ASIGNACIONES > "07"
               DISPLAY "Error abriendo ASIGNACIONES-OFICIAL ("
                   ST-ASIGNACIONES ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               CLOSE OFICIALES
               STOP RUN.
           OPEN EXTEND HISTORIAL-OFICIALES.
           IF ST-HISTORIAL > "07"
               DISPLAY "Error abriendo HISTORIAL-OFICIALES ("
                   ST-HISTORIAL ")"
               MOVE 16 TO RETURN-CODE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Valida el oficial en WS-OFICIAL-PEDIDO: debe existir y, si se
      * le van a dar cuentas, estar activo (lo decide el llamador con
      * OFI-ACTIVO).
      ******************************************************************
       VALIDO-OFICIAL.
           MOVE "N" TO WS-OFICIAL-SW.
           INSPECT WS-OFICIAL-PEDIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-OFICIAL-PEDIDO = SPACE
               DISPLAY "Codigo de oficial en blanco."
               GO TO F-VALIDO-OFICIAL.
           MOVE WS-OFICIAL-PEDIDO TO OFI-CODIGO.
           READ OFICIALES KEY IS OFI-CODIGO
               INVALID KEY
                   DISPLAY "Ese oficial no existe en oficiales.dat."
                   GO TO F-VALIDO-OFICIAL
           END-READ.
           SET OFICIAL-VALIDO TO TRUE.

       F-VALIDO-OFICIAL.
           EXIT.

      ******************************************************************
      * Lee la asignacion vigente del cliente en WS-ID-CLIENTE.
      ******************************************************************
       LEO-ASIGNACION.
           MOVE "N"   TO WS-ASIGNADA-SW.
           MOVE SPACE TO WS-OFICIAL-ANT.
           MOVE WS-ID-CLIENTE TO ASO-ID-CLIENTE.
           READ ASIGNACIONES-OFICIAL KEY IS ASO-ID-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUENTA-ASIGNADA TO TRUE
                   MOVE ASO-OFICIAL TO WS-OFICIAL-ANT
           END-READ.

      ******************************************************************
      * Asignacion o cambio del oficial de una cuenta comercial.
      ******************************************************************
       ASIGNO-CUENTA.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   GO TO F-ASIGNO-CUENTA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-ASIGNO-CUENTA.
           IF CUENTA-CERRADA
               DISPLAY "La cuenta esta cerrada, no se le asigna "
                   "oficial."
               GO TO F-ASIGNO-CUENTA.
           IF CLI_CATEGORIA NOT = "E"
               DISPLAY "Solo las cuentas comerciales (categoria E) "
                   "llevan oficial de cuenta."
               GO TO F-ASIGNO-CUENTA.
           DISPLAY "Cliente: " CLI_RAZONSOCIAL (1:40).
           PERFORM LEO-ASIGNACION.
           IF CUENTA-ASIGNADA
               DISPLAY "Oficial actual: " ASO-OFICIAL " desde "
                   ASO-FECHA-DESDE
           ELSE
               DISPLAY "La cuenta no tiene oficial.".
           DISPLAY "Oficial nuevo (codigo):".
           ACCEPT WS-OFICIAL-PEDIDO.
           PERFORM VALIDO-OFICIAL THRU F-VALIDO-OFICIAL.
           IF NOT OFICIAL-VALIDO
               GO TO F-ASIGNO-CUENTA.
           IF NOT OFI-ACTIVO
               DISPLAY "Ese oficial esta retirado, no recibe cuentas."
               GO TO F-ASIGNO-CUENTA.
           IF CUENTA-ASIGNADA AND WS-OFICIAL-PEDIDO = WS-OFICIAL-ANT
               DISPLAY "La cuenta ya esta con ese oficial."
               GO TO F-ASIGNO-CUENTA.
           MOVE WS-OFICIAL-PEDIDO   TO WS-OFICIAL-NVO.
           MOVE WS-ID-CLIENTE       TO ASO-ID-CLIENTE.
           MOVE WS-OFICIAL-NVO      TO ASO-OFICIAL.
           MOVE WS-FECHA-HOY        TO ASO-FECHA-DESDE.
           MOVE WS-OPERADOR-FIRMADO TO ASO-OPERADOR.
           IF CUENTA-ASIGNADA
               REWRITE REG-ASIGNACION-OFICIAL
           ELSE
               WRITE REG-ASIGNACION-OFICIAL.
           IF ST-ASIGNACIONES > "07"
               DISPLAY "Error grabando la asignacion ("
                   ST-ASIGNACIONES ")."
               GO TO F-ASIGNO-CUENTA.
           MOVE "M" TO WS-ORIGEN.
           PERFORM GRABO-HISTORIAL.
           MOVE "ASIGNAOFI" TO AUD-OPERACION.
           PERFORM GRABO-CAMBIO-AUDITORIA.
           DISPLAY "Oficial asignado.".

       F-ASIGNO-CUENTA.
           EXIT.

       QUITO-ASIGNACION.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-ASIGNACION.
           IF NOT CUENTA-ASIGNADA
               DISPLAY "La cuenta no tiene oficial."
               GO TO F-QUITO-ASIGNACION.
           DISPLAY "Oficial actual: " ASO-OFICIAL ". Confirma "
               "quitarlo (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "No se quita."
               GO TO F-QUITO-ASIGNACION.
           DELETE ASIGNACIONES-OFICIAL RECORD.
           IF ST-ASIGNACIONES > "07"
               DISPLAY "Error quitando la asignacion ("
                   ST-ASIGNACIONES ")."
               GO TO F-QUITO-ASIGNACION.
           MOVE SPACE TO WS-OFICIAL-NVO.
           MOVE "M"   TO WS-ORIGEN.
           PERFORM GRABO-HISTORIAL.
           MOVE "QUITAOFI" TO AUD-OPERACION.
           PERFORM GRABO-CAMBIO-AUDITORIA.
           DISPLAY "Oficial quitado.".

       F-QUITO-ASIGNACION.
           EXIT.

      ******************************************************************
      * Reasignacion masiva: toda la cartera del oficial que sale pasa
      * a otro oficial activo, con historial y auditoria por cuenta.
      * Recorre el archivo por cliente (no por la clave alterna, que
      * es justamente el campo que se reescribe).
      ******************************************************************
       REASIGNO-MASIVO.
           IF NOT PUEDE-BORRAR
               DISPLAY "La reasignacion masiva requiere nivel 3."
               GO TO F-REASIGNO-MASIVO.
           DISPLAY "Oficial que entrega la cartera (codigo):".
           ACCEPT WS-OFICIAL-PEDIDO.
           PERFORM VALIDO-OFICIAL THRU F-VALIDO-OFICIAL.
           IF NOT OFICIAL-VALIDO
               GO TO F-REASIGNO-MASIVO.
           MOVE WS-OFICIAL-PEDIDO TO WS-OFICIAL-ANT.
           DISPLAY "Oficial que recibe la cartera (codigo):".
           ACCEPT WS-OFICIAL-PEDIDO.
           PERFORM VALIDO-OFICIAL THRU F-VALIDO-OFICIAL.
           IF NOT OFICIAL-VALIDO
               GO TO F-REASIGNO-MASIVO.
           IF NOT OFI-ACTIVO
               DISPLAY "Ese oficial esta retirado, no recibe cuentas."
               GO TO F-REASIGNO-MASIVO.
           IF WS-OFICIAL-PEDIDO = WS-OFICIAL-ANT
               DISPLAY "Los dos oficiales son el mismo."
               GO TO F-REASIGNO-MASIVO.
           MOVE WS-OFICIAL-PEDIDO TO WS-OFICIAL-NVO.
           DISPLAY "Confirma pasar la cartera de " WS-OFICIAL-ANT
               " a " WS-OFICIAL-NVO " (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "No se reasigna."
               GO TO F-REASIGNO-MASIVO.
           MOVE 0 TO WS-TOTAL-MASIVA.
           MOVE "L" TO WS-ORIGEN.
           MOVE 0 TO ASO-ID-CLIENTE.
           START ASIGNACIONES-OFICIAL
               KEY IS NOT LESS THAN ASO-ID-CLIENTE
               INVALID KEY
                   GO TO RESUMO-MASIVA
           END-START.

       LEO-ASIGNACION-MASIVA.
           READ ASIGNACIONES-OFICIAL NEXT RECORD
               AT END
                   GO TO RESUMO-MASIVA
           END-READ.
           IF ST-ASIGNACIONES > "07"
               DISPLAY "Error leyendo ASIGNACIONES-OFICIAL ("
                   ST-ASIGNACIONES ")"
               MOVE 16 TO RETURN-CODE
               GO TO RESUMO-MASIVA.
           IF ASO-OFICIAL NOT = WS-OFICIAL-ANT
               GO TO LEO-ASIGNACION-MASIVA.
           MOVE WS-OFICIAL-NVO      TO ASO-OFICIAL.
           MOVE WS-FECHA-HOY        TO ASO-FECHA-DESDE.
           MOVE WS-OPERADOR-FIRMADO TO ASO-OPERADOR.
           REWRITE REG-ASIGNACION-OFICIAL.
           IF ST-ASIGNACIONES > "07"
               DISPLAY "Error reasignando la cuenta " ASO-ID-CLIENTE
                   " (" ST-ASIGNACIONES ")."
               MOVE 16 TO RETURN-CODE
               GO TO LEO-ASIGNACION-MASIVA.
           MOVE ASO-ID-CLIENTE TO WS-ID-CLIENTE.
           PERFORM GRABO-HISTORIAL.
           MOVE "MASIVAOFI" TO AUD-OPERACION.
           PERFORM GRABO-CAMBIO-AUDITORIA.
           ADD 1 TO WS-TOTAL-MASIVA.
           GO TO LEO-ASIGNACION-MASIVA.

       RESUMO-MASIVA.
           DISPLAY "Cuentas reasignadas de " WS-OFICIAL-ANT " a "
               WS-OFICIAL-NVO ": " WS-TOTAL-MASIVA.

       F-REASIGNO-MASIVO.
           EXIT.

      ******************************************************************
      * Historial de oficiales de una cuenta: recorre el historial
      * completo y muestra las lineas del cliente, de la mas vieja a
      * la mas reciente.
      ******************************************************************
       CONSULTO-HISTORIAL.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-ASIGNACION.
           IF CUENTA-ASIGNADA
               DISPLAY "Oficial vigente: " ASO-OFICIAL " desde "
                   ASO-FECHA-DESDE
           ELSE
               DISPLAY "La cuenta no tiene oficial vigente.".
           MOVE 0 TO WS-TOTAL-HISTORIAL.
           CLOSE HISTORIAL-OFICIALES.
           OPEN INPUT HISTORIAL-OFICIALES.
           IF ST-HISTORIAL > "07"
               DISPLAY "Historial no disponible (" ST-HISTORIAL ")."
               GO TO REABRO-HISTORIAL.

       LEO-HISTORIAL.
           READ HISTORIAL-OFICIALES
               AT END
                   GO TO REABRO-HISTORIAL
           END-READ.
           IF HOF-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO LEO-HISTORIAL.
           ADD 1 TO WS-TOTAL-HISTORIAL.
           DISPLAY "  " HOF-FECHA "  de " HOF-OFICIAL-ANTES " a "
               HOF-OFICIAL-NUEVO "  (" HOF-ORIGEN " " HOF-OPERADOR
               ")".
           GO TO LEO-HISTORIAL.

       REABRO-HISTORIAL.
           DISPLAY "Cambios de oficial: " WS-TOTAL-HISTORIAL.
           CLOSE HISTORIAL-OFICIALES.
           OPEN EXTEND HISTORIAL-OFICIALES.

       F-CONSULTO-HISTORIAL.
           EXIT.

       GRABO-HISTORIAL.
           MOVE WS-FECHA-HOY        TO HOF-FECHA.
           MOVE WS-ID-CLIENTE       TO HOF-ID-CLIENTE.
           MOVE WS-OFICIAL-ANT      TO HOF-OFICIAL-ANTES.
           MOVE WS-OFICIAL-NVO      TO HOF-OFICIAL-NUEVO.
           MOVE WS-ORIGEN           TO HOF-ORIGEN.
           MOVE WS-OPERADOR-FIRMADO TO HOF-OPERADOR.
           WRITE REG-HISTORIAL-OFICIAL.
           IF ST-HISTORIAL > "07"
               DISPLAY "Error grabando el historial (" ST-HISTORIAL
                   ")."
               MOVE 16 TO RETURN-CODE.

       GRABO-CAMBIO-AUDITORIA.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE         TO AUD-DETALLE.
           STRING "Oficial: de " WS-OFICIAL-ANT " a " WS-OFICIAL-NVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE OFICIALES.
           CLOSE ASIGNACIONES-OFICIAL.
           CLOSE HISTORIAL-OFICIALES.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM ASIGNA-OFICIALES.
