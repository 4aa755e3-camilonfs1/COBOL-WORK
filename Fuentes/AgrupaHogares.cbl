      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Agrupacion de cuentas por hogar para consolidar la
      *          correspondencia: normaliza CLI_DIRECCION y
      *          CLI_CODPOST de cada cuenta activa (NORMALIZA-
      *          DIRECCION), ordena por la direccion normalizada y
      *          asigna a las cuentas de una misma direccion un hogar
      *          comun en hogares.dat, identificado por el CLI-ID
      *          menor del grupo. Las cuentas que un operador fijo
      *          con MANTIENE-HOGARES (separadas de su hogar o unidas
      *          al de otra cuenta) conservan su hogar mientras no
      *          cambien de direccion; las cuentas cerradas, sin
      *          direccion o borradas del maestro salen del archivo.
      *          Deja en reporte_hogares.txt cada hogar de mas de una
      *          cuenta, y cada cuenta fijada a mano, con sus
      *          miembros, y los totales de la corrida. Las cartas no
      *          confidenciales (CORRESPONDENCIA-CLIENTES, AVISO-
      *          PURGA) juntan en un sobre las del mismo hogar.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La direccion se estandariza con
      *                     ESTANDARIZA-DIRECCION antes de normalizarla,
      *                     para que "Carrera 7 No 45-10" y "CRA 7 #
      *                     45-10" caigan en el mismo hogar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGRUPA-HOGARES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY HOGSEL.

           SELECT ORDENADOS ASSIGN TO "./hogares_sort.tmp".

           SELECT REPORTE ASSIGN TO "./reporte_hogares.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  HOGARES.

           COPY HOGAR.

      * Dentro de una direccion, las cuentas automaticas ("0") van
      * antes que las fijadas a mano ("1"): la primera automatica da
      * el numero de hogar del grupo.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-DIRECCION  PIC X(80).
           05 ORD-CODPOST    PIC X(20).
           05 ORD-FIJO       PIC X.
           05 ORD-ID         PIC 9(8).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-HOGARES     PIC XX VALUE SPACE.
       01  ST-REPORTE     PIC XX VALUE SPACE.

       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.

      * Direccion estandarizada, y direccion y codigo postal
      * normalizados, de la cuenta en curso.
       01  WS-DIRECCION-ESTANDAR PIC X(80) VALUE SPACE.
       01  WS-DIRECCION-NORM PIC X(80) VALUE SPACE.
       01  WS-CODPOST-NORM   PIC X(80) VALUE SPACE.

       01  WS-HOGAR-EXISTE-SW PIC X VALUE "N".
           88 HOGAR-EXISTE    VALUE "S".

      * Control de corte por direccion en la salida del ordenamiento
      * y hogar asignado al grupo en curso (cero hasta la primera
      * cuenta automatica del grupo).
       01  WS-DIR-ANTERIOR   PIC X(80) VALUE HIGH-VALUES.
       01  WS-CP-ANTERIOR    PIC X(20) VALUE HIGH-VALUES.
       01  WS-HOGAR-GRUPO    PIC 9(8)  VALUE 0.

      * Union a resolver: la fila unida se guarda mientras se lee la
      * de la cuenta de referencia.
       01  WS-HOGAR-GUARDADO PIC X(149) VALUE SPACE.
       01  WS-HOGAR-REFERENCIA PIC 9(8) VALUE 0.
       01  WS-REFERENCIA-SW  PIC X VALUE "N".
           88 REFERENCIA-VIGENTE VALUE "S".

      * Miembros del hogar en curso del reporte. Un hogar mas largo
      * que la tabla imprime sus primeros WS-MAX-MIEMBROS y el conteo
      * real.
       01  WS-HOGAR-REPORTE  PIC 9(8)  VALUE 0.
       01  WS-MIEMBROS-CANT  PIC 9(5)  VALUE 0.
       01  WS-MIEMBROS-FIJADOS PIC 9(5) VALUE 0.
       01  WS-MAX-MIEMBROS   PIC 9(5)  VALUE 50.
       01  WS-I-MIEMBRO      PIC 9(5)  VALUE 0.
       01  WS-MIEMBROS.
           05 WS-MIE-ENTRADA OCCURS 50 TIMES.
               10 WS-MIE-ID        PIC 9(8).
               10 WS-MIE-ORIGEN    PIC X.
               10 WS-MIE-REFERENCIA PIC 9(8).
       01  WS-DIR-REPORTE    PIC X(80) VALUE SPACE.

       01  LINEA-MIEMBRO.
           05 FILLER         PIC X(4) VALUE SPACE.
           05 LMI-ID         PIC Z(7)9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 LMI-NOMBRE     PIC X(40).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 LMI-ORIGEN     PIC X(30).

       01  WS-TOTAL-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-OMITIDOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-AGRUPADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-NUEVOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CAMBIADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RESPETADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-CADUCADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RETIRADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-HOGARES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-HOGARES-MULTI PIC 9(7) VALUE 0.
       01  WS-TOTAL-CUENTAS-MULTI PIC 9(7) VALUE 0.
       01  WS-SOBRES-AHORRADOS  PIC 9(7) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "AGRUPA-HOGARES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
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
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-DIRECCION ORD-CODPOST ORD-FIJO
                                ORD-ID
               INPUT  PROCEDURE IS SUELTO-CLIENTES
                   THRU F-SUELTO-CLIENTES
               OUTPUT PROCEDURE IS ASIGNO-HOGARES
                   THRU F-ASIGNO-HOGARES.
           PERFORM DEPURO-HOGARES THRU F-DEPURO-HOGARES.
           PERFORM IMPRIMO-HOGARES THRU F-IMPRIMO-HOGARES.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES.
           CLOSE HOGARES.
           CLOSE REPORTE.
           STOP RUN.

      ******************************************************************
      * Suelta al ordenamiento cada cuenta activa con direccion, con
      * su direccion normalizada. La cuenta fijada a mano sigue
      * fijada solo si su direccion no cambio desde la ultima
      * corrida; si cambio, la fijacion caduca y entra al grupo de
      * su direccion nueva como cualquier otra.
      ******************************************************************
       SUELTO-CLIENTES.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-SUELTO-CLIENTES
           END-START.

       LEO-CLIENTE-HOGAR.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-SUELTO-CLIENTES
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SUELTO-CLIENTES.
           ADD 1 TO WS-TOTAL-CLIENTES.
           IF CUENTA-CERRADA OR CLI_DIRECCION = SPACE
               ADD 1 TO WS-TOTAL-OMITIDOS
               GO TO LEO-CLIENTE-HOGAR.
           CALL "ESTANDARIZA-DIRECCION" USING CLI_DIRECCION
               WS-DIRECCION-ESTANDAR.
           CALL "NORMALIZA-DIRECCION" USING WS-DIRECCION-ESTANDAR
               WS-DIRECCION-NORM.
           CALL "NORMALIZA-DIRECCION" USING CLI_CODPOST
               WS-CODPOST-NORM.
           MOVE WS-DIRECCION-NORM TO ORD-DIRECCION.
           MOVE WS-CODPOST-NORM   TO ORD-CODPOST.
           MOVE CLI-ID            TO ORD-ID.
           MOVE "0"               TO ORD-FIJO.
           PERFORM LEO-HOGAR.
           IF HOGAR-EXISTE AND HOG-FIJADO
               IF HOG-DIRECCION-NORM = ORD-DIRECCION
                AND HOG-CODPOST-NORM = ORD-CODPOST
                   MOVE "1" TO ORD-FIJO
               ELSE
                   ADD 1 TO WS-TOTAL-CADUCADOS
               END-IF
           END-IF.
           RELEASE REG-ORDEN.
           GO TO LEO-CLIENTE-HOGAR.

       F-SUELTO-CLIENTES.
           EXIT.

      ******************************************************************
      * Lee la fila de hogar de la cuenta en CLI-ID (o en ORD-ID
      * desde la salida del ordenamiento) y deja si existe.
      ******************************************************************
       LEO-HOGAR.
           MOVE "N" TO WS-HOGAR-EXISTE-SW.
           READ HOGARES KEY IS HOG-ID-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOGAR-EXISTE TO TRUE
           END-READ.

      ******************************************************************
      * Corte por direccion normalizada: el grupo toma como hogar el
      * CLI-ID de su primera cuenta automatica. La cuenta fijada solo
      * se marca como vista en esta corrida; la automatica se graba
      * o se reescribe con el hogar del grupo.
      ******************************************************************
       ASIGNO-HOGARES.
           RETURN ORDENADOS
               AT END
                   GO TO F-ASIGNO-HOGARES
           END-RETURN.
           IF ORD-DIRECCION NOT = WS-DIR-ANTERIOR
            OR ORD-CODPOST NOT = WS-CP-ANTERIOR
               MOVE ORD-DIRECCION TO WS-DIR-ANTERIOR
               MOVE ORD-CODPOST   TO WS-CP-ANTERIOR
               MOVE 0 TO WS-HOGAR-GRUPO.
           MOVE ORD-ID TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF ORD-FIJO = "1"
               MOVE WS-FECHA-HOY TO HOG-FECHA-PROCESO
               REWRITE REG-HOGAR
               ADD 1 TO WS-TOTAL-RESPETADOS
               PERFORM VERIFICO-GRABACION
               GO TO ASIGNO-HOGARES.
           IF WS-HOGAR-GRUPO = 0
               MOVE ORD-ID TO WS-HOGAR-GRUPO.
           ADD 1 TO WS-TOTAL-AGRUPADOS.
           IF NOT HOGAR-EXISTE
               MOVE ORD-ID         TO HOG-ID-CLIENTE
               MOVE WS-HOGAR-GRUPO TO HOG-ID-HOGAR
               MOVE WS-FECHA-HOY   TO HOG-FECHA-CAMBIO
               MOVE "LOTE"         TO HOG-OPERADOR
               PERFORM LLENO-HOGAR-AUTOMATICO
               WRITE REG-HOGAR
               ADD 1 TO WS-TOTAL-NUEVOS
               PERFORM VERIFICO-GRABACION
               GO TO ASIGNO-HOGARES.
           IF HOG-ID-HOGAR NOT = WS-HOGAR-GRUPO OR NOT HOG-AUTOMATICO
               MOVE WS-HOGAR-GRUPO TO HOG-ID-HOGAR
               MOVE WS-FECHA-HOY   TO HOG-FECHA-CAMBIO
               MOVE "LOTE"         TO HOG-OPERADOR
               ADD 1 TO WS-TOTAL-CAMBIADOS.
           PERFORM LLENO-HOGAR-AUTOMATICO.
           REWRITE REG-HOGAR.
           PERFORM VERIFICO-GRABACION.
           GO TO ASIGNO-HOGARES.

       F-ASIGNO-HOGARES.
           EXIT.

       LLENO-HOGAR-AUTOMATICO.
           MOVE ORD-DIRECCION TO HOG-DIRECCION-NORM.
           MOVE ORD-CODPOST   TO HOG-CODPOST-NORM.
           MOVE "A"           TO HOG-ORIGEN.
           MOVE 0             TO HOG-ID-REFERENCIA.
           MOVE WS-FECHA-HOY  TO HOG-FECHA-PROCESO.

       VERIFICO-GRABACION.
           IF ST-HOGARES > "07"
               DISPLAY "Error grabando el hogar de " HOG-ID-CLIENTE
                   " (" ST-HOGARES ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Repaso del archivo de hogares: la fila que esta corrida no vio
      * (cuenta borrada, cerrada o sin direccion) sale del archivo, y
      * la cuenta unida a mano toma el hogar actual de su cuenta de
      * referencia. Si la referencia ya no esta, la union caduca y la
      * cuenta queda sola hasta la proxima corrida.
      ******************************************************************
       DEPURO-HOGARES.
           MOVE 0 TO HOG-ID-CLIENTE.
           START HOGARES KEY IS NOT LESS THAN HOG-ID-CLIENTE
               INVALID KEY
                   GO TO F-DEPURO-HOGARES
           END-START.

       LEO-HOGAR-DEPURO.
           READ HOGARES NEXT RECORD
               AT END
                   GO TO F-DEPURO-HOGARES
           END-READ.
           IF ST-HOGARES > "07"
               DISPLAY "Error leyendo HOGARES (" ST-HOGARES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-DEPURO-HOGARES.
           IF HOG-FECHA-PROCESO NOT = WS-FECHA-HOY
               DELETE HOGARES RECORD
               ADD 1 TO WS-TOTAL-RETIRADOS
               GO TO LEO-HOGAR-DEPURO.
           IF HOG-UNIDO
               PERFORM RESUELVO-UNION THRU F-RESUELVO-UNION.
           GO TO LEO-HOGAR-DEPURO.

       F-DEPURO-HOGARES.
           EXIT.

       RESUELVO-UNION.
           MOVE REG-HOGAR TO WS-HOGAR-GUARDADO.
           MOVE "N" TO WS-REFERENCIA-SW.
           MOVE HOG-ID-REFERENCIA TO HOG-ID-CLIENTE.
           PERFORM LEO-HOGAR.
           IF HOGAR-EXISTE AND HOG-FECHA-PROCESO = WS-FECHA-HOY
               MOVE HOG-ID-HOGAR TO WS-HOGAR-REFERENCIA
               SET REFERENCIA-VIGENTE TO TRUE.
      *    Se relee la fila unida para dejar el archivo posicionado en
      *    ella antes del REWRITE y del siguiente READ NEXT.
           MOVE WS-HOGAR-GUARDADO TO REG-HOGAR.
           PERFORM LEO-HOGAR.
           IF REFERENCIA-VIGENTE
               IF HOG-ID-HOGAR NOT = WS-HOGAR-REFERENCIA
                   MOVE WS-HOGAR-REFERENCIA TO HOG-ID-HOGAR
                   REWRITE REG-HOGAR
                   PERFORM VERIFICO-GRABACION
               END-IF
               GO TO F-RESUELVO-UNION.
           MOVE HOG-ID-CLIENTE TO HOG-ID-HOGAR.
           MOVE "A"            TO HOG-ORIGEN.
           MOVE 0              TO HOG-ID-REFERENCIA.
           MOVE WS-FECHA-HOY   TO HOG-FECHA-CAMBIO.
           MOVE "LOTE"         TO HOG-OPERADOR.
           REWRITE REG-HOGAR.
           PERFORM VERIFICO-GRABACION.
           ADD 1 TO WS-TOTAL-CADUCADOS.

       F-RESUELVO-UNION.
           EXIT.

      ******************************************************************
      * Reporte por hogar (clave alterna HOG-ID-HOGAR): se imprime el
      * hogar de mas de una cuenta, o con alguna cuenta fijada a mano,
      * con el nombre de cada miembro y como llego al hogar.
      ******************************************************************
       IMPRIMO-HOGARES.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "HOGARES PARA CONSOLIDACION DE CORRESPONDENCIA AL "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO HOG-ID-HOGAR.
           START HOGARES KEY IS NOT LESS THAN HOG-ID-HOGAR
               INVALID KEY
                   GO TO F-IMPRIMO-HOGARES
           END-START.

       LEO-HOGAR-REPORTE.
           READ HOGARES NEXT RECORD
               AT END
                   PERFORM CIERRO-HOGAR-REPORTE
                       THRU F-CIERRO-HOGAR-REPORTE
                   GO TO F-IMPRIMO-HOGARES
           END-READ.
           IF ST-HOGARES > "07"
               DISPLAY "Error leyendo HOGARES (" ST-HOGARES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-IMPRIMO-HOGARES.
           IF WS-MIEMBROS-CANT > 0
            AND HOG-ID-HOGAR NOT = WS-HOGAR-REPORTE
               PERFORM CIERRO-HOGAR-REPORTE
                   THRU F-CIERRO-HOGAR-REPORTE.
           IF WS-MIEMBROS-CANT = 0
               MOVE HOG-ID-HOGAR       TO WS-HOGAR-REPORTE
               MOVE HOG-DIRECCION-NORM TO WS-DIR-REPORTE.
           ADD 1 TO WS-MIEMBROS-CANT.
           IF NOT HOG-AUTOMATICO
               ADD 1 TO WS-MIEMBROS-FIJADOS.
           IF WS-MIEMBROS-CANT <= WS-MAX-MIEMBROS
               MOVE HOG-ID-CLIENTE TO WS-MIE-ID (WS-MIEMBROS-CANT)
               MOVE HOG-ORIGEN     TO WS-MIE-ORIGEN (WS-MIEMBROS-CANT)
               MOVE HOG-ID-REFERENCIA
                   TO WS-MIE-REFERENCIA (WS-MIEMBROS-CANT).
           GO TO LEO-HOGAR-REPORTE.

       F-IMPRIMO-HOGARES.
           EXIT.

       CIERRO-HOGAR-REPORTE.
           IF WS-MIEMBROS-CANT = 0
               GO TO F-CIERRO-HOGAR-REPORTE.
           ADD 1 TO WS-TOTAL-HOGARES.
           IF WS-MIEMBROS-CANT > 1
               ADD 1 TO WS-TOTAL-HOGARES-MULTI
               ADD WS-MIEMBROS-CANT TO WS-TOTAL-CUENTAS-MULTI
               COMPUTE WS-SOBRES-AHORRADOS =
                   WS-SOBRES-AHORRADOS + WS-MIEMBROS-CANT - 1.
           IF WS-MIEMBROS-CANT > 1 OR WS-MIEMBROS-FIJADOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "HOGAR " WS-HOGAR-REPORTE "  CUENTAS "
                   WS-MIEMBROS-CANT "  " WS-DIR-REPORTE (1:60)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM IMPRIMO-MIEMBRO
                   VARYING WS-I-MIEMBRO FROM 1 BY 1
                   UNTIL WS-I-MIEMBRO > WS-MIEMBROS-CANT
                      OR WS-I-MIEMBRO > WS-MAX-MIEMBROS
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE 0 TO WS-MIEMBROS-CANT.
           MOVE 0 TO WS-MIEMBROS-FIJADOS.

       F-CIERRO-HOGAR-REPORTE.
           EXIT.

       IMPRIMO-MIEMBRO.
           MOVE WS-MIE-ID (WS-I-MIEMBRO) TO LMI-ID.
           MOVE WS-MIE-ID (WS-I-MIEMBRO) TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "(no esta en el maestro)" TO LMI-NOMBRE
               NOT INVALID KEY
                   MOVE CLI_NOMBRE TO LMI-NOMBRE
           END-READ.
           MOVE SPACE TO LMI-ORIGEN.
           EVALUATE WS-MIE-ORIGEN (WS-I-MIEMBRO)
               WHEN "S"
                   MOVE "SEPARADA POR OPERADOR" TO LMI-ORIGEN
               WHEN "U"
                   STRING "UNIDA A " WS-MIE-REFERENCIA (WS-I-MIEMBRO)
                       DELIMITED BY SIZE INTO LMI-ORIGEN
               WHEN OTHER
                   MOVE "MISMA DIRECCION" TO LMI-ORIGEN
           END-EVALUATE.
           MOVE LINEA-MIEMBRO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CUENTAS LEIDAS: " WS-TOTAL-CLIENTES
               "  OMITIDAS (CERRADAS O SIN DIRECCION): "
               WS-TOTAL-OMITIDOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "AGRUPADAS POR DIRECCION: " WS-TOTAL-AGRUPADOS
               "  NUEVAS: " WS-TOTAL-NUEVOS
               "  CAMBIARON DE HOGAR: " WS-TOTAL-CAMBIADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FIJADAS A MANO RESPETADAS: " WS-TOTAL-RESPETADOS
               "  CADUCADAS: " WS-TOTAL-CADUCADOS
               "  RETIRADAS DEL ARCHIVO: " WS-TOTAL-RETIRADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "HOGARES: " WS-TOTAL-HOGARES
               "  DE MAS DE UNA CUENTA: " WS-TOTAL-HOGARES-MULTI
               " (" WS-TOTAL-CUENTAS-MULTI " CUENTAS)"
               "  SOBRES AHORRADOS POR ENVIO: " WS-SOBRES-AHORRADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Hogares: " WS-TOTAL-HOGARES " de mas de una "
               "cuenta: " WS-TOTAL-HOGARES-MULTI
               " (ver reporte_hogares.txt)".

           COPY BANNER.

       END PROGRAM AGRUPA-HOGARES.
