      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la tabla de campanas de mercadeo
      *          (campanas.dat, CAMPANA.cpy): un operador firmado de
      *          nivel 2 agrega o corrige una campana (codigo,
      *          descripcion, medio, fechas de vigencia y costo) o
      *          lista las registradas; borrar exige nivel 3. El
      *          codigo de la campana es el que se captura con el
      *          prospecto y viaja hasta el maestro; las cuentas ya
      *          estampadas conservan su codigo aunque la campana se
      *          borre despues (REPORTE-CAMPANAS las muestra como no
      *          registradas). Cada cambio queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CAMPANAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CMPSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMPANAS.

           COPY CAMPANA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-CAMPANAS   PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC X(6)  VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 CAMPANA-NUEVA   VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Validacion de las fechas de vigencia tecleadas.
       01  WS-FECHA-VALIDAR  PIC 9(8) VALUE 0.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-VALIDAR.
           05 WS-FV-ANO      PIC 9(4).
           05 WS-FV-MES      PIC 99.
           05 WS-FV-DIA      PIC 99.
       01  WS-FECHA-SW       PIC X VALUE "N".
           88 FECHA-VALIDA       VALUE "S".

       01  WS-COSTO-EDITADO  PIC Z(8)9,999.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-CAMPANAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Las campanas de mercadeo exigen firma de "
                   "nivel 2, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O CAMPANAS.
           IF ST-CAMPANAS = "35"
               OPEN OUTPUT CAMPANAS
               CLOSE CAMPANAS
               OPEN I-O CAMPANAS.
           IF ST-CAMPANAS > "07"
               DISPLAY "Error abriendo CAMPANAS (" ST-CAMPANAS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir campana, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-CAMPANA THRU F-EDITO-CAMPANA
               WHEN "B" WHEN "b"
                   PERFORM BORRO-CAMPANA THRU F-BORRO-CAMPANA
               WHEN "L" WHEN "l"
                   PERFORM LISTO-CAMPANAS THRU F-LISTO-CAMPANAS
               WHEN "S" WHEN "s"
                   CLOSE CAMPANAS
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide el codigo de la campana y deja el registro leido si ya
      * existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Codigo de la campana (hasta 6 posiciones):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CODIGO TO CMP-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ CAMPANAS KEY IS CMP-CODIGO
               INVALID KEY
                   SET CAMPANA-NUEVA TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-CAMPANA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-CAMPANA.
           IF CAMPANA-NUEVA
               DISPLAY "Campana nueva."
           ELSE
               MOVE CMP-COSTO TO WS-COSTO-EDITADO
               DISPLAY "Campana actual: " CMP-DESCRIPCION " ("
                   CMP-MEDIO ") del " CMP-FECHA-INICIO " al "
                   CMP-FECHA-FIN " costo " WS-COSTO-EDITADO.
           DISPLAY "Descripcion:".
           ACCEPT CMP-DESCRIPCION.
           IF CMP-DESCRIPCION = SPACE
               DISPLAY "La descripcion no puede quedar en blanco, "
                   "no se graba."
               GO TO F-EDITO-CAMPANA.
           DISPLAY "Medio: (C)orreo directo, (P)ublicidad, "
               "(R)eferidos u (O)tro:".
           ACCEPT CMP-MEDIO.
           INSPECT CMP-MEDIO CONVERTING "cpro" TO "CPRO".
           IF NOT CMP-MEDIO-VALIDO
               DISPLAY "Medio invalido, no se graba."
               GO TO F-EDITO-CAMPANA.
           DISPLAY "Fecha de inicio (AAAAMMDD):".
           ACCEPT CMP-FECHA-INICIO.
           MOVE CMP-FECHA-INICIO TO WS-FECHA-VALIDAR.
           PERFORM VALIDO-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "Fecha de inicio invalida, no se graba."
               GO TO F-EDITO-CAMPANA.
           DISPLAY "Fecha fin (AAAAMMDD, cero = sin fin):".
           ACCEPT CMP-FECHA-FIN.
           IF CMP-FECHA-FIN NOT NUMERIC
               MOVE 0 TO CMP-FECHA-FIN.
           IF CMP-FECHA-FIN NOT = 0
               MOVE CMP-FECHA-FIN TO WS-FECHA-VALIDAR
               PERFORM VALIDO-FECHA
               IF NOT FECHA-VALIDA
                OR CMP-FECHA-FIN < CMP-FECHA-INICIO
                   DISPLAY "Fecha fin invalida o anterior al inicio, "
                       "no se graba."
                   GO TO F-EDITO-CAMPANA
               END-IF
           END-IF.
           DISPLAY "Costo total de la campana:".
           ACCEPT CMP-COSTO.
           IF CMP-COSTO NOT NUMERIC
               DISPLAY "Costo invalido, no se graba."
               GO TO F-EDITO-CAMPANA.
           ACCEPT CMP-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO CMP-OPERADOR.
           IF CAMPANA-NUEVA
               WRITE REG-CAMPANA
           ELSE
               REWRITE REG-CAMPANA.
           IF ST-CAMPANAS > "07"
               DISPLAY "Error grabando la campana (" ST-CAMPANAS ")."
               GO TO F-EDITO-CAMPANA.
           MOVE CMP-COSTO TO WS-COSTO-EDITADO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Campana " CMP-CODIGO " " CMP-MEDIO " "
               CMP-FECHA-INICIO "-" CMP-FECHA-FIN " costo "
               WS-COSTO-EDITADO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Campana grabada.".

       F-EDITO-CAMPANA.
           EXIT.

       VALIDO-FECHA.
           MOVE "N" TO WS-FECHA-SW.
           IF WS-FECHA-VALIDAR NUMERIC
            AND WS-FV-ANO > 1900
            AND WS-FV-MES > 0 AND WS-FV-MES < 13
            AND WS-FV-DIA > 0 AND WS-FV-DIA < 32
               SET FECHA-VALIDA TO TRUE.

       BORRO-CAMPANA.
           IF NOT PUEDE-BORRAR
               DISPLAY "Borrar una campana exige firma de nivel 3."
               GO TO F-BORRO-CAMPANA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-CAMPANA.
           IF CAMPANA-NUEVA
               DISPLAY "No hay campana con ese codigo."
               GO TO F-BORRO-CAMPANA.
           DELETE CAMPANAS RECORD.
           IF ST-CAMPANAS > "07"
               DISPLAY "Error borrando la campana (" ST-CAMPANAS ")."
               GO TO F-BORRO-CAMPANA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Campana " CMP-CODIGO " borrada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Campana borrada.".

       F-BORRO-CAMPANA.
           EXIT.

       LISTO-CAMPANAS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO CMP-CODIGO.
           START CAMPANAS KEY IS NOT LESS THAN CMP-CODIGO
               INVALID KEY
                   DISPLAY "No hay campanas cargadas."
                   GO TO F-LISTO-CAMPANAS
           END-START.

       LEO-CAMPANA-LISTA.
           READ CAMPANAS NEXT RECORD
               AT END
                   DISPLAY "Campanas listadas: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-CAMPANAS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE CMP-COSTO TO WS-COSTO-EDITADO.
           DISPLAY "  " CMP-CODIGO " " CMP-MEDIO " " CMP-DESCRIPCION
               " " CMP-FECHA-INICIO "-" CMP-FECHA-FIN " "
               WS-COSTO-EDITADO.
           GO TO LEO-CAMPANA-LISTA.

       F-LISTO-CAMPANAS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "CAMPANA"    TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-CAMPANAS.
