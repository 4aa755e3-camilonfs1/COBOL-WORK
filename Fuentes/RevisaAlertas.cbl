      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Funcion de supervisor sobre las alertas de
      *          cumplimiento (alertas.dat, ALERTA.cpy) que levanta
      *          MONITOREO-OPERACIONES. Modo (R)evisar: ofrece cada
      *          alerta abierta con el cliente y el supervisor firmado
      *          (nivel de baja) la cierra con su comentario como
      *          revisada -- sin reporte -- o como informada a la
      *          autoridad, o la deja pendiente; cada cierre queda en
      *          auditoria.dat. Modo (E)xtracto: arma el extracto
      *          regulatorio fechado de las alertas informadas que aun
      *          no salieron (registro H de control, un D por alerta y
      *          un T con conteo y total) y les marca la fecha del
      *          extracto; repetido el mismo dia vuelve a sacar las
      *          mismas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La alerta de un cliente de una empresa que
      *                     el supervisor no tiene autorizada no se
      *                     ofrece ni sale en su extracto
      *                     (AUTORIZO-EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-ALERTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL ALERTAS ASSIGN TO "./alertas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ALE-CLAVE
                  STATUS ST-ALERTAS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT EXTRACTO ASSIGN TO WS-EXTRACTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-EXTRACTO.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  ALERTAS.

           COPY ALERTA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

      * Extracto regulatorio: H de control, un D por alerta informada
      * y T con el conteo y el total de valores.
       FD  EXTRACTO.
       01  REG-EXTRACTO.
           05 EXT-TIPO-REG      PIC X.
           05 EXT-DATOS         PIC X(259).
       01  REG-EXT-CABECERA.
           05 FILLER            PIC X.
           05 EXH-FECHA         PIC 9(8).
           05 EXH-ENTIDAD       PIC X(30).
           05 FILLER            PIC X(221).
       01  REG-EXT-DETALLE.
           05 FILLER            PIC X.
           05 EXD-ID-CLIENTE    PIC 9(8).
           05 EXD-NOMBRE        PIC X(60).
           05 EXD-FECHA         PIC 9(8).
           05 EXD-REGLA         PIC X(10).
           05 EXD-CANTIDAD      PIC 9(5).
           05 EXD-VALOR         PIC 9(9)V9(3).
           05 EXD-DETALLE       PIC X(60).
           05 EXD-REVISOR       PIC X(8).
           05 EXD-FECHA-REVISION PIC 9(8).
           05 EXD-COMENTARIO    PIC X(60).
       01  REG-EXT-CIERRE.
           05 FILLER            PIC X.
           05 EXT-CANTIDAD      PIC 9(7).
           05 EXT-TOTAL         PIC 9(11)V9(3).
           05 FILLER            PIC X(238).

       FD  GENERACIONES.

           COPY GENREG.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-ALERTAS       PIC XX VALUE SPACE.
       01  ST-AUDITORIA     PIC XX VALUE SPACE.
       01  ST-EXTRACTO      PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-MODO         PIC X VALUE SPACE.
       01  WS-DECISION     PIC X VALUE SPACE.
       01  WS-COMENTARIO   PIC X(60) VALUE SPACE.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-EXTRACTO-PATH PIC X(60) VALUE SPACE.
       01  WS-NOMBRE       PIC X(60) VALUE SPACE.
       01  WS-CLIENTE-AJENO-SW PIC X VALUE "N".
           88 CLIENTE-AJENO VALUE "S".
       01  WS-FIN-REVISION-SW PIC X VALUE "N".
           88 FIN-REVISION  VALUE "S".

       01  WS-TOTAL-ABIERTAS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-REVISADAS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-INFORMADAS PIC 9(5) VALUE 0.
       01  WS-TOTAL-EXTRAIDAS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXTRACTO   PIC S9(11)V9(3) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REVISA-ALERTAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Se requiere firma de supervisor (nivel de "
                   "baja), el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Modo: (R)evisar alertas abiertas o (E)xtracto "
               "regulatorio?".
           ACCEPT WS-MODO.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           IF WS-MODO = "E" OR WS-MODO = "e"
               PERFORM ARMO-EXTRACTO THRU F-ARMO-EXTRACTO
           ELSE
               PERFORM REVISO-ABIERTAS THRU F-REVISO-ABIERTAS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O ALERTAS.
           IF ST-ALERTAS = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS.
           IF ST-ALERTAS > "07"
               DISPLAY "Error abriendo ALERTAS (" ST-ALERTAS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Ofrece cada alerta abierta al supervisor: revisada o informada
      * exigen comentario; pendiente la deja como esta.
      ******************************************************************
       REVISO-ABIERTAS.
           MOVE LOW-VALUES TO ALE-CLAVE.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
               INVALID KEY
                   DISPLAY "No hay alertas registradas."
                   GO TO F-REVISO-ABIERTAS
           END-START.

       LEO-ABIERTA.
           READ ALERTAS NEXT RECORD
               AT END
                   GO TO F-REVISO-ABIERTAS
           END-READ.
           IF ST-ALERTAS > "07" AND ST-ALERTAS NOT = "10"
               DISPLAY "Error leyendo ALERTAS (" ST-ALERTAS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REVISO-ABIERTAS.
           IF NOT ALERTA-ABIERTA
               GO TO LEO-ABIERTA.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           IF CLIENTE-AJENO
               GO TO LEO-ABIERTA.
           ADD 1 TO WS-TOTAL-ABIERTAS.
           DISPLAY "Alerta " ALE-REGLA " del " ALE-FECHA
               ": cliente " ALE-ID-CLIENTE " " WS-NOMBRE (1:30).
           DISPLAY "  " ALE-DETALLE.
           DISPLAY "  Movimientos: " ALE-CANTIDAD " valor: "
               ALE-VALOR.
           DISPLAY "(R)evisada sin reporte, (I)nformar a la "
               "autoridad, (P)endiente o (S)alir?".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "R" WHEN "r"
                   PERFORM CIERRO-ALERTA THRU F-CIERRO-ALERTA
               WHEN "I" WHEN "i"
                   PERFORM CIERRO-ALERTA THRU F-CIERRO-ALERTA
               WHEN "S" WHEN "s"
                   GO TO F-REVISO-ABIERTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO LEO-ABIERTA.

       F-REVISO-ABIERTAS.
           EXIT.

      ******************************************************************
      * Cierre de la alerta en curso con el comentario del supervisor.
      ******************************************************************
       CIERRO-ALERTA.
           DISPLAY "Comentario de cierre (obligatorio):".
           ACCEPT WS-COMENTARIO.
           IF WS-COMENTARIO = SPACE
               DISPLAY "Sin comentario la alerta queda abierta."
               GO TO F-CIERRO-ALERTA.
           IF WS-DECISION = "I" OR WS-DECISION = "i"
               MOVE "I" TO ALE-ESTADO
           ELSE
               MOVE "R" TO ALE-ESTADO.
           MOVE WS-OPERADOR-FIRMADO TO ALE-REVISOR.
           MOVE WS-FECHA-HOY        TO ALE-FECHA-REVISION.
           MOVE WS-COMENTARIO       TO ALE-COMENTARIO.
           REWRITE REG-ALERTA.
           IF ST-ALERTAS > "07"
               DISPLAY "Error cerrando la alerta (" ST-ALERTAS ")."
               GO TO F-CIERRO-ALERTA.
           IF ALERTA-INFORMADA
               ADD 1 TO WS-TOTAL-INFORMADAS
           ELSE
               ADD 1 TO WS-TOTAL-REVISADAS.
           MOVE "ALERTA"       TO AUD-OPERACION.
           MOVE ALE-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING ALE-REGLA " " ALE-FECHA " estado " ALE-ESTADO ": "
               WS-COMENTARIO (1:29)
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Alerta cerrada.".

       F-CIERRO-ALERTA.
           EXIT.

      ******************************************************************
      * Nombre del cliente de la alerta. El de una empresa que el
      * supervisor no tiene autorizada queda como ajeno y la alerta
      * no se muestra.
      ******************************************************************
       BUSCO-NOMBRE.
           MOVE "N" TO WS-CLIENTE-AJENO-SW.
           MOVE ALE-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NO EXISTE)" TO WS-NOMBRE
                   GO TO F-BUSCO-NOMBRE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               MOVE "S" TO WS-CLIENTE-AJENO-SW
               GO TO F-BUSCO-NOMBRE.
           MOVE CLI_NOMBRE TO WS-NOMBRE.

       F-BUSCO-NOMBRE.
           EXIT.

      ******************************************************************
      * Extracto regulatorio de las alertas informadas que no han
      * salido (o que salieron hoy, si el extracto se repite).
      ******************************************************************
       ARMO-EXTRACTO.
           MOVE SPACE TO WS-EXTRACTO-PATH.
           STRING "./extracto_alertas_" WS-FECHA-HOY ".dat"
               DELIMITED BY SIZE INTO WS-EXTRACTO-PATH.
           OPEN OUTPUT EXTRACTO.
           IF ST-EXTRACTO > "07"
               DISPLAY "Error abriendo EXTRACTO (" ST-EXTRACTO ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-ARMO-EXTRACTO.
           MOVE SPACE TO REG-EXTRACTO.
           MOVE "H" TO EXT-TIPO-REG.
           MOVE WS-FECHA-HOY TO EXH-FECHA.
           MOVE "CARTERA DE CLIENTES" TO EXH-ENTIDAD.
           WRITE REG-EXTRACTO.
           MOVE LOW-VALUES TO ALE-CLAVE.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
               INVALID KEY
                   GO TO CIERRO-EXTRACTO
           END-START.

       LEO-INFORMADA.
           READ ALERTAS NEXT RECORD
               AT END
                   GO TO CIERRO-EXTRACTO
           END-READ.
           IF NOT ALERTA-INFORMADA
               GO TO LEO-INFORMADA.
           IF ALE-FECHA-EXTRACTO NOT = 0
            AND ALE-FECHA-EXTRACTO NOT = WS-FECHA-HOY
               GO TO LEO-INFORMADA.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           IF CLIENTE-AJENO
               GO TO LEO-INFORMADA.
           MOVE SPACE TO REG-EXTRACTO.
           MOVE "D" TO EXT-TIPO-REG.
           MOVE ALE-ID-CLIENTE     TO EXD-ID-CLIENTE.
           MOVE WS-NOMBRE          TO EXD-NOMBRE.
           MOVE ALE-FECHA          TO EXD-FECHA.
           MOVE ALE-REGLA          TO EXD-REGLA.
           MOVE ALE-CANTIDAD       TO EXD-CANTIDAD.
           MOVE ALE-VALOR          TO EXD-VALOR.
           MOVE ALE-DETALLE        TO EXD-DETALLE.
           MOVE ALE-REVISOR        TO EXD-REVISOR.
           MOVE ALE-FECHA-REVISION TO EXD-FECHA-REVISION.
           MOVE ALE-COMENTARIO     TO EXD-COMENTARIO.
           WRITE REG-EXTRACTO.
           IF ST-EXTRACTO > "07"
               DISPLAY "Error grabando el extracto (" ST-EXTRACTO ")"
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-EXTRACTO.
           ADD 1 TO WS-TOTAL-EXTRAIDAS.
           ADD ALE-VALOR TO WS-TOTAL-EXTRACTO.
           MOVE WS-FECHA-HOY TO ALE-FECHA-EXTRACTO.
           REWRITE REG-ALERTA.
           IF ST-ALERTAS > "07"
               DISPLAY "Error marcando la alerta del cliente "
                   ALE-ID-CLIENTE " (" ST-ALERTAS ")"
               MOVE 16 TO RETURN-CODE.
           GO TO LEO-INFORMADA.

       CIERRO-EXTRACTO.
           MOVE SPACE TO REG-EXTRACTO.
           MOVE "T" TO EXT-TIPO-REG.
           MOVE WS-TOTAL-EXTRAIDAS TO EXT-CANTIDAD.
           MOVE WS-TOTAL-EXTRACTO  TO EXT-TOTAL.
           WRITE REG-EXTRACTO.
           CLOSE EXTRACTO.
           MOVE "EXTRACTO"     TO AUD-OPERACION.
           MOVE 0              TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Extracto regulatorio de alertas con "
               WS-TOTAL-EXTRAIDAS " alertas informadas"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           DISPLAY "Extracto generado en " WS-EXTRACTO-PATH ".".

       F-ARMO-EXTRACTO.
           EXIT.

      ******************************************************************
      * Deja la generacion fechada del extracto anotada en el
      * registro de generaciones.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "extracto_alertas" TO GEN-BASE.
           MOVE WS-FECHA-HOY     TO GEN-FECHA.
           MOVE WS-EXTRACTO-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       IMPRIMO-RESUMEN.
           IF WS-MODO = "E" OR WS-MODO = "e"
               DISPLAY "Alertas informadas en el extracto: "
                   WS-TOTAL-EXTRAIDAS
           ELSE
               DISPLAY "Alertas abiertas ofrecidas: "
                   WS-TOTAL-ABIERTAS
               DISPLAY "Cerradas como revisadas   : "
                   WS-TOTAL-REVISADAS
               DISPLAY "Cerradas como informadas  : "
                   WS-TOTAL-INFORMADAS.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ALERTAS.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REVISA-ALERTAS.
