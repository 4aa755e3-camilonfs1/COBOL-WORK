      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la tabla de motivos de cierre de
      *          cuenta (motivos_cierre.dat, MOTIVOCIE.cpy) que exige
      *          la opcion (O)stado de INICIO_2 al cerrar una cuenta:
      *          un operador firmado de nivel 3 agrega o corrige un
      *          motivo (codigo, descripcion, voluntario o
      *          involuntario), lo borra, o lista los vigentes. La
      *          primera vez que se crea la tabla se siembran los
      *          motivos de uso comun, incluido "INA" que estampa la
      *          purga. Cada cambio queda en auditoria.dat. Los
      *          cierres ya estampados conservan su codigo aunque el
      *          motivo se borre despues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-MOTIVOS-CIERRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MOTIVOS-CIERRE
                  ASSIGN TO "./motivos_cierre.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MTC-CODIGO
                  STATUS ST-MOTIVOS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOTIVOS-CIERRE.

           COPY MOTIVOCIE.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-MOTIVOS    PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC X(3)  VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 MOTIVO-NUEVO    VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Motivos sembrados al crear la tabla: codigo, tipo y
      * descripcion, en el formato de MOTIVOCIE.cpy.
       01  WS-MOTIVOS-BASE.
           05 FILLER PIC X(34) VALUE
              "MUDVSe mudo fuera de la zona      ".
           05 FILLER PIC X(34) VALUE
              "COMVSe cambio a la competencia    ".
           05 FILLER PIC X(34) VALUE
              "PREVPrecio o condiciones          ".
           05 FILLER PIC X(34) VALUE
              "SERVInsatisfecho con el servicio  ".
           05 FILLER PIC X(34) VALUE
              "FALIFallecido                     ".
           05 FILLER PIC X(34) VALUE
              "CASICartera castigada             ".
           05 FILLER PIC X(34) VALUE
              "DUPIDuplicado fusionado           ".
           05 FILLER PIC X(34) VALUE
              "CIEICierre del negocio del cliente".
           05 FILLER PIC X(34) VALUE
              "INAIInactividad (purga)           ".
           05 FILLER PIC X(34) VALUE
              "OTRVOtro motivo                   ".
       01  WS-TABLA-MOTIVOS-BASE REDEFINES WS-MOTIVOS-BASE.
           05 WS-MOTIVO-BASE OCCURS 10 TIMES.
               10 WS-BASE-CODIGO      PIC X(3).
               10 WS-BASE-TIPO        PIC X.
               10 WS-BASE-DESCRIPCION PIC X(30).
       01  WS-BASE-I     PIC 99    VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-MOTIVOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los motivos de cierre exigen firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOTIVOS-CIERRE.
           IF ST-MOTIVOS = "35"
               OPEN OUTPUT MOTIVOS-CIERRE
               CLOSE MOTIVOS-CIERRE
               OPEN I-O MOTIVOS-CIERRE
               IF ST-MOTIVOS NOT > "07"
                   PERFORM SIEMBRO-MOTIVO
                       VARYING WS-BASE-I FROM 1 BY 1
                       UNTIL WS-BASE-I > 10
                   DISPLAY "Tabla de motivos creada con los motivos "
                       "de uso comun."
               END-IF
           END-IF.
           IF ST-MOTIVOS > "07"
               DISPLAY "Error abriendo MOTIVOS-CIERRE (" ST-MOTIVOS
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir motivo, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-MOTIVO THRU F-EDITO-MOTIVO
               WHEN "B" WHEN "b"
                   PERFORM BORRO-MOTIVO THRU F-BORRO-MOTIVO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-MOTIVOS THRU F-LISTO-MOTIVOS
               WHEN "S" WHEN "s"
                   CLOSE MOTIVOS-CIERRE
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       SIEMBRO-MOTIVO.
           MOVE WS-BASE-CODIGO (WS-BASE-I)      TO MTC-CODIGO.
           MOVE WS-BASE-DESCRIPCION (WS-BASE-I) TO MTC-DESCRIPCION.
           MOVE WS-BASE-TIPO (WS-BASE-I)        TO MTC-TIPO.
           ACCEPT MTC-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO MTC-OPERADOR.
           WRITE REG-MOTIVO-CIERRE
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      * Pide el codigo del motivo y deja el registro leido si ya
      * existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Codigo del motivo (3 letras):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CODIGO TO MTC-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ MOTIVOS-CIERRE KEY IS MTC-CODIGO
               INVALID KEY
                   SET MOTIVO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-MOTIVO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-MOTIVO.
           IF MOTIVO-NUEVO
               DISPLAY "Motivo nuevo."
           ELSE
               DISPLAY "Motivo actual: " MTC-DESCRIPCION " ("
                   MTC-TIPO ")".
           DISPLAY "Descripcion:".
           ACCEPT MTC-DESCRIPCION.
           IF MTC-DESCRIPCION = SPACE
               DISPLAY "La descripcion no puede quedar en blanco, "
                   "no se graba."
               GO TO F-EDITO-MOTIVO.
           DISPLAY "Perdida (V)oluntaria o (I)nvoluntaria?".
           ACCEPT MTC-TIPO.
           IF MTC-TIPO = "v" MOVE "V" TO MTC-TIPO END-IF.
           IF MTC-TIPO = "i" MOVE "I" TO MTC-TIPO END-IF.
           IF NOT MTC-VOLUNTARIO AND NOT MTC-INVOLUNTARIO
               DISPLAY "Tipo invalido, no se graba."
               GO TO F-EDITO-MOTIVO.
           ACCEPT MTC-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO MTC-OPERADOR.
           IF MOTIVO-NUEVO
               WRITE REG-MOTIVO-CIERRE
           ELSE
               REWRITE REG-MOTIVO-CIERRE.
           IF ST-MOTIVOS > "07"
               DISPLAY "Error grabando el motivo (" ST-MOTIVOS ")."
               GO TO F-EDITO-MOTIVO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Motivo de cierre " MTC-CODIGO " " MTC-TIPO " "
               MTC-DESCRIPCION
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Motivo grabado.".

       F-EDITO-MOTIVO.
           EXIT.

       BORRO-MOTIVO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-MOTIVO.
           IF MOTIVO-NUEVO
               DISPLAY "No hay motivo con ese codigo."
               GO TO F-BORRO-MOTIVO.
           DELETE MOTIVOS-CIERRE RECORD.
           IF ST-MOTIVOS > "07"
               DISPLAY "Error borrando el motivo (" ST-MOTIVOS ")."
               GO TO F-BORRO-MOTIVO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Motivo de cierre " MTC-CODIGO " borrado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Motivo borrado.".

       F-BORRO-MOTIVO.
           EXIT.

       LISTO-MOTIVOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO MTC-CODIGO.
           START MOTIVOS-CIERRE KEY IS NOT LESS THAN MTC-CODIGO
               INVALID KEY
                   DISPLAY "No hay motivos cargados."
                   GO TO F-LISTO-MOTIVOS
           END-START.

       LEO-MOTIVO-LISTA.
           READ MOTIVOS-CIERRE NEXT RECORD
               AT END
                   DISPLAY "Motivos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-MOTIVOS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " MTC-CODIGO " " MTC-TIPO " " MTC-DESCRIPCION
               " (" MTC-OPERADOR " " MTC-FECHA-ALTA ")".
           GO TO LEO-MOTIVO-LISTA.

       F-LISTO-MOTIVOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "MOTIVO"     TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-MOTIVOS-CIERRE.
