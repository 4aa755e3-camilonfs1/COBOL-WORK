      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la tabla de categorias de reclamo
      *          (tipos_reclamo.dat, TIPORECL.cpy): un operador
      *          firmado de nivel 3 agrega o corrige una categoria
      *          (descripcion y plazo de respuesta en dias habiles),
      *          la borra o lista la tabla. La primera vez que se crea
      *          la tabla se siembran las categorias de uso comun.
      *          Cambiar el plazo no mueve la fecha limite de los
      *          casos ya registrados. Cada cambio queda en
      *          auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-TIPOS-RECLAMO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TIPOS-RECLAMO
                  ASSIGN TO "./tipos_reclamo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TRC-CODIGO
                  STATUS ST-TIPOS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TIPOS-RECLAMO.

           COPY TIPORECL.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-TIPOS       PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC X(4)  VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 TIPO-NUEVO      VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Categorias sembradas al crear la tabla: codigo, descripcion y
      * plazo de respuesta en dias habiles, en el formato de
      * TIPORECL.cpy.
       01  WS-TIPOS-BASE.
           05 FILLER PIC X(37) VALUE
              "SERVAtencion o servicio deficiente010".
           05 FILLER PIC X(37) VALUE
              "CARTCarta o comunicacion errada   005".
           05 FILLER PIC X(37) VALUE
              "COBRTrato del gestor de cobranza  005".
           05 FILLER PIC X(37) VALUE
              "FACTError de facturacion          010".
           05 FILLER PIC X(37) VALUE
              "OTROOtros reclamos                015".
       01  WS-TABLA-TIPOS-BASE REDEFINES WS-TIPOS-BASE.
           05 WS-TIPO-BASE OCCURS 5 TIMES.
               10 WS-BASE-CODIGO      PIC X(4).
               10 WS-BASE-DESCRIPCION PIC X(30).
               10 WS-BASE-DIAS        PIC 9(3).
       01  WS-BASE-I     PIC 99    VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-TIPOS-RECLAMO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Las categorias de reclamo requieren firma de "
                   "nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O TIPOS-RECLAMO.
           IF ST-TIPOS = "35"
               OPEN OUTPUT TIPOS-RECLAMO
               CLOSE TIPOS-RECLAMO
               OPEN I-O TIPOS-RECLAMO
               IF ST-TIPOS NOT > "07"
                   PERFORM SIEMBRO-TIPO
                       VARYING WS-BASE-I FROM 1 BY 1
                       UNTIL WS-BASE-I > 5
                   DISPLAY "Tabla creada con las categorias de "
                       "reclamo de uso comun."
               END-IF
           END-IF.
           IF ST-TIPOS > "07"
               DISPLAY "Error abriendo TIPOS-RECLAMO (" ST-TIPOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir categoria, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-TIPO THRU F-EDITO-TIPO
               WHEN "B" WHEN "b"
                   PERFORM BORRO-TIPO THRU F-BORRO-TIPO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-TIPOS THRU F-LISTO-TIPOS
               WHEN "S" WHEN "s"
                   CLOSE TIPOS-RECLAMO
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       SIEMBRO-TIPO.
           MOVE WS-BASE-CODIGO (WS-BASE-I)      TO TRC-CODIGO.
           MOVE WS-BASE-DESCRIPCION (WS-BASE-I) TO TRC-DESCRIPCION.
           MOVE WS-BASE-DIAS (WS-BASE-I)        TO TRC-DIAS-RESPUESTA.
           ACCEPT TRC-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO TRC-OPERADOR.
           WRITE REG-TIPO-RECLAMO
               INVALID KEY
                   CONTINUE
           END-WRITE.

       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Codigo de la categoria (SERV, CART, ...):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CODIGO TO TRC-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ TIPOS-RECLAMO KEY IS TRC-CODIGO
               INVALID KEY
                   SET TIPO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-TIPO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-TIPO.
           IF TIPO-NUEVO
               DISPLAY "Categoria nueva."
           ELSE
               DISPLAY "Actual: " TRC-DESCRIPCION " plazo "
                   TRC-DIAS-RESPUESTA " dias habiles".
           DISPLAY "Descripcion:".
           ACCEPT TRC-DESCRIPCION.
           IF TRC-DESCRIPCION = SPACE
               DISPLAY "La descripcion no puede quedar en blanco, "
                   "no se graba."
               GO TO F-EDITO-TIPO.
           DISPLAY "Plazo de respuesta en dias habiles:".
           ACCEPT TRC-DIAS-RESPUESTA.
           IF TRC-DIAS-RESPUESTA = 0
               DISPLAY "El plazo debe ser de al menos un dia, no se "
                   "graba."
               GO TO F-EDITO-TIPO.
           ACCEPT TRC-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO TRC-OPERADOR.
           IF TIPO-NUEVO
               WRITE REG-TIPO-RECLAMO
           ELSE
               REWRITE REG-TIPO-RECLAMO.
           IF ST-TIPOS > "07"
               DISPLAY "Error grabando la categoria (" ST-TIPOS ")."
               GO TO F-EDITO-TIPO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Categoria reclamo " TRC-CODIGO " plazo "
               TRC-DIAS-RESPUESTA "d " TRC-DESCRIPCION
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Categoria grabada.".

       F-EDITO-TIPO.
           EXIT.

       BORRO-TIPO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-TIPO.
           IF TIPO-NUEVO
               DISPLAY "Esa categoria no existe."
               GO TO F-BORRO-TIPO.
           DELETE TIPOS-RECLAMO RECORD.
           IF ST-TIPOS > "07"
               DISPLAY "Error borrando la categoria (" ST-TIPOS ")."
               GO TO F-BORRO-TIPO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Categoria reclamo " TRC-CODIGO " borrada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Categoria borrada; los casos ya registrados la "
               "conservan.".

       F-BORRO-TIPO.
           EXIT.

       LISTO-TIPOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO TRC-CODIGO.
           START TIPOS-RECLAMO KEY IS NOT LESS THAN TRC-CODIGO
               INVALID KEY
                   DISPLAY "No hay categorias de reclamo."
                   GO TO F-LISTO-TIPOS
           END-START.

       LEO-TIPO-LISTA.
           READ TIPOS-RECLAMO NEXT RECORD
               AT END
                   GO TO CIERRO-LISTA
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " TRC-CODIGO " " TRC-DESCRIPCION " "
               TRC-DIAS-RESPUESTA " dias habiles".
           GO TO LEO-TIPO-LISTA.

       CIERRO-LISTA.
           DISPLAY "Categorias listadas: " WS-TOTAL-LISTADOS.

       F-LISTO-TIPOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "TIPO-RECL"  TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-TIPOS-RECLAMO.
