      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de los perfiles de los bancos de
      *          recaudo (perfiles_banco.dat, PERFBANCO.cpy): por
      *          cada banco donde tenemos cuenta de recaudo, nuestra
      *          cuenta alli, el layout de su archivo de pagos y del
      *          cobro por domiciliacion, sus reglas de encabezado y
      *          cola, y cual es el banco principal. Funcion de nivel
      *          3: agrega o corrige un perfil, lo activa o lo
      *          retira, o lista la tabla. El codigo debe estar en el
      *          directorio de bancos (bancos.dat) y solo un perfil
      *          activo puede ser el principal. Cada cambio queda en
      *          auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PERFILES-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY PERFBSEL.

           SELECT OPTIONAL BANCOS ASSIGN TO "./bancos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BAN-CODIGO
                  STATUS ST-BANCOS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERFILES-BANCO.

           COPY PERFBANCO.

       FD  BANCOS.

           COPY BANCO.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-PERFILES   PIC XX VALUE SPACE.
       01  ST-BANCOS     PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X    VALUE SPACE.
       01  WS-CODIGO     PIC X(4) VALUE SPACE.
       01  WS-EXISTE-SW  PIC X    VALUE "N".
           88 PERFIL-EXISTE   VALUE "S".
       01  WS-DIRECTORIO-SW PIC X VALUE "N".
           88 DIRECTORIO-DISPONIBLE VALUE "S".
       01  WS-TOTAL-LISTADOS   PIC 9(5) VALUE 0.

      * Perfil en edicion, guardado mientras se busca otro principal
      * activo en la tabla.
       01  WS-PERFIL-EDITADO   PIC X(80) VALUE SPACE.
       01  WS-OTRO-PRINCIPAL   PIC X(4)  VALUE SPACE.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-PERFILES-BANCO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                     TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los perfiles de los bancos de recaudo exigen "
                   "firma de nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O PERFILES-BANCO.
           IF ST-PERFILES = "35"
               OPEN OUTPUT PERFILES-BANCO
               CLOSE PERFILES-BANCO
               OPEN I-O PERFILES-BANCO.
           IF ST-PERFILES > "07"
               DISPLAY "Error abriendo PERFILES-BANCO (" ST-PERFILES
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT BANCOS.
           IF ST-BANCOS = "00"
               SET DIRECTORIO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "Directorio de bancos no disponible, el codigo "
                   "no se podra validar.".
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir perfil, (E)stado "
               "activo/retirado, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-PERFIL THRU F-EDITO-PERFIL
               WHEN "E" WHEN "e"
                   PERFORM CAMBIO-ESTADO THRU F-CAMBIO-ESTADO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-PERFILES THRU F-LISTO-PERFILES
               WHEN "S" WHEN "s"
                   CLOSE PERFILES-BANCO
                   IF DIRECTORIO-DISPONIBLE
                       CLOSE BANCOS
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       LEO-PERFIL.
           MOVE "N" TO WS-EXISTE-SW.
           MOVE WS-CODIGO TO PBA-CODIGO.
           READ PERFILES-BANCO KEY IS PBA-CODIGO
               INVALID KEY
                   GO TO F-LEO-PERFIL
           END-READ.
           SET PERFIL-EXISTE TO TRUE.

       F-LEO-PERFIL.
           EXIT.

      ******************************************************************
      * Alta o correccion de un perfil. El codigo es el del directorio
      * de bancos, el mismo de las posiciones 1 a 4 de la cuenta del
      * cliente, que es como se rutean los mandatos.
      ******************************************************************
       EDITO-PERFIL.
           DISPLAY "Codigo del banco (4 posiciones):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-EDITO-PERFIL.
           IF DIRECTORIO-DISPONIBLE
               MOVE WS-CODIGO TO BAN-CODIGO
               READ BANCOS KEY IS BAN-CODIGO
                   INVALID KEY
                       DISPLAY "El banco " WS-CODIGO " no esta en el "
                           "directorio de bancos, carguelo primero "
                           "con MANTIENE-BANCOS."
                       GO TO F-EDITO-PERFIL
               END-READ
           END-IF.
           PERFORM LEO-PERFIL THRU F-LEO-PERFIL.
           IF PERFIL-EXISTE
               DISPLAY "Actual: " PBA-NOMBRE " cuenta "
                   PBA-CUENTA-RECAUDO
               DISPLAY "        pagos " PBA-FMT-PAGOS " cobro "
                   PBA-FMT-GIRO " control " PBA-CONTROL-PAGOS
                   " secuencia " PBA-VALIDA-SECUENCIA " cta-enc "
                   PBA-CUENTA-ENCABEZADO " principal " PBA-PRINCIPAL
                   " activo " PBA-ACTIVO
           ELSE
               MOVE SPACE TO REG-PERFIL-BANCO
               MOVE WS-CODIGO TO PBA-CODIGO
               MOVE "S" TO PBA-ACTIVO
               IF DIRECTORIO-DISPONIBLE
                   MOVE BAN-NOMBRE TO PBA-NOMBRE
               END-IF
               DISPLAY "Perfil nuevo.".
           DISPLAY "Nombre:".
           ACCEPT PBA-NOMBRE.
           DISPLAY "Nuestra cuenta de recaudo en el banco:".
           ACCEPT PBA-CUENTA-RECAUDO.
           DISPLAY "Archivo de pagos: (P)ropio o (A)sobancaria:".
           ACCEPT PBA-FMT-PAGOS.
           DISPLAY "Archivo de cobro: (P)ropio o (A)sobancaria:".
           ACCEPT PBA-FMT-GIRO.
           DISPLAY "Encabezado y totales del archivo de pagos: "
               "(O)bligatorios o (P)ermitir formato viejo:".
           ACCEPT PBA-CONTROL-PAGOS.
           DISPLAY "Validar la secuencia de transmision? (S/N)".
           ACCEPT PBA-VALIDA-SECUENCIA.
           DISPLAY "Nuestra cuenta en el encabezado del cobro? (S/N)".
           ACCEPT PBA-CUENTA-ENCABEZADO.
           DISPLAY "Banco principal? (S/N)".
           ACCEPT PBA-PRINCIPAL.
           IF PBA-NOMBRE = SPACE OR PBA-CUENTA-RECAUDO = SPACE
            OR NOT PBA-FMT-PAGOS-VALIDO OR NOT PBA-FMT-GIRO-VALIDO
            OR NOT PBA-CONTROL-VALIDO
            OR (PBA-VALIDA-SECUENCIA NOT = "S"
                AND PBA-VALIDA-SECUENCIA NOT = "N")
            OR (PBA-CUENTA-ENCABEZADO NOT = "S"
                AND PBA-CUENTA-ENCABEZADO NOT = "N")
            OR (PBA-PRINCIPAL NOT = "S" AND PBA-PRINCIPAL NOT = "N")
               DISPLAY "Datos invalidos, no se graba."
               GO TO F-EDITO-PERFIL.
           IF PBA-BANCO-PRINCIPAL AND PBA-PERFIL-ACTIVO
               MOVE REG-PERFIL-BANCO TO WS-PERFIL-EDITADO
               PERFORM BUSCO-OTRO-PRINCIPAL
                   THRU F-BUSCO-OTRO-PRINCIPAL
               MOVE WS-PERFIL-EDITADO TO REG-PERFIL-BANCO
               IF WS-OTRO-PRINCIPAL NOT = SPACE
                   DISPLAY "El banco " WS-OTRO-PRINCIPAL " ya es el "
                       "principal; quitele la marca primero. No se "
                       "graba."
                   GO TO F-EDITO-PERFIL
               END-IF
           END-IF.
           IF PERFIL-EXISTE
               REWRITE REG-PERFIL-BANCO
           ELSE
               WRITE REG-PERFIL-BANCO.
           IF ST-PERFILES > "07"
               DISPLAY "Error grabando el perfil (" ST-PERFILES ")."
               GO TO F-EDITO-PERFIL.
           MOVE "PERFILBCO" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING PBA-CODIGO " pagos " PBA-FMT-PAGOS " cobro "
               PBA-FMT-GIRO " control " PBA-CONTROL-PAGOS
               " secuencia " PBA-VALIDA-SECUENCIA " principal "
               PBA-PRINCIPAL
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Perfil grabado.".

       F-EDITO-PERFIL.
           EXIT.

      ******************************************************************
      * Busca un perfil activo marcado principal distinto del que se
      * esta editando; deja su codigo en WS-OTRO-PRINCIPAL.
      ******************************************************************
       BUSCO-OTRO-PRINCIPAL.
           MOVE SPACE TO WS-OTRO-PRINCIPAL.
           MOVE LOW-VALUES TO PBA-CODIGO.
           START PERFILES-BANCO KEY IS NOT LESS THAN PBA-CODIGO
               INVALID KEY
                   GO TO F-BUSCO-OTRO-PRINCIPAL
           END-START.

       LEO-PERFIL-PRINCIPAL.
           READ PERFILES-BANCO NEXT RECORD
               AT END
                   GO TO F-BUSCO-OTRO-PRINCIPAL
           END-READ.
           IF PBA-BANCO-PRINCIPAL AND PBA-PERFIL-ACTIVO
            AND PBA-CODIGO NOT = WS-CODIGO
               MOVE PBA-CODIGO TO WS-OTRO-PRINCIPAL
               GO TO F-BUSCO-OTRO-PRINCIPAL.
           GO TO LEO-PERFIL-PRINCIPAL.

       F-BUSCO-OTRO-PRINCIPAL.
           EXIT.

      ******************************************************************
      * Un perfil retirado no se borra: los pagos y cobros ya
      * posteados siguen nombrando a su banco. Los mandatos de ese
      * banco pasan al principal.
      ******************************************************************
       CAMBIO-ESTADO.
           DISPLAY "Codigo del banco:".
           ACCEPT WS-CODIGO.
           PERFORM LEO-PERFIL THRU F-LEO-PERFIL.
           IF NOT PERFIL-EXISTE
               DISPLAY "Perfil no encontrado."
               GO TO F-CAMBIO-ESTADO.
           DISPLAY PBA-NOMBRE " activo: " PBA-ACTIVO.
           DISPLAY "Activo? (S/N)".
           ACCEPT PBA-ACTIVO.
           IF PBA-ACTIVO = "s"
               MOVE "S" TO PBA-ACTIVO.
           IF PBA-ACTIVO = "n"
               MOVE "N" TO PBA-ACTIVO.
           IF PBA-ACTIVO NOT = "S" AND PBA-ACTIVO NOT = "N"
               DISPLAY "Respuesta invalida, no se graba."
               GO TO F-CAMBIO-ESTADO.
           IF PBA-BANCO-PRINCIPAL AND PBA-PERFIL-ACTIVO
               MOVE REG-PERFIL-BANCO TO WS-PERFIL-EDITADO
               PERFORM BUSCO-OTRO-PRINCIPAL
                   THRU F-BUSCO-OTRO-PRINCIPAL
               MOVE WS-PERFIL-EDITADO TO REG-PERFIL-BANCO
               IF WS-OTRO-PRINCIPAL NOT = SPACE
                   DISPLAY "El banco " WS-OTRO-PRINCIPAL " ya es el "
                       "principal; no se reactiva otro. No se graba."
                   GO TO F-CAMBIO-ESTADO
               END-IF
           END-IF.
           REWRITE REG-PERFIL-BANCO.
           IF ST-PERFILES > "07"
               DISPLAY "Error grabando el perfil (" ST-PERFILES ")."
               GO TO F-CAMBIO-ESTADO.
           MOVE "PERFILEST" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING PBA-CODIGO " " PBA-NOMBRE " activo " PBA-ACTIVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Estado grabado.".

       F-CAMBIO-ESTADO.
           EXIT.

       LISTO-PERFILES.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PBA-CODIGO.
           START PERFILES-BANCO KEY IS NOT LESS THAN PBA-CODIGO
               INVALID KEY
                   DISPLAY "No hay perfiles cargados: se trabaja con "
                       "un solo banco y los archivos de siempre."
                   GO TO F-LISTO-PERFILES
           END-START.

       LEO-PERFIL-LISTA.
           READ PERFILES-BANCO NEXT RECORD
               AT END
                   DISPLAY "Perfiles listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-PERFILES
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " PBA-CODIGO " " PBA-NOMBRE " cuenta "
               PBA-CUENTA-RECAUDO.
           DISPLAY "       pagos " PBA-FMT-PAGOS " cobro "
               PBA-FMT-GIRO " control " PBA-CONTROL-PAGOS
               " secuencia " PBA-VALIDA-SECUENCIA " cta-enc "
               PBA-CUENTA-ENCABEZADO " principal " PBA-PRINCIPAL
               " activo " PBA-ACTIVO.
           GO TO LEO-PERFIL-LISTA.

       F-LISTO-PERFILES.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-PERFILES-BANCO.
