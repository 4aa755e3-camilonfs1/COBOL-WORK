      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento del directorio de bancos (bancos.dat,
      *          BANCO.cpy) contra el que VALIDA-CTA-BANCARIA revisa
      *          la cuenta de domiciliacion de cada cliente. Funcion
      *          de nivel 3: agrega o corrige un banco (nombre, largo
      *          del numero de cuenta y regla del digito de control),
      *          lo activa o lo retira, lista el directorio, o lo
      *          carga desde el listado plano de la camara de
      *          compensacion (bancos.txt, mismos campos en texto):
      *          cada fila del listado se agrega o reemplaza a la
      *          existente, y los bancos que no vienen en el listado
      *          se conservan. Cada cambio queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-BANCOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BANCOS ASSIGN TO "./bancos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS BAN-CODIGO
                  STATUS ST-BANCOS.

           SELECT BANCOS-ENTRADA ASSIGN TO "./bancos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ENTRADA.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  BANCOS.

           COPY BANCO.

       FD  BANCOS-ENTRADA.

           COPY BANCO REPLACING ==REG-BANCO== BY
               ==REG-BANCO-ENTRADA==
               ==BAN-CODIGO==   BY ==BNE-CODIGO==
               ==BAN-NOMBRE==   BY ==BNE-NOMBRE==
               ==BAN-LONGITUD== BY ==BNE-LONGITUD==
               ==BAN-REGLA==    BY ==BNE-REGLA==
               ==REGLA-VALIDA== BY ==BNE-REGLA-VALIDA==
               ==BAN-ACTIVO==   BY ==BNE-ACTIVO==
               ==BANCO-ACTIVO== BY ==BNE-BANCO-ACTIVO==.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-BANCOS     PIC XX VALUE SPACE.
       01  ST-ENTRADA    PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X    VALUE SPACE.
       01  WS-CODIGO     PIC X(4) VALUE SPACE.
       01  WS-EXISTE-SW  PIC X    VALUE "N".
           88 BANCO-EXISTE    VALUE "S".
       01  WS-TOTAL-LISTADOS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-LEIDOS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-AGREGADOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-REEMPLAZOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADOS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-BANCOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "El directorio de bancos exige firma de "
                   "nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O BANCOS.
           IF ST-BANCOS = "35"
               OPEN OUTPUT BANCOS
               CLOSE BANCOS
               OPEN I-O BANCOS.
           IF ST-BANCOS > "07"
               DISPLAY "Error abriendo BANCOS (" ST-BANCOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir banco, (E)stado "
               "activo/retirado, (L)istar, (C)argar bancos.txt o "
               "(S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-BANCO THRU F-EDITO-BANCO
               WHEN "E" WHEN "e"
                   PERFORM CAMBIO-ESTADO THRU F-CAMBIO-ESTADO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-BANCOS THRU F-LISTO-BANCOS
               WHEN "C" WHEN "c"
                   PERFORM CARGO-LISTADO THRU F-CARGO-LISTADO
               WHEN "S" WHEN "s"
                   CLOSE BANCOS
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       LEO-BANCO.
           MOVE "N" TO WS-EXISTE-SW.
           MOVE WS-CODIGO TO BAN-CODIGO.
           READ BANCOS KEY IS BAN-CODIGO
               INVALID KEY
                   GO TO F-LEO-BANCO
           END-READ.
           SET BANCO-EXISTE TO TRUE.

       F-LEO-BANCO.
           EXIT.

      ******************************************************************
      * Alta o correccion de un banco. El largo es el del numero de
      * cuenta completo, digito de control incluido, y cabe en las
      * posiciones 5 a 24 de CLI-CTA-BANCARIA.
      ******************************************************************
       EDITO-BANCO.
           DISPLAY "Codigo del banco (4 posiciones):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-EDITO-BANCO.
           PERFORM LEO-BANCO THRU F-LEO-BANCO.
           IF BANCO-EXISTE
               DISPLAY "Actual: " BAN-NOMBRE " largo " BAN-LONGITUD
                   " regla " BAN-REGLA " activo " BAN-ACTIVO
           ELSE
               INITIALIZE REG-BANCO
               MOVE WS-CODIGO TO BAN-CODIGO
               MOVE "S" TO BAN-ACTIVO
               DISPLAY "Banco nuevo.".
           DISPLAY "Nombre:".
           ACCEPT BAN-NOMBRE.
           DISPLAY "Largo del numero de cuenta (1 a 20):".
           ACCEPT BAN-LONGITUD.
           DISPLAY "Regla del digito: (N)inguna, (L)uhn modulo 10, "
               "(M)odulo 11:".
           ACCEPT BAN-REGLA.
           IF BAN-NOMBRE = SPACE OR BAN-LONGITUD = 0
            OR BAN-LONGITUD > 20 OR NOT REGLA-VALIDA
               DISPLAY "Datos invalidos, no se graba."
               GO TO F-EDITO-BANCO.
           IF BANCO-EXISTE
               REWRITE REG-BANCO
           ELSE
               WRITE REG-BANCO.
           IF ST-BANCOS > "07"
               DISPLAY "Error grabando el banco (" ST-BANCOS ")."
               GO TO F-EDITO-BANCO.
           MOVE "BANCO" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING BAN-CODIGO " " BAN-NOMBRE " largo " BAN-LONGITUD
               " regla " BAN-REGLA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Banco grabado.".

       F-EDITO-BANCO.
           EXIT.

      ******************************************************************
      * Un banco retirado no se borra: las cuentas que lo nombran
      * deben seguir diciendo de que banco eran, y la validacion las
      * rechaza como banco inactivo.
      ******************************************************************
       CAMBIO-ESTADO.
           DISPLAY "Codigo del banco:".
           ACCEPT WS-CODIGO.
           PERFORM LEO-BANCO THRU F-LEO-BANCO.
           IF NOT BANCO-EXISTE
               DISPLAY "Banco no encontrado."
               GO TO F-CAMBIO-ESTADO.
           DISPLAY BAN-NOMBRE " activo: " BAN-ACTIVO.
           DISPLAY "Activo? (S/N)".
           ACCEPT BAN-ACTIVO.
           IF BAN-ACTIVO = "s"
               MOVE "S" TO BAN-ACTIVO.
           IF BAN-ACTIVO = "n"
               MOVE "N" TO BAN-ACTIVO.
           IF BAN-ACTIVO NOT = "S" AND BAN-ACTIVO NOT = "N"
               DISPLAY "Respuesta invalida, no se graba."
               GO TO F-CAMBIO-ESTADO.
           REWRITE REG-BANCO.
           IF ST-BANCOS > "07"
               DISPLAY "Error grabando el banco (" ST-BANCOS ")."
               GO TO F-CAMBIO-ESTADO.
           MOVE "BANCOEST" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING BAN-CODIGO " " BAN-NOMBRE " activo " BAN-ACTIVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Estado grabado.".

       F-CAMBIO-ESTADO.
           EXIT.

       LISTO-BANCOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO BAN-CODIGO.
           START BANCOS KEY IS NOT LESS THAN BAN-CODIGO
               INVALID KEY
                   DISPLAY "No hay bancos cargados."
                   GO TO F-LISTO-BANCOS
           END-START.

       LEO-BANCO-LISTA.
           READ BANCOS NEXT RECORD
               AT END
                   DISPLAY "Bancos listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-BANCOS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " BAN-CODIGO " " BAN-NOMBRE " largo "
               BAN-LONGITUD " regla " BAN-REGLA " activo " BAN-ACTIVO.
           GO TO LEO-BANCO-LISTA.

       F-LISTO-BANCOS.
           EXIT.

      ******************************************************************
      * Carga del listado de la camara de compensacion: cada fila
      * valida agrega el banco o reemplaza al existente.
      ******************************************************************
       CARGO-LISTADO.
           MOVE 0 TO WS-TOTAL-LEIDOS.
           MOVE 0 TO WS-TOTAL-AGREGADOS.
           MOVE 0 TO WS-TOTAL-REEMPLAZOS.
           MOVE 0 TO WS-TOTAL-RECHAZADOS.
           OPEN INPUT BANCOS-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo BANCOS-ENTRADA (" ST-ENTRADA ")"
               GO TO F-CARGO-LISTADO.

       LEO-BANCO-ENTRADA.
           READ BANCOS-ENTRADA
               AT END
                   GO TO CIERRO-LISTADO
           END-READ.
           IF ST-ENTRADA > "07" AND ST-ENTRADA NOT = "10"
               DISPLAY "Error leyendo BANCOS-ENTRADA: " ST-ENTRADA
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-LISTADO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF BNE-CODIGO = SPACE OR BNE-NOMBRE = SPACE
            OR BNE-LONGITUD NOT NUMERIC OR BNE-LONGITUD = 0
            OR BNE-LONGITUD > 20 OR NOT BNE-REGLA-VALIDA
            OR (BNE-ACTIVO NOT = "S" AND BNE-ACTIVO NOT = "N")
               DISPLAY "Banco rechazado, registro invalido: "
                   BNE-CODIGO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO LEO-BANCO-ENTRADA.
           MOVE BNE-CODIGO TO WS-CODIGO.
           PERFORM LEO-BANCO THRU F-LEO-BANCO.
           MOVE REG-BANCO-ENTRADA TO REG-BANCO.
           IF BANCO-EXISTE
               REWRITE REG-BANCO
           ELSE
               WRITE REG-BANCO.
           IF ST-BANCOS > "07"
               DISPLAY "Error grabando el banco " BAN-CODIGO " ("
                   ST-BANCOS ")."
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO LEO-BANCO-ENTRADA.
           IF BANCO-EXISTE
               ADD 1 TO WS-TOTAL-REEMPLAZOS
           ELSE
               ADD 1 TO WS-TOTAL-AGREGADOS.
           GO TO LEO-BANCO-ENTRADA.

       CIERRO-LISTADO.
           CLOSE BANCOS-ENTRADA.
           DISPLAY "Bancos leidos     : " WS-TOTAL-LEIDOS.
           DISPLAY "Bancos agregados  : " WS-TOTAL-AGREGADOS.
           DISPLAY "Bancos reemplazados: " WS-TOTAL-REEMPLAZOS.
           DISPLAY "Bancos rechazados : " WS-TOTAL-RECHAZADOS.
           MOVE "BANCOCARGA" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Carga bancos.txt: " WS-TOTAL-AGREGADOS
               " nuevos, " WS-TOTAL-REEMPLAZOS " reemplazados"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       F-CARGO-LISTADO.
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

       END PROGRAM MANTIENE-BANCOS.
