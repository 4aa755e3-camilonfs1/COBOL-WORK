      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento del archivo de oficiales de cuenta
      *          (oficiales.dat, OFICIAL.cpy), los gerentes de relacion
      *          de las cuentas comerciales: un operador firmado de
      *          nivel 3 agrega o corrige un oficial (codigo, nombre y
      *          telefono), lo retira cuando sale -- el retirado no se
      *          borra, para que el historial de asignaciones conserve
      *          su nombre, pero ya no recibe cuentas -- o lista los
      *          oficiales. La cartera del que sale se pasa a otro con
      *          la reasignacion masiva de ASIGNA-OFICIALES. Cada cambio
      *          queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-OFICIALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY OFISEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  OFICIALES.

           COPY OFICIAL.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-OFICIALES  PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC X(8)  VALUE SPACE.
       01  WS-NOMBRE     PIC X(40) VALUE SPACE.
       01  WS-TELEFONO   PIC X(20) VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 OFICIAL-NUEVO   VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-OFICIAL" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los oficiales de cuenta exigen firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O OFICIALES.
           IF ST-OFICIALES = "35"
               OPEN OUTPUT OFICIALES
               CLOSE OFICIALES
               OPEN I-O OFICIALES.
           IF ST-OFICIALES > "07"
               DISPLAY "Error abriendo OFICIALES (" ST-OFICIALES ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir oficial, "
               "(R)etirar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-OFICIAL THRU F-EDITO-OFICIAL
               WHEN "R" WHEN "r"
                   PERFORM RETIRO-OFICIAL THRU F-RETIRO-OFICIAL
               WHEN "L" WHEN "l"
                   PERFORM LISTO-OFICIALES THRU F-LISTO-OFICIALES
               WHEN "S" WHEN "s"
                   CLOSE OFICIALES
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide el codigo del oficial y deja el registro leido si ya
      * existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Codigo del oficial (hasta 8 caracteres):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE OR WS-CODIGO (1:1) = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CODIGO TO OFI-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ OFICIALES KEY IS OFI-CODIGO
               INVALID KEY
                   SET OFICIAL-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-OFICIAL.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-OFICIAL.
           IF OFICIAL-NUEVO
               DISPLAY "Oficial nuevo."
           ELSE
               DISPLAY "Oficial actual: " OFI-NOMBRE " ("
                   OFI-ESTADO ") tel. " OFI-TELEFONO.
           DISPLAY "Nombre:".
           ACCEPT WS-NOMBRE.
           IF WS-NOMBRE = SPACE
               DISPLAY "El nombre no puede quedar en blanco, no se "
                   "graba."
               GO TO F-EDITO-OFICIAL.
           DISPLAY "Telefono:".
           ACCEPT WS-TELEFONO.
           IF OFICIAL-NUEVO
               MOVE WS-CODIGO TO OFI-CODIGO
               MOVE "A"       TO OFI-ESTADO
               ACCEPT OFI-FECHA-ALTA FROM DATE YYYYMMDD
               MOVE 0         TO OFI-FECHA-RETIRO.
           MOVE WS-NOMBRE   TO OFI-NOMBRE.
           MOVE WS-TELEFONO TO OFI-TELEFONO.
           MOVE WS-OPERADOR-FIRMADO TO OFI-OPERADOR.
           IF OFICIAL-NUEVO
               WRITE REG-OFICIAL
           ELSE
               REWRITE REG-OFICIAL.
           IF ST-OFICIALES > "07"
               DISPLAY "Error grabando el oficial (" ST-OFICIALES ")."
               GO TO F-EDITO-OFICIAL.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Oficial " OFI-CODIGO " " OFI-NOMBRE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Oficial grabado.".

       F-EDITO-OFICIAL.
           EXIT.

      ******************************************************************
      * El oficial que sale queda retirado con la fecha; sus cuentas
      * siguen asignadas hasta la reasignacion masiva.
      ******************************************************************
       RETIRO-OFICIAL.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-RETIRO-OFICIAL.
           IF OFICIAL-NUEVO
               DISPLAY "No hay oficial con ese codigo."
               GO TO F-RETIRO-OFICIAL.
           IF OFI-RETIRADO
               DISPLAY "Ese oficial ya esta retirado desde "
                   OFI-FECHA-RETIRO "."
               GO TO F-RETIRO-OFICIAL.
           MOVE "R" TO OFI-ESTADO.
           ACCEPT OFI-FECHA-RETIRO FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO OFI-OPERADOR.
           REWRITE REG-OFICIAL.
           IF ST-OFICIALES > "07"
               DISPLAY "Error retirando el oficial (" ST-OFICIALES
                   ")."
               GO TO F-RETIRO-OFICIAL.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Oficial " OFI-CODIGO " retirado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Oficial retirado. Pase su cartera con la "
               "reasignacion masiva de ASIGNA-OFICIALES.".

       F-RETIRO-OFICIAL.
           EXIT.

       LISTO-OFICIALES.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO OFI-CODIGO.
           START OFICIALES KEY IS NOT LESS THAN OFI-CODIGO
               INVALID KEY
                   DISPLAY "No hay oficiales cargados."
                   GO TO F-LISTO-OFICIALES
           END-START.

       LEO-OFICIAL-LISTA.
           READ OFICIALES NEXT RECORD
               AT END
                   DISPLAY "Oficiales listados: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-OFICIALES
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " OFI-CODIGO " " OFI-ESTADO " " OFI-NOMBRE
               " " OFI-TELEFONO " (" OFI-FECHA-ALTA ")".
           GO TO LEO-OFICIAL-LISTA.

       F-LISTO-OFICIALES.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "OFICIAL"    TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-OFICIALES.
