      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Revision de las posibles coincidencias con la lista
      *          de vigilancia y sanciones (revision_listas.dat,
      *          REVLISTA.cpy) que encolan las cargas de altas y
      *          RECRIBA-CLIENTES. Funcion de nivel 3 (oficial de
      *          cumplimiento): lista las pendientes y, por cliente,
      *          descarta cada coincidencia como falso positivo o la
      *          confirma, con una nota obligatoria. La cuenta sigue
      *          bloqueada mientras le quede alguna coincidencia
      *          pendiente o confirmada; al descartar la ultima
      *          recupera el estado que tenia antes del bloqueo. Cada
      *          decision y cada liberacion quedan en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-LISTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL REVISION-LISTAS
                  ASSIGN TO "./revision_listas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REV-CLAVE
                  STATUS ST-REVISION.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  REVISION-LISTAS.

           COPY REVLISTA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-REVISION   PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X    VALUE SPACE.
       01  WS-DECISION    PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE  PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-NOTA        PIC X(40) VALUE SPACE.
       01  WS-TOTAL-LISTADAS PIC 9(5) VALUE 0.
       01  WS-TOTAL-REVISADAS PIC 9(3) VALUE 0.

      * Situacion del cliente despues de las decisiones.
       01  WS-VIGENTES       PIC 9(3) VALUE 0.
       01  WS-CONFIRMADAS    PIC 9(3) VALUE 0.
       01  WS-ESTADO-PREVIO  PIC X    VALUE SPACE.
       01  WS-HAY-PREVIO-SW  PIC X    VALUE "N".
           88 HAY-ESTADO-PREVIO VALUE "S".

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REVISA-LISTAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"           TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF NOT PUEDE-BORRAR
               DISPLAY "La revision de listas de vigilancia requiere "
                   "nivel 3."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O REVISION-LISTAS.
           IF ST-REVISION = "35"
               DISPLAY "No hay coincidencias encoladas."
               CLOSE CLIENTES
               STOP RUN.
           IF ST-REVISION > "07"
               DISPLAY "Error abriendo REVISION-LISTAS (" ST-REVISION
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (P)endientes, (R)evisar un cliente o "
               "(S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "P" WHEN "p"
                   PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
               WHEN "R" WHEN "r"
                   PERFORM REVISO-CLIENTE THRU F-REVISO-CLIENTE
               WHEN "S" WHEN "s"
                   CLOSE CLIENTES
                   CLOSE REVISION-LISTAS
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Coincidencias pendientes de las cuentas de las empresas
      * autorizadas al oficial. Una cuenta de la carga masiva que aun
      * no esta en el maestro se lista igual.
      ******************************************************************
       LISTO-PENDIENTES.
           MOVE 0          TO WS-TOTAL-LISTADAS.
           MOVE 0          TO REV-ID-CLIENTE.
           MOVE LOW-VALUES TO REV-LISTA-CLAVE.
           START REVISION-LISTAS KEY IS NOT LESS THAN REV-CLAVE
               INVALID KEY
                   DISPLAY "No hay coincidencias encoladas."
                   GO TO F-LISTO-PENDIENTES
           END-START.

       LEO-PENDIENTE.
           READ REVISION-LISTAS NEXT RECORD
               AT END
                   DISPLAY "Coincidencias pendientes: "
                       WS-TOTAL-LISTADAS
                   GO TO F-LISTO-PENDIENTES
           END-READ.
           IF NOT REV-PENDIENTE
               GO TO LEO-PENDIENTE.
           MOVE REV-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE 0 TO CLI-EMPRESA
           END-READ.
           IF ST-FILE = "00"
               MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR
               PERFORM AUTORIZO-EMPRESA
               IF NOT EMPRESA-AUTORIZADA
                   GO TO LEO-PENDIENTE
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-LISTADAS.
           DISPLAY "  " REV-ID-CLIENTE " " REV-NOMBRE-CLIENTE (1:25)
               " ~ " REV-LISTA-NOMBRE (1:25) " " REV-LISTA-CODIGO
               " (" REV-PUNTAJE ") " REV-ORIGEN " " REV-FECHA.
           GO TO LEO-PENDIENTE.

       F-LISTO-PENDIENTES.
           EXIT.

      ******************************************************************
      * Ofrece cada coincidencia pendiente del cliente para descartar
      * o confirmar, y al final ajusta el estado de la cuenta.
      ******************************************************************
       REVISO-CLIENTE.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado en el maestro; si "
                       "viene de la carga masiva, revise despues del "
                       "reemplazo de clientes.dat."
                   GO TO F-REVISO-CLIENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado en el maestro."
               GO TO F-REVISO-CLIENTE.
           DISPLAY "Cliente: " CLI_NOMBRE (1:40) " estado "
               CLI-ESTADO.
           MOVE 0 TO WS-TOTAL-REVISADAS.
           MOVE WS-ID-CLIENTE TO REV-ID-CLIENTE.
           MOVE LOW-VALUES    TO REV-LISTA-CLAVE.
           START REVISION-LISTAS KEY IS NOT LESS THAN REV-CLAVE
               INVALID KEY
                   DISPLAY "El cliente no tiene coincidencias."
                   GO TO F-REVISO-CLIENTE
           END-START.

       LEO-COINCIDENCIA.
           READ REVISION-LISTAS NEXT RECORD
               AT END
                   GO TO AJUSTO-CUENTA
           END-READ.
           IF ST-REVISION > "07" OR REV-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO AJUSTO-CUENTA.
           IF NOT REV-PENDIENTE
               GO TO LEO-COINCIDENCIA.
           ADD 1 TO WS-TOTAL-REVISADAS.
           DISPLAY "Nombre del cliente : " REV-NOMBRE-CLIENTE.
           DISPLAY "Nombre en la lista : " REV-LISTA-NOMBRE.
           DISPLAY "Lista " REV-LISTA-CODIGO " id " REV-LISTA-CLAVE
               " puntaje " REV-PUNTAJE " por " REV-ORIGEN " el "
               REV-FECHA.
           DISPLAY "(D)escartar falso positivo, (C)onfirmar u "
               "(O)mitir?".
           ACCEPT WS-DECISION.
           IF WS-DECISION = "d"
               MOVE "D" TO WS-DECISION.
           IF WS-DECISION = "c"
               MOVE "C" TO WS-DECISION.
           IF WS-DECISION NOT = "D" AND WS-DECISION NOT = "C"
               GO TO LEO-COINCIDENCIA.
           DISPLAY "Nota de la decision:".
           ACCEPT WS-NOTA.
           IF WS-NOTA = SPACE
               DISPLAY "La nota es obligatoria, queda pendiente."
               GO TO LEO-COINCIDENCIA.
           IF WS-DECISION = "D"
               MOVE "D" TO REV-ESTADO
           ELSE
               MOVE "F" TO REV-ESTADO.
           MOVE WS-FECHA-HOY        TO REV-FECHA-DECISION.
           MOVE WS-OPERADOR-FIRMADO TO REV-OFICIAL.
           MOVE WS-NOTA             TO REV-NOTA.
           REWRITE REG-REVISION-LISTA.
           IF ST-REVISION > "07"
               DISPLAY "Error grabando la decision (" ST-REVISION ")."
               GO TO LEO-COINCIDENCIA.
           IF REV-DESCARTADA
               MOVE "LISTA-DESC" TO AUD-OPERACION
           ELSE
               MOVE "LISTA-CONF" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING REV-LISTA-CODIGO DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  REV-LISTA-CLAVE (1:15) DELIMITED BY SPACE
                  ": "             DELIMITED BY SIZE
                  WS-NOTA          DELIMITED BY SIZE
               INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           GO TO LEO-COINCIDENCIA.

      *    Sin coincidencias pendientes ni confirmadas la cuenta
      *    bloqueada vuelve al estado previo; con alguna confirmada
      *    queda bloqueada.
       AJUSTO-CUENTA.
           IF WS-TOTAL-REVISADAS = 0
               DISPLAY "El cliente no tiene coincidencias pendientes.".
           PERFORM CUENTO-VIGENTES THRU F-CUENTO-VIGENTES.
           IF WS-CONFIRMADAS > 0 AND CUENTA-ACTIVA
               MOVE "B" TO CLI-ESTADO
               PERFORM GRABO-ESTADO-CUENTA THRU F-GRABO-ESTADO-CUENTA
               GO TO F-REVISO-CLIENTE.
           IF WS-VIGENTES > 0
               DISPLAY "La cuenta sigue bloqueada: " WS-VIGENTES
                   " coincidencia(s) pendiente(s) o confirmada(s)."
               GO TO F-REVISO-CLIENTE.
           IF CUENTA-BLOQUEADA AND HAY-ESTADO-PREVIO
            AND WS-ESTADO-PREVIO NOT = "B"
               MOVE WS-ESTADO-PREVIO TO CLI-ESTADO
               PERFORM GRABO-ESTADO-CUENTA THRU F-GRABO-ESTADO-CUENTA.

       F-REVISO-CLIENTE.
           EXIT.

      ******************************************************************
      * Cuenta las coincidencias vigentes del cliente y toma el estado
      * previo al bloqueo de la ultima descartada hoy.
      ******************************************************************
       CUENTO-VIGENTES.
           MOVE 0   TO WS-VIGENTES.
           MOVE 0   TO WS-CONFIRMADAS.
           MOVE "N" TO WS-HAY-PREVIO-SW.
           MOVE WS-ID-CLIENTE TO REV-ID-CLIENTE.
           MOVE LOW-VALUES    TO REV-LISTA-CLAVE.
           START REVISION-LISTAS KEY IS NOT LESS THAN REV-CLAVE
               INVALID KEY
                   GO TO F-CUENTO-VIGENTES
           END-START.

       LEO-VIGENTE.
           READ REVISION-LISTAS NEXT RECORD
               AT END
                   GO TO F-CUENTO-VIGENTES
           END-READ.
           IF ST-REVISION > "07" OR REV-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO F-CUENTO-VIGENTES.
           IF REV-PENDIENTE OR REV-CONFIRMADA
               ADD 1 TO WS-VIGENTES.
           IF REV-CONFIRMADA
               ADD 1 TO WS-CONFIRMADAS.
           IF REV-DESCARTADA AND REV-FECHA-DECISION = WS-FECHA-HOY
               MOVE REV-ESTADO-ANTERIOR TO WS-ESTADO-PREVIO
               MOVE "S" TO WS-HAY-PREVIO-SW.
           GO TO LEO-VIGENTE.

       F-CUENTO-VIGENTES.
           EXIT.

       GRABO-ESTADO-CUENTA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error actualizando la cuenta (" ST-FILE ")."
               GO TO F-GRABO-ESTADO-CUENTA.
           IF CUENTA-BLOQUEADA
               MOVE "BLOQ-LISTA" TO AUD-OPERACION
               MOVE "Bloqueo por coincidencia confirmada en lista"
                   TO AUD-DETALLE
               DISPLAY "Cuenta bloqueada."
           ELSE
               MOVE "LISTA-LIBE" TO AUD-OPERACION
               MOVE SPACE TO AUD-DETALLE
               STRING "Cuenta liberada por cumplimiento, estado "
                      CLI-ESTADO DELIMITED BY SIZE INTO AUD-DETALLE
               DISPLAY "Cuenta liberada, estado " CLI-ESTADO ".".
           PERFORM GRABO-AUDITORIA.

       F-GRABO-ESTADO-CUENTA.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REVISA-LISTAS.
