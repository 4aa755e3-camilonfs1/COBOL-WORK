      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Recriba completa de la cartera contra la lista de
      *          vigilancia y sanciones recien cargada (la invoca
      *          CARGA-LISTA-VIGILANCIA; tambien corre sola). Cada
      *          cliente se criba por CLI_NOMBRE y CLI_RAZONSOCIAL, y
      *          cada nombre anterior de alias_nombres.dat contra su
      *          cliente, con CRIBA-SANCIONES en funcion "E": la
      *          posible coincidencia queda en la cola de
      *          revision_listas.dat para el oficial de cumplimiento
      *          (REVISA-LISTAS) y la cuenta activa pasa a (B)loqueada
      *          con registro BLOQ-LISTA en la pista de auditoria. Una
      *          cuenta cerrada solo se encola. Lo que el oficial ya
      *          descarto contra el mismo nombre de la lista no se
      *          vuelve a alertar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRIBA-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL ALIAS-NOMBRES
                  ASSIGN TO "./alias_nombres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ALIAS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  ALIAS-NOMBRES.

           COPY ALIAS.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-ALIAS      PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

       01  WS-SIN-LISTA-SW  PIC X VALUE "N".
           88 SIN-LISTA     VALUE "S".

       01  WS-TOTAL-CLIENTES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOMBRES      PIC 9(7) VALUE 0.
       01  WS-TOTAL-ALIAS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-COINCIDENCIA PIC 9(7) VALUE 0.
       01  WS-TOTAL-BLOQUEADAS   PIC 9(7) VALUE 0.

           COPY CRIBAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "RECRIBA-CLIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           MOVE "E"       TO WS-CRB-FUNCION.
           MOVE "RECRIBA" TO WS-CRB-ORIGEN.
           PERFORM CRIBO-CARTERA THRU F-CRIBO-CARTERA.
           IF NOT SIN-LISTA
               PERFORM CRIBO-ALIAS THRU F-CRIBO-ALIAS.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES.
           CLOSE AUDITORIA-TRAIL.
           GOBACK.

      ******************************************************************
      * Recorre el maestro por ID-CLIENTE cribando nombre y razon
      * social; la razon social solo se criba si el nombre no dio
      * coincidencia vigente.
      ******************************************************************
       CRIBO-CARTERA.
           MOVE LOW-VALUES TO ID-CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-CRIBO-CARTERA
           END-START.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-CRIBO-CARTERA
           END-READ.
           IF ST-FILE > "07"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CRIBO-CARTERA.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE CLI-ID     TO WS-CRB-ID-CLIENTE.
           MOVE CLI-ESTADO TO WS-CRB-ESTADO-ANT.
           MOVE CLI_NOMBRE TO WS-CRB-NOMBRE.
           PERFORM CRIBO-UN-NOMBRE.
           IF SIN-LISTA
               GO TO F-CRIBO-CARTERA.
           IF WS-CRB-RESULTADO NOT = "S" AND CLI_RAZONSOCIAL NOT = SPACE
               MOVE CLI_RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM CRIBO-UN-NOMBRE.
           IF WS-CRB-RESULTADO = "S"
               PERFORM BLOQUEO-CLIENTE THRU F-BLOQUEO-CLIENTE.
           GO TO LEO-CLIENTE.

       F-CRIBO-CARTERA.
           EXIT.

       CRIBO-UN-NOMBRE.
           ADD 1 TO WS-TOTAL-NOMBRES.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.
           IF WS-CRB-RESULTADO = "X"
               DISPLAY "No hay lista de vigilancia cargada, la "
                   "cartera no se criba."
               MOVE 16  TO RETURN-CODE
               MOVE "S" TO WS-SIN-LISTA-SW.

      ******************************************************************
      * Cliente con coincidencia vigente: la cuenta activa se bloquea
      * y queda en la pista; la ya bloqueada o cerrada no cambia.
      ******************************************************************
       BLOQUEO-CLIENTE.
           ADD 1 TO WS-TOTAL-COINCIDENCIA.
           DISPLAY "Posible coincidencia: " CLI-ID " "
               WS-CRB-NOMBRE (1:30) " con " WS-CRB-LISTA-NOMBRE (1:30)
               " (" WS-CRB-PUNTAJE ")".
           IF NOT CUENTA-ACTIVA
               GO TO F-BLOQUEO-CLIENTE.
           MOVE "B" TO CLI-ESTADO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error bloqueando el cliente " CLI-ID " ("
                   ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-BLOQUEO-CLIENTE.
           ADD 1 TO WS-TOTAL-BLOQUEADAS.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "BLOQ-LISTA" TO AUD-OPERACION.
           MOVE CLI-ID       TO AUD-ID-CLIENTE.
           MOVE SPACE        TO AUD-DETALLE.
           STRING "Recriba, lista " DELIMITED BY SIZE
                  WS-CRB-LISTA-CLAVE (1:15) DELIMITED BY SPACE
                  " puntaje " DELIMITED BY SIZE
                  WS-CRB-PUNTAJE DELIMITED BY SIZE
               INTO AUD-DETALLE.
           MOVE SPACE TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error grabando la pista BLOQ-LISTA ("
                   ST-AUDITORIA ").".

       F-BLOQUEO-CLIENTE.
           EXIT.

      ******************************************************************
      * Nombres anteriores: cada alias se criba contra su cliente.
      ******************************************************************
       CRIBO-ALIAS.
           OPEN INPUT ALIAS-NOMBRES.
           IF ST-ALIAS > "07"
               DISPLAY "Aviso: alias_nombres.dat no disponible ("
                   ST-ALIAS "), no se criban nombres anteriores."
               GO TO F-CRIBO-ALIAS.

       LEO-ALIAS.
           READ ALIAS-NOMBRES
               AT END
                   CLOSE ALIAS-NOMBRES
                   GO TO F-CRIBO-ALIAS
           END-READ.
           IF ST-ALIAS > "07"
               CLOSE ALIAS-NOMBRES
               GO TO F-CRIBO-ALIAS.
           IF ALI-NOMBRE = SPACE
               GO TO LEO-ALIAS.
           MOVE ALI-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   GO TO LEO-ALIAS
           END-READ.
           ADD 1 TO WS-TOTAL-ALIAS.
           MOVE CLI-ID     TO WS-CRB-ID-CLIENTE.
           MOVE CLI-ESTADO TO WS-CRB-ESTADO-ANT.
           MOVE ALI-NOMBRE TO WS-CRB-NOMBRE.
           PERFORM CRIBO-UN-NOMBRE.
           IF WS-CRB-RESULTADO = "S"
               PERFORM BLOQUEO-CLIENTE THRU F-BLOQUEO-CLIENTE.
           GO TO LEO-ALIAS.

       F-CRIBO-ALIAS.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "=== RECRIBA DE LA CARTERA ===".
           DISPLAY "Clientes cribados        : " WS-TOTAL-CLIENTES.
           DISPLAY "Nombres cribados         : " WS-TOTAL-NOMBRES.
           DISPLAY "Nombres anteriores       : " WS-TOTAL-ALIAS.
           DISPLAY "Con posible coincidencia : " WS-TOTAL-COINCIDENCIA.
           DISPLAY "Cuentas bloqueadas       : " WS-TOTAL-BLOQUEADAS.
           DISPLAY "Revise las coincidencias con REVISA-LISTAS.".

           COPY BANNER.

       END PROGRAM RECRIBA-CLIENTES.
