      *          firmaba a nivel 3. Los bloqueados y vencidos los
      *          repone un nivel 3 con DESBLOQUEA-OPERADOR.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Devuelve ademas el juego de funciones que el
      *                     operador puede usar en el programa que lo
      *                     firma, segun funciones_operador.dat (sus
      *                     filas y las de sus roles); el operador con
      *                     filas pero ninguna del programa no firma.
      *   2026-10-15  CEVR  Matriz de funciones vacia o inexistente: se
      *                     cierra y se sale sin leerla, rigen los
      *                     niveles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMA-OPERADOR.

           COPY OPERSEL.

           COPY FOPSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL

           COPY OPERADOR.

       FD  FUNCIONES-OPERADOR.

           COPY FUNCOPER.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       01  ST-OPERADORES  PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.
       01  ST-FUNCIONES-OPERADOR PIC XX VALUE SPACE.

      * Roles del operador (filas "@ROL") y recorrido de las filas de
      * un sujeto al armar el juego de funciones del programa.
       01  WS-MAX-ROLES      PIC 99   VALUE 10.
       01  WS-MAX-FUNCIONES  PIC 99   VALUE 40.
       01  WS-ROLES.
           05 WS-ROL         PIC X(8) OCCURS 10.
       01  WS-TOTAL-ROLES    PIC 99   VALUE 0.
       01  WS-ROL-I          PIC 99   VALUE 0.
       01  WS-FUNCION-I      PIC 99   VALUE 0.
       01  WS-SUJETO         PIC X(8) VALUE SPACE.
       01  WS-REPETIDA-SW    PIC X    VALUE "N".
           88 FUNCION-REPETIDA VALUE "S".

      * Intentos fallidos que bloquean el ID y vigencia de la clave
      * en dias del ano comercial.
       01  LNK-OPERADOR-FIRMADO PIC X(8).
       01  LNK-NIVEL-OPERADOR   PIC 9.
       01  LNK-FIRMA-OK-SW      PIC X.
      * Juego de funciones del programa que firma (WS-FUNCIONES-FIRMA
      * de FIRMAWS.cpy): el llamador pone el programa, aqui se llena
      * el resto.
       01  LNK-FUNCIONES.
           05 LNK-FUNCION-PROGRAMA  PIC X(20).
           05 LNK-MATRIZ-SW         PIC X.
               88 LNK-MATRIZ-APLICA       VALUE "S".
           05 LNK-TODAS-SW          PIC X.
               88 LNK-TODAS-LAS-FUNCIONES VALUE "S".
           05 LNK-FUNCION-CANTIDAD  PIC 99.
           05 LNK-FUNCION-PERMITIDA PIC X(8) OCCURS 40.

       PROCEDURE DIVISION USING LNK-OPERADOR-FIRMADO
           LNK-NIVEL-OPERADOR LNK-FIRMA-OK-SW LNK-FUNCIONES.
       MAIN-RUTINA.
           MOVE "N"   TO LNK-FIRMA-OK-SW.
           MOVE 0     TO LNK-NIVEL-OPERADOR.
           MOVE SPACE TO LNK-OPERADOR-FIRMADO.
           MOVE "N"   TO LNK-MATRIZ-SW.
           MOVE "N"   TO LNK-TODAS-SW.
           MOVE 0     TO LNK-FUNCION-CANTIDAD.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O OPERADORES.
           IF ST-OPERADORES > "07"
               DISPLAY "Error grabando el maestro de operadores ("
                   ST-OPERADORES "), no se firma."
               GO TO F-FIRMO.
      *    Con matriz de funciones, el programa que no le concedieron
      *    no se le abre aunque su nivel alcance.
           PERFORM CARGO-FUNCIONES THRU F-CARGO-FUNCIONES.
           IF LNK-MATRIZ-APLICA AND NOT LNK-TODAS-LAS-FUNCIONES
            AND LNK-FUNCION-CANTIDAD = 0
               DISPLAY "El operador " OPE-ID " no tiene funciones "
                   "autorizadas en " LNK-FUNCION-PROGRAMA
                   ", no se firma."
               MOVE SPACE TO AUD-DETALLE
               STRING "Programa no autorizado: " LNK-FUNCION-PROGRAMA
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM GRABO-AUDITORIA-FIRMA
                       THRU F-GRABO-AUDITORIA-FIRMA
               GO TO F-FIRMO.
           MOVE OPE-ID    TO LNK-OPERADOR-FIRMADO.
           MOVE OPE-NIVEL TO LNK-NIVEL-OPERADOR.
           MOVE "S"       TO LNK-FIRMA-OK-SW.
       F-FIRMO.
           EXIT.

      ******************************************************************
      * Juego de funciones del programa que firma: las filas del
      * operador y las de cada rol del que es miembro, para ese
      * programa o para "*". Opcion "*" da todas las del programa.
      * Sin archivo o sin ninguna fila del operador la matriz no
      * aplica y mandan los umbrales de nivel de siempre.
      ******************************************************************
       CARGO-FUNCIONES.
           MOVE 0 TO WS-TOTAL-ROLES.
           OPEN INPUT FUNCIONES-OPERADOR.
           IF ST-FUNCIONES-OPERADOR = "05"
               CLOSE FUNCIONES-OPERADOR
               GO TO F-CARGO-FUNCIONES.
           IF ST-FUNCIONES-OPERADOR NOT = "00"
               GO TO F-CARGO-FUNCIONES.
           MOVE OPE-ID TO WS-SUJETO.
           PERFORM LEO-FUNCIONES-SUJETO THRU F-LEO-FUNCIONES-SUJETO.
           PERFORM CARGO-FUNCIONES-ROL
               VARYING WS-ROL-I FROM 1 BY 1
               UNTIL WS-ROL-I > WS-TOTAL-ROLES.
           CLOSE FUNCIONES-OPERADOR.

       F-CARGO-FUNCIONES.
           EXIT.

       CARGO-FUNCIONES-ROL.
           MOVE WS-ROL (WS-ROL-I) TO WS-SUJETO.
           PERFORM LEO-FUNCIONES-SUJETO THRU F-LEO-FUNCIONES-SUJETO.

      ******************************************************************
      * Recorre las filas de WS-SUJETO. Las "@ROL" solo cuentan en las
      * filas del propio operador (un rol no anida otros roles).
      ******************************************************************
       LEO-FUNCIONES-SUJETO.
           MOVE WS-SUJETO TO FOP-SUJETO.
           MOVE LOW-VALUE TO FOP-PROGRAMA.
           MOVE LOW-VALUE TO FOP-OPCION.
           START FUNCIONES-OPERADOR KEY IS NOT LESS THAN FOP-CLAVE
               INVALID KEY
                   GO TO F-LEO-FUNCIONES-SUJETO
           END-START.

       LEO-FUNCION-SIGUIENTE.
           READ FUNCIONES-OPERADOR NEXT RECORD
               AT END
                   GO TO F-LEO-FUNCIONES-SUJETO
           END-READ.
           IF ST-FUNCIONES-OPERADOR > "07"
            OR FOP-SUJETO NOT = WS-SUJETO
               GO TO F-LEO-FUNCIONES-SUJETO.
           IF WS-SUJETO = OPE-ID
               SET LNK-MATRIZ-APLICA TO TRUE.
           IF FOP-PROGRAMA = "@ROL"
               IF WS-SUJETO = OPE-ID
                AND WS-TOTAL-ROLES < WS-MAX-ROLES
                   ADD 1 TO WS-TOTAL-ROLES
                   MOVE FOP-OPCION TO WS-ROL (WS-TOTAL-ROLES)
               END-IF
               GO TO LEO-FUNCION-SIGUIENTE.
           IF FOP-PROGRAMA NOT = LNK-FUNCION-PROGRAMA
            AND FOP-PROGRAMA NOT = "*"
               GO TO LEO-FUNCION-SIGUIENTE.
           IF FOP-OPCION = "*" OR FOP-OPCION = SPACE
               SET LNK-TODAS-LAS-FUNCIONES TO TRUE
               GO TO LEO-FUNCION-SIGUIENTE.
           PERFORM AGREGO-FUNCION THRU F-AGREGO-FUNCION.
           GO TO LEO-FUNCION-SIGUIENTE.

       F-LEO-FUNCIONES-SUJETO.
           EXIT.

      ******************************************************************
      * Agrega la opcion al juego si no estaba ya (concedida directo y
      * por un rol a la vez).
      ******************************************************************
       AGREGO-FUNCION.
           MOVE "N" TO WS-REPETIDA-SW.
           PERFORM BUSCO-REPETIDA
               VARYING WS-FUNCION-I FROM 1 BY 1
               UNTIL WS-FUNCION-I > LNK-FUNCION-CANTIDAD
                  OR FUNCION-REPETIDA.
           IF FUNCION-REPETIDA
               GO TO F-AGREGO-FUNCION.
           IF LNK-FUNCION-CANTIDAD NOT < WS-MAX-FUNCIONES
               DISPLAY "Aviso: mas de " WS-MAX-FUNCIONES
                   " funciones en " LNK-FUNCION-PROGRAMA
                   ", se ignora " FOP-OPCION
               GO TO F-AGREGO-FUNCION.
           ADD 1 TO LNK-FUNCION-CANTIDAD.
           MOVE FOP-OPCION TO LNK-FUNCION-PERMITIDA
               (LNK-FUNCION-CANTIDAD).

       F-AGREGO-FUNCION.
           EXIT.

       BUSCO-REPETIDA.
           IF LNK-FUNCION-PERMITIDA (WS-FUNCION-I) = FOP-OPCION
               SET FUNCION-REPETIDA TO TRUE.

      ******************************************************************
      * Marca el cambio forzado si la clave ya vencio (90 dias del
      * ano comercial desde el ultimo cambio).
