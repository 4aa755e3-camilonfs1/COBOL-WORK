      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la matriz de funciones por operador
      *          (funciones_operador.dat, FUNCOPER.cpy): que programas
      *          y que opciones dentro de cada programa puede usar un
      *          operador o un rol. Un operador firmado de nivel 3
      *          (C)oncede o (Q)uita una funcion a un operador o a un
      *          rol (los roles empiezan con "@"), hace a un operador
      *          miembro de un rol o lo saca de el (opcion (R)), y
      *          (L)ista lo concedido a un sujeto. El programa se
      *          teclea con sus primeros 20 caracteres, como sale en
      *          el encabezado de corrida, o "*" para todos; la
      *          opcion es la letra del menu o el codigo de funcion
      *          (p.ej. BAJA o ACT-S en INICIO_2), o "*" para todas.
      *          Nadie se concede funciones ni roles a si mismo. Cada
      *          cambio queda en auditoria.dat; REPORTE-FUNCIONES
      *          lista quien puede hacer que para los auditores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-FUNCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY FOPSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONES-OPERADOR.

           COPY FUNCOPER.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FUNCIONES-OPERADOR PIC XX VALUE SPACE.
       01  ST-AUDITORIA          PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X     VALUE SPACE.
       01  WS-SUJETO      PIC X(8)  VALUE SPACE.
       01  WS-PROGRAMA    PIC X(20) VALUE SPACE.
       01  WS-FUNCION     PIC X(8)  VALUE SPACE.
       01  WS-ROL-NOMBRE  PIC X(8)  VALUE SPACE.
       01  WS-CLAVE-SW    PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-OPERADORES-SW PIC X   VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-ROLES    PIC 99   VALUE 0.
       01  WS-AUD-OPERACION  PIC X(10) VALUE SPACE.

      * Roles por operador que lee la firma (WS-MAX-ROLES de
      * FIRMA-OPERADOR).
       01  WS-MAX-ROLES      PIC 99   VALUE 10.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-FUNCIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "La matriz de funciones exige firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O FUNCIONES-OPERADOR.
           IF ST-FUNCIONES-OPERADOR = "35"
               OPEN OUTPUT FUNCIONES-OPERADOR
               CLOSE FUNCIONES-OPERADOR
               OPEN I-O FUNCIONES-OPERADOR.
           IF ST-FUNCIONES-OPERADOR > "07"
               DISPLAY "Error abriendo FUNCIONES-OPERADOR ("
                   ST-FUNCIONES-OPERADOR ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
               SET OPERADORES-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Maestro de operadores no disponible ("
                   ST-OPERADORES "), no se verifica el ID del "
                   "operador al conceder funciones.".

       PIDO-OPERACION.
           DISPLAY "Operacion: (C)onceder funcion, (Q)uitar funcion, "
               "(R)oles de un operador, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "C" WHEN "c"
                   PERFORM CONCEDO-FUNCION THRU F-CONCEDO-FUNCION
               WHEN "Q" WHEN "q"
                   PERFORM QUITO-FUNCION THRU F-QUITO-FUNCION
               WHEN "R" WHEN "r"
                   PERFORM ATIENDO-ROLES THRU F-ATIENDO-ROLES
               WHEN "L" WHEN "l"
                   PERFORM PIDO-SUJETO THRU F-PIDO-SUJETO
                   IF CLAVE-VALIDA
                       PERFORM LISTO-FUNCIONES-SUJETO
                           THRU F-LISTO-FUNCIONES-SUJETO
                   END-IF
               WHEN "S" WHEN "s"
                   CLOSE FUNCIONES-OPERADOR
                   CLOSE AUDITORIA-TRAIL
                   IF OPERADORES-DISPONIBLES
                       CLOSE OPERADORES
                   END-IF
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Sujeto de la fila: un rol ("@" y su nombre) o un operador
      * registrado. El supervisor firmado no puede ser el sujeto.
      ******************************************************************
       PIDO-SUJETO.
           MOVE "N" TO WS-CLAVE-SW.
           DISPLAY "Operador o rol (@NOMBRE):".
           ACCEPT WS-SUJETO.
           INSPECT WS-SUJETO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SUJETO = SPACE OR WS-SUJETO = "@"
               DISPLAY "Sujeto invalido."
               GO TO F-PIDO-SUJETO.
           IF WS-SUJETO (1:1) NOT = "@" AND OPERADORES-DISPONIBLES
               MOVE WS-SUJETO TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       DISPLAY "Operador no registrado."
                       GO TO F-PIDO-SUJETO
               END-READ
           END-IF.
           SET CLAVE-VALIDA TO TRUE.

       F-PIDO-SUJETO.
           EXIT.

      ******************************************************************
      * Programa y opcion de la funcion. "*" = todos / todas; la
      * opcion en blanco vale "*".
      ******************************************************************
       PIDO-FUNCION.
           MOVE "N" TO WS-CLAVE-SW.
           DISPLAY "Programa (nombre como en el encabezado, * = "
               "todos):".
           ACCEPT WS-PROGRAMA.
           INSPECT WS-PROGRAMA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-PROGRAMA = SPACE OR WS-PROGRAMA = "@ROL"
               DISPLAY "Programa invalido."
               GO TO F-PIDO-FUNCION.
           DISPLAY "Opcion o codigo de funcion (* = todas):".
           ACCEPT WS-FUNCION.
           INSPECT WS-FUNCION CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FUNCION = SPACE
               MOVE "*" TO WS-FUNCION.
           SET CLAVE-VALIDA TO TRUE.

       F-PIDO-FUNCION.
           EXIT.

       CONCEDO-FUNCION.
           PERFORM PIDO-SUJETO THRU F-PIDO-SUJETO.
           IF NOT CLAVE-VALIDA
               GO TO F-CONCEDO-FUNCION.
           IF WS-SUJETO = WS-OPERADOR-FIRMADO
               DISPLAY "Nadie se concede funciones a si mismo; otro "
                   "supervisor debe hacerlo."
               GO TO F-CONCEDO-FUNCION.
           PERFORM PIDO-FUNCION THRU F-PIDO-FUNCION.
           IF NOT CLAVE-VALIDA
               GO TO F-CONCEDO-FUNCION.
           MOVE WS-SUJETO   TO FOP-SUJETO.
           MOVE WS-PROGRAMA TO FOP-PROGRAMA.
           MOVE WS-FUNCION  TO FOP-OPCION.
           ACCEPT FOP-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO FOP-AUTORIZO.
           WRITE REG-FUNCION-OPERADOR
               INVALID KEY
                   DISPLAY "El sujeto ya tiene esa funcion."
                   GO TO F-CONCEDO-FUNCION
           END-WRITE.
           MOVE "FUNCIONOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Funcion " FOP-PROGRAMA " " FOP-OPCION
               " concedida a " FOP-SUJETO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Funcion concedida.".

       F-CONCEDO-FUNCION.
           EXIT.

       QUITO-FUNCION.
           PERFORM PIDO-SUJETO THRU F-PIDO-SUJETO.
           IF NOT CLAVE-VALIDA
               GO TO F-QUITO-FUNCION.
           PERFORM LISTO-FUNCIONES-SUJETO
               THRU F-LISTO-FUNCIONES-SUJETO.
           PERFORM PIDO-FUNCION THRU F-PIDO-FUNCION.
           IF NOT CLAVE-VALIDA
               GO TO F-QUITO-FUNCION.
           MOVE WS-SUJETO   TO FOP-SUJETO.
           MOVE WS-PROGRAMA TO FOP-PROGRAMA.
           MOVE WS-FUNCION  TO FOP-OPCION.
           READ FUNCIONES-OPERADOR KEY IS FOP-CLAVE
               INVALID KEY
                   DISPLAY "El sujeto no tiene esa funcion."
                   GO TO F-QUITO-FUNCION
           END-READ.
           DELETE FUNCIONES-OPERADOR RECORD.
           IF ST-FUNCIONES-OPERADOR > "07"
               DISPLAY "Error quitando la funcion ("
                   ST-FUNCIONES-OPERADOR ")."
               GO TO F-QUITO-FUNCION.
           MOVE "FUNCIONOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Funcion " FOP-PROGRAMA " " FOP-OPCION
               " quitada a " FOP-SUJETO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Funcion quitada.".

       F-QUITO-FUNCION.
           EXIT.

      ******************************************************************
      * Roles de un operador: filas de programa "@ROL" con el rol en
      * la opcion. (A)signar respeta el maximo de roles que lee la
      * firma.
      ******************************************************************
       ATIENDO-ROLES.
           PERFORM PIDO-SUJETO THRU F-PIDO-SUJETO.
           IF NOT CLAVE-VALIDA
               GO TO F-ATIENDO-ROLES.
           IF WS-SUJETO (1:1) = "@"
               DISPLAY "Los roles se asignan a operadores, no a otros "
                   "roles."
               GO TO F-ATIENDO-ROLES.
           PERFORM LISTO-FUNCIONES-SUJETO
               THRU F-LISTO-FUNCIONES-SUJETO.
           DISPLAY "(A)signar rol, (Q)uitar rol o (S)alir:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = "A" AND NOT = "a"
            AND NOT = "Q" AND NOT = "q"
               GO TO F-ATIENDO-ROLES.
           DISPLAY "Rol (@NOMBRE):".
           ACCEPT WS-ROL-NOMBRE.
           INSPECT WS-ROL-NOMBRE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ROL-NOMBRE (1:1) NOT = "@" OR WS-ROL-NOMBRE = "@"
               DISPLAY "El rol debe empezar con @."
               GO TO F-ATIENDO-ROLES.
           MOVE WS-SUJETO     TO FOP-SUJETO.
           MOVE "@ROL"        TO FOP-PROGRAMA.
           MOVE WS-ROL-NOMBRE TO FOP-OPCION.
           IF WS-OPCION = "Q" OR WS-OPCION = "q"
               GO TO QUITO-ROL.
           IF WS-SUJETO = WS-OPERADOR-FIRMADO
               DISPLAY "Nadie se asigna roles a si mismo; otro "
                   "supervisor debe hacerlo."
               GO TO F-ATIENDO-ROLES.
           IF WS-TOTAL-ROLES NOT < WS-MAX-ROLES
               DISPLAY "El operador ya tiene " WS-MAX-ROLES
                   " roles, quite uno antes de asignar otro."
               GO TO F-ATIENDO-ROLES.
           MOVE WS-SUJETO     TO FOP-SUJETO.
           MOVE "@ROL"        TO FOP-PROGRAMA.
           MOVE WS-ROL-NOMBRE TO FOP-OPCION.
           ACCEPT FOP-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO FOP-AUTORIZO.
           WRITE REG-FUNCION-OPERADOR
               INVALID KEY
                   DISPLAY "El operador ya tiene ese rol."
                   GO TO F-ATIENDO-ROLES
           END-WRITE.
           MOVE "FUNCIONOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Rol " FOP-OPCION " asignado a " FOP-SUJETO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Rol asignado.".
           GO TO F-ATIENDO-ROLES.

       QUITO-ROL.
           READ FUNCIONES-OPERADOR KEY IS FOP-CLAVE
               INVALID KEY
                   DISPLAY "El operador no tiene ese rol."
                   GO TO F-ATIENDO-ROLES
           END-READ.
           DELETE FUNCIONES-OPERADOR RECORD.
           IF ST-FUNCIONES-OPERADOR > "07"
               DISPLAY "Error quitando el rol ("
                   ST-FUNCIONES-OPERADOR ")."
               GO TO F-ATIENDO-ROLES.
           MOVE "FUNCIONOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Rol " FOP-OPCION " quitado a " FOP-SUJETO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Rol quitado.".

       F-ATIENDO-ROLES.
           EXIT.

      ******************************************************************
      * Filas del sujeto en WS-SUJETO; cuenta de paso sus roles.
      ******************************************************************
       LISTO-FUNCIONES-SUJETO.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE 0 TO WS-TOTAL-ROLES.
           MOVE WS-SUJETO TO FOP-SUJETO.
           MOVE LOW-VALUE TO FOP-PROGRAMA.
           MOVE LOW-VALUE TO FOP-OPCION.
           START FUNCIONES-OPERADOR KEY IS NOT LESS THAN FOP-CLAVE
               INVALID KEY
                   GO TO FIN-LISTO-FUNCIONES-SUJETO
           END-START.

       LEO-FUNCION-SUJETO.
           READ FUNCIONES-OPERADOR NEXT RECORD
               AT END
                   GO TO FIN-LISTO-FUNCIONES-SUJETO
           END-READ.
           IF FOP-SUJETO NOT = WS-SUJETO
               GO TO FIN-LISTO-FUNCIONES-SUJETO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF FOP-PROGRAMA = "@ROL"
               ADD 1 TO WS-TOTAL-ROLES
               DISPLAY "  ROL " FOP-OPCION " (desde " FOP-FECHA
                   ", " FOP-AUTORIZO ")"
           ELSE
               DISPLAY "  " FOP-PROGRAMA " " FOP-OPCION " (desde "
                   FOP-FECHA ", " FOP-AUTORIZO ")".
           GO TO LEO-FUNCION-SUJETO.

       FIN-LISTO-FUNCIONES-SUJETO.
           IF WS-TOTAL-LISTADOS = 0
               IF WS-SUJETO (1:1) = "@"
                   DISPLAY "  El rol no tiene funciones concedidas."
               ELSE
                   DISPLAY "  Sin matriz: trabaja por su nivel de "
                       "operador."
               END-IF
           END-IF.

       F-LISTO-FUNCIONES-SUJETO.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-FUNCIONES.
