      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte para los auditores de quien puede hacer que:
      *          recorre el maestro de operadores (operadores.dat) y,
      *          para cada uno, lista las funciones que le concede la
      *          matriz (funciones_operador.dat, FUNCOPER.cpy) -- las
      *          suyas y las de cada rol del que es miembro, con la
      *          fecha y el supervisor que las concedio --, o, si no
      *          tiene matriz, lo que su nivel le abre en todos los
      *          programas. Cierra con las filas de la matriz cuyo
      *          sujeto no es un rol ni un operador registrado, y con
      *          los totales. Exige firma de nivel 3. Sale a
      *          ./reporte_funciones.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-FUNCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY FOPSEL.

           SELECT REPORTE ASSIGN TO "./reporte_funciones.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONES-OPERADOR.

           COPY FUNCOPER.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FUNCIONES-OPERADOR PIC XX VALUE SPACE.
       01  ST-REPORTE            PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-MATRIZ-SW    PIC X     VALUE "N".
           88 MATRIZ-DISPONIBLE VALUE "S".

      * Operador en curso, sus roles y el sujeto que se recorre.
       01  WS-OPE-ID       PIC X(8)  VALUE SPACE.
       01  WS-SUJETO       PIC X(8)  VALUE SPACE.
       01  WS-ORIGEN       PIC X(12) VALUE SPACE.
       01  WS-ROLES.
           05 WS-ROL       PIC X(8)  OCCURS 10.
       01  WS-TOTAL-ROLES  PIC 99    VALUE 0.
       01  WS-MAX-ROLES    PIC 99    VALUE 10.
       01  WS-ROL-I        PIC 99    VALUE 0.
       01  WS-FILAS-OPERADOR PIC 9(5) VALUE 0.

       01  WS-TOTAL-OPERADORES  PIC 9(5) VALUE 0.
       01  WS-TOTAL-CON-MATRIZ  PIC 9(5) VALUE 0.
       01  WS-TOTAL-POR-NIVEL   PIC 9(5) VALUE 0.
       01  WS-TOTAL-BLOQUEADOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-FUNCIONES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-HUERFANAS   PIC 9(5) VALUE 0.

       01  LINEA-OPERADOR.
           05 FILLER           PIC X(9)  VALUE "OPERADOR ".
           05 LOP-ID           PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LOP-NOMBRE       PIC X(30).
           05 FILLER           PIC X(8)  VALUE "  NIVEL ".
           05 LOP-NIVEL        PIC 9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LOP-ESTADO       PIC X(10).

       01  LINEA-DETALLE.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 DET-PROGRAMA     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-OPCION       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-ORIGEN       PIC X(12).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-FECHA        PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-AUTORIZO     PIC X(8).

       01  LINEA-HUERFANA.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 HUE-SUJETO       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 HUE-PROGRAMA     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 HUE-OPCION       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 HUE-FECHA        PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 HUE-AUTORIZO     PIC X(8).

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-FUNCIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "El reporte de funciones exige firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES > "07"
               DISPLAY "Error abriendo OPERADORES (" ST-OPERADORES ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT FUNCIONES-OPERADOR.
           IF ST-FUNCIONES-OPERADOR = "00"
               SET MATRIZ-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "Matriz de funciones no disponible ("
                   ST-FUNCIONES-OPERADOR "), todos los operadores "
                   "trabajan por su nivel.".
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FUNCIONES AUTORIZADAS POR OPERADOR  CORRIDA "
               WS-FECHA-HOY "  POR " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "LA MATRIZ SOLO ABRE LO QUE EL NIVEL DEL OPERADOR "
               "PERMITE" DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "    PROGRAMA              OPCION    ORIGEN        "
               "DESDE     AUTORIZO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LISTO-OPERADORES THRU F-LISTO-OPERADORES.
           IF MATRIZ-DISPONIBLE
               PERFORM LISTO-HUERFANAS THRU F-LISTO-HUERFANAS.
           PERFORM IMPRIMO-TOTALES.
           CLOSE REPORTE.
           CLOSE OPERADORES.
           IF MATRIZ-DISPONIBLE
               CLOSE FUNCIONES-OPERADOR.
           DISPLAY "Operadores listados          : "
               WS-TOTAL-OPERADORES.
           DISPLAY "  con matriz de funciones    : "
               WS-TOTAL-CON-MATRIZ.
           DISPLAY "  por nivel                  : "
               WS-TOTAL-POR-NIVEL.
           DISPLAY "Filas de sujetos no registrados: "
               WS-TOTAL-HUERFANAS.
           DISPLAY "Reporte: reporte_funciones.txt".
           STOP RUN.

      ******************************************************************
      * Un bloque por operador del maestro, en orden de ID.
      ******************************************************************
       LISTO-OPERADORES.
           MOVE LOW-VALUE TO OPE-ID.
           START OPERADORES KEY IS NOT LESS THAN OPE-ID
               INVALID KEY
                   GO TO F-LISTO-OPERADORES
           END-START.

       LEO-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   GO TO F-LISTO-OPERADORES
           END-READ.
           IF ST-OPERADORES > "07"
               DISPLAY "Error leyendo OPERADORES (" ST-OPERADORES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-LISTO-OPERADORES.
           ADD 1 TO WS-TOTAL-OPERADORES.
           MOVE OPE-ID     TO WS-OPE-ID.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE OPE-ID     TO LOP-ID.
           MOVE OPE-NOMBRE TO LOP-NOMBRE.
           MOVE OPE-NIVEL  TO LOP-NIVEL.
           IF OPE-BLOQUEADO = "S"
               ADD 1 TO WS-TOTAL-BLOQUEADOS
               MOVE "BLOQUEADO" TO LOP-ESTADO
           ELSE
               MOVE SPACE TO LOP-ESTADO.
           MOVE LINEA-OPERADOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-FILAS-OPERADOR.
           MOVE 0 TO WS-TOTAL-ROLES.
           IF MATRIZ-DISPONIBLE
               MOVE WS-OPE-ID TO WS-SUJETO
               MOVE "DIRECTA" TO WS-ORIGEN
               PERFORM LISTO-FILAS-SUJETO THRU F-LISTO-FILAS-SUJETO
               PERFORM LISTO-FILAS-ROL
                   VARYING WS-ROL-I FROM 1 BY 1
                   UNTIL WS-ROL-I > WS-TOTAL-ROLES
           END-IF.
           IF WS-FILAS-OPERADOR = 0
               ADD 1 TO WS-TOTAL-POR-NIVEL
               PERFORM IMPRIMO-POR-NIVEL
           ELSE
               ADD 1 TO WS-TOTAL-CON-MATRIZ.
           GO TO LEO-OPERADOR.

       F-LISTO-OPERADORES.
           EXIT.

       LISTO-FILAS-ROL.
           MOVE WS-ROL (WS-ROL-I) TO WS-SUJETO.
           MOVE SPACE TO WS-ORIGEN.
           STRING "ROL " WS-SUJETO DELIMITED BY SIZE INTO WS-ORIGEN.
           PERFORM LISTO-FILAS-SUJETO THRU F-LISTO-FILAS-SUJETO.

      ******************************************************************
      * Filas de WS-SUJETO. Las "@ROL" del operador no se imprimen
      * como funcion: se guardan para listar despues las del rol.
      ******************************************************************
       LISTO-FILAS-SUJETO.
           MOVE WS-SUJETO TO FOP-SUJETO.
           MOVE LOW-VALUE TO FOP-PROGRAMA.
           MOVE LOW-VALUE TO FOP-OPCION.
           START FUNCIONES-OPERADOR KEY IS NOT LESS THAN FOP-CLAVE
               INVALID KEY
                   GO TO F-LISTO-FILAS-SUJETO
           END-START.

       LEO-FILA-SUJETO.
           READ FUNCIONES-OPERADOR NEXT RECORD
               AT END
                   GO TO F-LISTO-FILAS-SUJETO
           END-READ.
           IF ST-FUNCIONES-OPERADOR > "07"
            OR FOP-SUJETO NOT = WS-SUJETO
               GO TO F-LISTO-FILAS-SUJETO.
           IF WS-SUJETO = WS-OPE-ID
               ADD 1 TO WS-FILAS-OPERADOR.
           IF FOP-PROGRAMA = "@ROL"
               IF WS-SUJETO = WS-OPE-ID
                AND WS-TOTAL-ROLES < WS-MAX-ROLES
                   ADD 1 TO WS-TOTAL-ROLES
                   MOVE FOP-OPCION TO WS-ROL (WS-TOTAL-ROLES)
               END-IF
               GO TO LEO-FILA-SUJETO.
           ADD 1 TO WS-TOTAL-FUNCIONES.
           MOVE FOP-PROGRAMA TO DET-PROGRAMA.
           IF FOP-PROGRAMA = "*"
               MOVE "TODOS LOS PROGRAMAS" TO DET-PROGRAMA.
           MOVE FOP-OPCION   TO DET-OPCION.
           IF FOP-OPCION = "*" OR FOP-OPCION = SPACE
               MOVE "TODAS" TO DET-OPCION.
           MOVE WS-ORIGEN    TO DET-ORIGEN.
           MOVE FOP-FECHA    TO DET-FECHA.
           MOVE FOP-AUTORIZO TO DET-AUTORIZO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LEO-FILA-SUJETO.

       F-LISTO-FILAS-SUJETO.
           EXIT.

      ******************************************************************
      * Operador sin matriz: lo que abren los umbrales de siempre.
      ******************************************************************
       IMPRIMO-POR-NIVEL.
           MOVE SPACE TO LINEA-REPORTE.
           EVALUATE OPE-NIVEL
               WHEN 0
                   STRING "    SIN MATRIZ: NIVEL 0, NO PUEDE USAR "
                       "NINGUNA FUNCION"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN 1
                   STRING "    SIN MATRIZ: POR NIVEL, TODOS LOS "
                       "PROGRAMAS EN CONSULTA"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN 2
                   STRING "    SIN MATRIZ: POR NIVEL, TODOS LOS "
                       "PROGRAMAS EN CONSULTA Y ACTUALIZACION"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN OTHER
                   STRING "    SIN MATRIZ: POR NIVEL, TODOS LOS "
                       "PROGRAMAS EN CONSULTA, ACTUALIZACION, BAJAS "
                       "Y FUNCIONES DE SUPERVISOR"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
           END-EVALUATE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Filas de la matriz cuyo sujeto no es rol ni operador del
      * maestro (operador dado de baja, ID mal tecleado): no abren
      * nada, pero el auditor debe verlas.
      ******************************************************************
       LISTO-HUERFANAS.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "FILAS DE SUJETOS QUE NO SON ROL NI OPERADOR REGISTRADO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUE TO FOP-CLAVE.
           START FUNCIONES-OPERADOR KEY IS NOT LESS THAN FOP-CLAVE
               INVALID KEY
                   GO TO FIN-LISTO-HUERFANAS
           END-START.

       LEO-HUERFANA.
           READ FUNCIONES-OPERADOR NEXT RECORD
               AT END
                   GO TO FIN-LISTO-HUERFANAS
           END-READ.
           IF ST-FUNCIONES-OPERADOR > "07"
               GO TO FIN-LISTO-HUERFANAS.
           IF FOP-SUJETO (1:1) = "@"
               GO TO LEO-HUERFANA.
           MOVE FOP-SUJETO TO OPE-ID.
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   ADD 1 TO WS-TOTAL-HUERFANAS
                   MOVE FOP-SUJETO   TO HUE-SUJETO
                   MOVE FOP-PROGRAMA TO HUE-PROGRAMA
                   MOVE FOP-OPCION   TO HUE-OPCION
                   MOVE FOP-FECHA    TO HUE-FECHA
                   MOVE FOP-AUTORIZO TO HUE-AUTORIZO
                   MOVE LINEA-HUERFANA TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
           END-READ.
           GO TO LEO-HUERFANA.

       FIN-LISTO-HUERFANAS.
           IF WS-TOTAL-HUERFANAS = 0
               MOVE "    NINGUNA" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       F-LISTO-HUERFANAS.
           EXIT.

       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "OPERADORES " WS-TOTAL-OPERADORES
               "  CON MATRIZ " WS-TOTAL-CON-MATRIZ
               "  POR NIVEL " WS-TOTAL-POR-NIVEL
               "  BLOQUEADOS " WS-TOTAL-BLOQUEADOS
               "  FUNCIONES LISTADAS " WS-TOTAL-FUNCIONES
               "  FILAS SIN SUJETO " WS-TOTAL-HUERFANAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REPORTE-FUNCIONES.
