      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte semanal de reclamos de clientes
      *          (reclamos_semana_AAAAMMDD.txt) sobre reclamos.dat,
      *          por empresa del grupo o consolidado, en tres
      *          secciones: (1) los casos abiertos o en tramite por
      *          fecha limite de respuesta, con la marca VENCIDO y los
      *          dias habiles de atraso de los que ya la pasaron; (2)
      *          los casos vencidos por operador asignado, con su
      *          cantidad por operador; (3) el volumen de reclamos por
      *          categoria y mes de recibo de los ultimos doce meses,
      *          con los resueltos y los pendientes de cada mes. La
      *          generacion queda anotada en generaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RECLAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REC-NUMERO
                  ALTERNATE RECORD KEY IS REC-ID-CLIENTE
                      WITH DUPLICATES
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL TIPOS-RECLAMO
                  ASSIGN TO "./tipos_reclamo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TRC-CODIGO
                  STATUS ST-TIPOS.

           COPY OPERSEL.

           SELECT ORDENADOS ASSIGN TO "./reclamos_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  RECLAMOS.

           COPY RECLAMO.

       FD  TIPOS-RECLAMO.

           COPY TIPORECL.

       FD  OPERADORES.

           COPY OPERADOR.

      * Seccion "1": abiertos por fecha limite; "2": vencidos por
      * operador asignado; "3": volumen por categoria y mes (AAAAMM
      * en ORD-FECHA).
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-SECCION     PIC X.
           05 ORD-GRUPO       PIC X(8).
           05 ORD-FECHA       PIC 9(8).
           05 ORD-NUMERO      PIC 9(8).
           05 ORD-ID-CLIENTE  PIC 9(8).
           05 ORD-CATEGORIA   PIC X(4).
           05 ORD-RECIBIDO    PIC 9(8).
           05 ORD-LIMITE      PIC 9(8).
           05 ORD-ASIGNADO    PIC X(8).
           05 ORD-ESTADO      PIC X.
           05 ORD-DESCRIPCION PIC X(40).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-RECLAMOS     PIC XX VALUE SPACE.
       01  ST-TIPOS        PIC XX VALUE SPACE.
       01  ST-OPERADORES   PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.

       01  WS-TIPOS-SW      PIC X VALUE "N".
           88 TIPOS-DISPONIBLES      VALUE "S".
       01  WS-OPERADORES-SW PIC X VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".

       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-HOY-PARTES REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANO   PIC 9(4).
           05 WS-HOY-MES   PIC 99.
           05 WS-HOY-DIA   PIC 99.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Primer mes (AAAAMM) de la ventana de doce meses del volumen.
       01  WS-MES-DESDE    PIC 9(6)  VALUE 0.
       01  WS-DESDE-PARTES REDEFINES WS-MES-DESDE.
           05 WS-DESDE-ANO PIC 9(4).
           05 WS-DESDE-MES PIC 99.

       01  WS-CAL-FUNCION  PIC X     VALUE "D".
       01  WS-DIAS-ATRASO  PIC 9(8)  VALUE 0.
       01  WS-MARCA        PIC X(7)  VALUE SPACE.

      * Corte de control de la seccion y del grupo (operador o
      * categoria) y del mes.
       01  WS-SECCION-CURSO PIC X    VALUE SPACE.
       01  WS-GRUPO-CURSO   PIC X(8) VALUE SPACE.
       01  WS-MES-CURSO     PIC 9(6) VALUE 0.
       01  WS-HAY-GRUPO-SW  PIC X    VALUE "N".
           88 HAY-GRUPO-EN-CURSO VALUE "S".
       01  WS-HAY-MES-SW    PIC X    VALUE "N".
           88 HAY-MES-EN-CURSO   VALUE "S".
       01  WS-NOMBRE-GRUPO  PIC X(30) VALUE SPACE.
       01  WS-GRUPO-CASOS   PIC 9(7)  VALUE 0.
       01  WS-MES-CASOS     PIC 9(7)  VALUE 0.
       01  WS-MES-RESUELTOS PIC 9(7)  VALUE 0.
       01  WS-GRUPO-RESUELTOS PIC 9(7) VALUE 0.

       01  WS-TOTAL-LEIDOS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-OTRA-EMPRESA PIC 9(7) VALUE 0.
       01  WS-TOTAL-PENDIENTES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-VENCIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-EN-VENTANA   PIC 9(7) VALUE 0.

       01  LINEA-CASO.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-NUMERO     PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-CATEGORIA  PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-ESTADO     PIC X.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-RECIBIDO   PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-LIMITE     PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-MARCA      PIC X(7).
           05 FILLER         PIC X     VALUE SPACE.
           05 LCA-ATRASO     PIC ZZZ9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-ASIGNADO   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 LCA-DESCRIPCION PIC X(40).

       01  LINEA-MES.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LME-MES        PIC 9(6).
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LME-CASOS      PIC ZZZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LME-RESUELTOS  PIC ZZZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LME-PENDIENTES PIC ZZZZZZ9.

       01  LINEA-TOTAL-GRUPO.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LTG-ROTULO     PIC X(20).
           05 LTG-CASOS      PIC ZZZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LTG-RESUELTOS  PIC ZZZZZZ9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 LTG-PENDIENTES PIC ZZZZZZ9.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-RECLAMOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-HOY-MES = 12
               MOVE WS-HOY-ANO TO WS-DESDE-ANO
               MOVE 1          TO WS-DESDE-MES
           ELSE
               COMPUTE WS-DESDE-ANO = WS-HOY-ANO - 1
               COMPUTE WS-DESDE-MES = WS-HOY-MES + 1.
           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS NOT = "00"
               DISPLAY "No hay reclamos registrados (" ST-RECLAMOS
                   "); no se genera el reporte."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TIPOS-RECLAMO.
           IF ST-TIPOS = "00"
               SET TIPOS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Aviso: tipos_reclamo.dat no disponible, las "
                   "categorias salen sin descripcion.".
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
               SET OPERADORES-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Aviso: operadores.dat no disponible, los "
                   "operadores salen sin nombre.".
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./reclamos_semana_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "REPORTE SEMANAL DE RECLAMOS - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-SECCION ORD-GRUPO ORD-FECHA
                   ORD-NUMERO
               INPUT  PROCEDURE IS SUELTO-RECLAMOS
                   THRU F-SUELTO-RECLAMOS
               OUTPUT PROCEDURE IS IMPRIMO-RECLAMOS
                   THRU F-IMPRIMO-RECLAMOS.
           PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Reclamos leidos             : " WS-TOTAL-LEIDOS.
           DISPLAY "De otras empresas           : "
               WS-TOTAL-OTRA-EMPRESA.
           DISPLAY "Pendientes (abiertos/tramite): "
               WS-TOTAL-PENDIENTES.
           DISPLAY "  vencidos                  : " WS-TOTAL-VENCIDOS.
           DISPLAY "Recibidos ultimos 12 meses  : "
               WS-TOTAL-EN-VENTANA.
           DISPLAY "Reporte: " WS-REPORTE-PATH.
           STOP RUN.

      ******************************************************************
      * Suelta cada caso pendiente a la seccion 1, el vencido ademas a
      * la 2, y todo caso recibido en la ventana de doce meses a la 3.
      ******************************************************************
       SUELTO-RECLAMOS.
           MOVE 0 TO REC-NUMERO.
           START RECLAMOS KEY IS NOT LESS THAN REC-NUMERO
               INVALID KEY
                   GO TO F-SUELTO-RECLAMOS
           END-START.

       LEO-RECLAMO.
           READ RECLAMOS NEXT RECORD
               AT END
                   GO TO F-SUELTO-RECLAMOS
           END-READ.
           IF ST-RECLAMOS > "07"
               DISPLAY "Error leyendo RECLAMOS (" ST-RECLAMOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SUELTO-RECLAMOS.
           ADD 1 TO WS-TOTAL-LEIDOS.
           MOVE REC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               ADD 1 TO WS-TOTAL-OTRA-EMPRESA
               GO TO LEO-RECLAMO.
           MOVE REC-NUMERO         TO ORD-NUMERO.
           MOVE REC-ID-CLIENTE     TO ORD-ID-CLIENTE.
           MOVE REC-CATEGORIA      TO ORD-CATEGORIA.
           MOVE REC-FECHA-RECIBIDO TO ORD-RECIBIDO.
           MOVE REC-FECHA-LIMITE   TO ORD-LIMITE.
           MOVE REC-ASIGNADO       TO ORD-ASIGNADO.
           MOVE REC-ESTADO         TO ORD-ESTADO.
           MOVE REC-DESCRIPCION    TO ORD-DESCRIPCION.
           IF REC-PENDIENTE
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE "1"              TO ORD-SECCION
               MOVE SPACE            TO ORD-GRUPO
               MOVE REC-FECHA-LIMITE TO ORD-FECHA
               RELEASE REG-ORDEN
               IF WS-FECHA-HOY > REC-FECHA-LIMITE
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   MOVE "2"          TO ORD-SECCION
                   MOVE REC-ASIGNADO TO ORD-GRUPO
                   RELEASE REG-ORDEN
               END-IF
           END-IF.
           IF REC-FECHA-RECIBIDO (1:6) >= WS-MES-DESDE
               ADD 1 TO WS-TOTAL-EN-VENTANA
               MOVE "3"           TO ORD-SECCION
               MOVE REC-CATEGORIA TO ORD-GRUPO
               MOVE 0             TO ORD-FECHA
               MOVE REC-FECHA-RECIBIDO (1:6) TO ORD-FECHA (3:6)
               RELEASE REG-ORDEN.
           GO TO LEO-RECLAMO.

       F-SUELTO-RECLAMOS.
           EXIT.

      ******************************************************************
      * Corte por seccion, por grupo (operador o categoria) y, en la
      * seccion 3, por mes.
      ******************************************************************
       IMPRIMO-RECLAMOS.
           RETURN ORDENADOS
               AT END
                   GO TO F-IMPRIMO-RECLAMOS
           END-RETURN.
           IF ORD-SECCION NOT = WS-SECCION-CURSO
               PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION
               MOVE ORD-SECCION TO WS-SECCION-CURSO
               PERFORM ABRO-SECCION.
           IF ORD-SECCION NOT = "1"
            AND (NOT HAY-GRUPO-EN-CURSO
                 OR ORD-GRUPO NOT = WS-GRUPO-CURSO)
               PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO
               MOVE ORD-GRUPO TO WS-GRUPO-CURSO
               MOVE "S" TO WS-HAY-GRUPO-SW
               PERFORM ABRO-GRUPO.
           EVALUATE ORD-SECCION
               WHEN "3"
                   PERFORM ACUMULO-MES THRU F-ACUMULO-MES
               WHEN OTHER
                   PERFORM IMPRIMO-CASO
                   ADD 1 TO WS-GRUPO-CASOS
           END-EVALUATE.
           GO TO IMPRIMO-RECLAMOS.

       F-IMPRIMO-RECLAMOS.
           EXIT.

       ABRO-SECCION.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           EVALUATE WS-SECCION-CURSO
               WHEN "1"
                   STRING "1. CASOS ABIERTOS POR FECHA LIMITE DE "
                       "RESPUESTA" DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN "2"
                   MOVE "2. CASOS VENCIDOS POR OPERADOR ASIGNADO"
                       TO LINEA-REPORTE
               WHEN OTHER
                   STRING "3. VOLUMEN POR CATEGORIA Y MES DESDE "
                       WS-MES-DESDE DELIMITED BY SIZE
                       INTO LINEA-REPORTE
           END-EVALUATE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-SECCION-CURSO = "3"
               MOVE "    MES       RECIBIDOS  RESUELTOS  PENDIENTES"
                   TO LINEA-REPORTE
           ELSE
               STRING "      CASO   CLIENTE  CAT.  E  RECIBIDO    "
                   "LIMITE  MARCA   ATR.  ASIGNADO  DESCRIPCION"
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-GRUPO-CASOS.
           MOVE 0 TO WS-GRUPO-RESUELTOS.
           MOVE "N" TO WS-HAY-GRUPO-SW.

       CIERRO-SECCION.
           IF WS-SECCION-CURSO = SPACE
               GO TO F-CIERRO-SECCION.
           IF WS-SECCION-CURSO = "1"
               MOVE SPACE TO LINEA-TOTAL-GRUPO
               MOVE "    CASOS ABIERTOS: " TO LTG-ROTULO
               MOVE WS-GRUPO-CASOS TO LTG-CASOS
               WRITE LINEA-REPORTE FROM LINEA-TOTAL-GRUPO
           ELSE
               PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO.

       F-CIERRO-SECCION.
           EXIT.

       ABRO-GRUPO.
           MOVE 0 TO WS-GRUPO-CASOS.
           MOVE 0 TO WS-GRUPO-RESUELTOS.
           MOVE "N" TO WS-HAY-MES-SW.
           MOVE "(no registrado)" TO WS-NOMBRE-GRUPO.
           IF WS-SECCION-CURSO = "2"
               PERFORM BUSCO-NOMBRE-OPERADOR
           ELSE
               PERFORM BUSCO-NOMBRE-CATEGORIA.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-SECCION-CURSO = "2"
               STRING "  OPERADOR: " WS-GRUPO-CURSO " "
                   WS-NOMBRE-GRUPO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           ELSE
               STRING "  CATEGORIA: " WS-GRUPO-CURSO (1:4) " "
                   WS-NOMBRE-GRUPO DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       BUSCO-NOMBRE-OPERADOR.
           IF WS-GRUPO-CURSO = SPACE
               MOVE "(sin asignar)" TO WS-NOMBRE-GRUPO
           ELSE
               IF OPERADORES-DISPONIBLES
                   MOVE WS-GRUPO-CURSO TO OPE-ID
                   READ OPERADORES KEY IS OPE-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OPE-NOMBRE TO WS-NOMBRE-GRUPO
                   END-READ
               END-IF
           END-IF.

       BUSCO-NOMBRE-CATEGORIA.
           IF TIPOS-DISPONIBLES
               MOVE WS-GRUPO-CURSO (1:4) TO TRC-CODIGO
               READ TIPOS-RECLAMO KEY IS TRC-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRC-DESCRIPCION TO WS-NOMBRE-GRUPO
               END-READ
           END-IF.

       CIERRO-GRUPO.
           IF NOT HAY-GRUPO-EN-CURSO
               GO TO F-CIERRO-GRUPO.
           MOVE "N" TO WS-HAY-GRUPO-SW.
           MOVE SPACE TO LINEA-TOTAL-GRUPO.
           IF WS-SECCION-CURSO = "2"
               MOVE "    CASOS VENCIDOS: " TO LTG-ROTULO
               MOVE WS-GRUPO-CASOS TO LTG-CASOS
               WRITE LINEA-REPORTE FROM LINEA-TOTAL-GRUPO
               GO TO F-CIERRO-GRUPO.
           PERFORM CIERRO-MES THRU F-CIERRO-MES.
           MOVE "    TOTAL CATEGORIA:" TO LTG-ROTULO.
           MOVE WS-GRUPO-CASOS TO LTG-CASOS.
           MOVE WS-GRUPO-RESUELTOS TO LTG-RESUELTOS.
           COMPUTE LTG-PENDIENTES = WS-GRUPO-CASOS
               - WS-GRUPO-RESUELTOS.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-GRUPO.

       F-CIERRO-GRUPO.
           EXIT.

      *    Caso de las secciones 1 y 2, con su atraso en dias habiles
      *    desde la fecha limite.
       IMPRIMO-CASO.
           MOVE SPACE TO WS-MARCA.
           MOVE 0 TO WS-DIAS-ATRASO.
           IF WS-FECHA-HOY > ORD-LIMITE
               MOVE "VENCIDO" TO WS-MARCA
               CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
                   ORD-LIMITE WS-FECHA-HOY WS-DIAS-ATRASO.
           MOVE ORD-NUMERO      TO LCA-NUMERO.
           MOVE ORD-ID-CLIENTE  TO LCA-ID.
           MOVE ORD-CATEGORIA   TO LCA-CATEGORIA.
           MOVE ORD-ESTADO      TO LCA-ESTADO.
           MOVE ORD-RECIBIDO    TO LCA-RECIBIDO.
           MOVE ORD-LIMITE      TO LCA-LIMITE.
           MOVE WS-MARCA        TO LCA-MARCA.
           MOVE WS-DIAS-ATRASO  TO LCA-ATRASO.
           MOVE ORD-ASIGNADO    TO LCA-ASIGNADO.
           MOVE ORD-DESCRIPCION TO LCA-DESCRIPCION.
           WRITE LINEA-REPORTE FROM LINEA-CASO.

      *    Seccion 3: cuenta el caso en el mes en curso de la categoria.
       ACUMULO-MES.
           IF NOT HAY-MES-EN-CURSO
            OR ORD-FECHA NOT = WS-MES-CURSO
               PERFORM CIERRO-MES THRU F-CIERRO-MES
               MOVE ORD-FECHA TO WS-MES-CURSO
               MOVE "S" TO WS-HAY-MES-SW
               MOVE 0 TO WS-MES-CASOS
               MOVE 0 TO WS-MES-RESUELTOS.
           ADD 1 TO WS-MES-CASOS.
           ADD 1 TO WS-GRUPO-CASOS.
           IF ORD-ESTADO = "R"
               ADD 1 TO WS-MES-RESUELTOS
               ADD 1 TO WS-GRUPO-RESUELTOS.

       F-ACUMULO-MES.
           EXIT.

       CIERRO-MES.
           IF NOT HAY-MES-EN-CURSO
               GO TO F-CIERRO-MES.
           MOVE "N" TO WS-HAY-MES-SW.
           MOVE WS-MES-CURSO     TO LME-MES.
           MOVE WS-MES-CASOS     TO LME-CASOS.
           MOVE WS-MES-RESUELTOS TO LME-RESUELTOS.
           COMPUTE LME-PENDIENTES = WS-MES-CASOS - WS-MES-RESUELTOS.
           WRITE LINEA-REPORTE FROM LINEA-MES.

       F-CIERRO-MES.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PENDIENTES: " WS-TOTAL-PENDIENTES
               "  VENCIDOS: " WS-TOTAL-VENCIDOS
               "  RECIBIDOS ULTIMOS 12 MESES: " WS-TOTAL-EN-VENTANA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Deja la generacion fechada del reporte anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "reclamos_semana" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE RECLAMOS.
           IF TIPOS-DISPONIBLES
               CLOSE TIPOS-RECLAMO.
           IF OPERADORES-DISPONIBLES
               CLOSE OPERADORES.
           CLOSE REPORTE.

           COPY EMPCORR.

           COPY BANNER.

       END PROGRAM REPORTE-RECLAMOS.
