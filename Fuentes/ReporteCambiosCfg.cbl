      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Consulta y reporte mensual del registro de cambios de
      *          configuracion (cambios_config.dat, CAMBCFG.cpy) que
      *          dejan MANTIENE-PARAMETROS, MANTIENE-FERIADOS,
      *          MANTIENE-PASOS, MANTIENE-CODPOSTAL y los CARGA-* de
      *          tablas. Modo (C)onsulta: muestra en pantalla los
      *          cambios filtrados por tabla, clave y rango de fechas
      *          (en blanco o 0 = sin filtro), con la imagen de antes
      *          y de despues. Modo (M)ensual: lista todos los cambios
      *          del mes pedido en ./cambios_config_AAAAMM.txt,
      *          marcando los de tablas de efecto financiero
      *          (CCF-TABLA-SENSIBLE), repite esos en una seccion
      *          aparte para la revision del control interno y cierra
      *          con totales por tabla. Exige firma de nivel 3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMBIOS-CFG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFSEL.

           SELECT OPTIONAL REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMBIOS-CONFIG.

           COPY CAMBCFG.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-CAMBIOS-CONFIG PIC XX VALUE SPACE.
       01  ST-REPORTE        PIC XX VALUE SPACE.
       01  ST-GENERACIONES   PIC XX VALUE SPACE.

       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

       01  WS-MODO         PIC X     VALUE SPACE.
       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-PERIODO      PIC 9(6)  VALUE 0.

      * Filtros de la consulta en pantalla.
       01  WS-FILTRO-TABLA PIC X(20) VALUE SPACE.
       01  WS-FILTRO-CLAVE PIC X(20) VALUE SPACE.
       01  WS-FILTRO-DESDE PIC 9(8)  VALUE 0.
       01  WS-FILTRO-HASTA PIC 9(8)  VALUE 0.

      * Pasada del reporte mensual: la general lista todo el mes y
      * acumula, la de sensibles repite solo esos.
       01  WS-PASADA-SW    PIC X     VALUE "G".
           88 PASADA-GENERAL     VALUE "G".
           88 PASADA-SENSIBLES   VALUE "S".

       01  WS-ACCION-DESC  PIC X(6)  VALUE SPACE.

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CAMBIOS    PIC 9(5) VALUE 0.
       01  WS-TOTAL-SENSIBLES  PIC 9(5) VALUE 0.
       01  WS-TOTAL-ALTAS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-MODIFICA   PIC 9(5) VALUE 0.
       01  WS-TOTAL-BAJAS      PIC 9(5) VALUE 0.

      * Totales por tabla del mes.
       01  WS-TABLAS.
           05 WS-TAB           OCCURS 20.
               10 WS-TAB-NOMBRE    PIC X(20).
               10 WS-TAB-CANTIDAD  PIC 9(5).
               10 WS-TAB-SENSIBLE  PIC X.
       01  WS-TOTAL-TABLAS PIC 99    VALUE 0.
       01  WS-MAX-TABLAS   PIC 99    VALUE 20.
       01  WS-TAB-I        PIC 99    VALUE 0.
       01  WS-TAB-HALLADA-SW PIC X   VALUE "N".
           88 TABLA-HALLADA      VALUE "S".

       01  LINEA-DETALLE.
           05 DET-FECHA        PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 DET-HORA         PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-TABLA        PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-CLAVE        PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-ACCION       PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-OPERADOR     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-PROGRAMA     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-MARCA        PIC X(12).

       01  LINEA-IMAGEN.
           05 FILLER           PIC X(9)  VALUE SPACE.
           05 IMG-ROTULO       PIC X(10).
           05 IMG-VALOR        PIC X(60).

       01  LINEA-TABLA.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 LTB-NOMBRE       PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LTB-CANTIDAD     PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 LTB-MARCA        PIC X(12).

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-CAMBIOS-CFG" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "La revision de cambios de configuracion exige "
                   "firma de nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Modo: (C)onsulta en pantalla o reporte (M)ensual?".
           ACCEPT WS-MODO.
           IF WS-MODO = "M" OR WS-MODO = "m"
               PERFORM REPORTE-MENSUAL THRU F-REPORTE-MENSUAL
           ELSE
               PERFORM CONSULTA-CAMBIOS THRU F-CONSULTA-CAMBIOS.
           STOP RUN.

      ******************************************************************
      * Modo consulta: recorre el registro completo mostrando los
      * cambios que pasan los filtros tecleados.
      ******************************************************************
       CONSULTA-CAMBIOS.
           DISPLAY "Tabla (blanco = todas):".
           ACCEPT WS-FILTRO-TABLA.
           INSPECT WS-FILTRO-TABLA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Clave (blanco = todas):".
           ACCEPT WS-FILTRO-CLAVE.
           DISPLAY "Desde la fecha (AAAAMMDD, 0 = desde el inicio):".
           ACCEPT WS-FILTRO-DESDE.
           DISPLAY "Hasta la fecha (AAAAMMDD, 0 = hasta hoy):".
           ACCEPT WS-FILTRO-HASTA.
           IF WS-FILTRO-HASTA = 0
               MOVE WS-FECHA-HOY TO WS-FILTRO-HASTA.
           OPEN INPUT CAMBIOS-CONFIG.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Error abriendo CAMBIOS-CONFIG ("
                   ST-CAMBIOS-CONFIG ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CONSULTA-CAMBIOS.

       LEO-CONSULTA.
           READ CAMBIOS-CONFIG
               AT END
                   GO TO CIERRO-CONSULTA
           END-READ.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Error leyendo CAMBIOS-CONFIG ("
                   ST-CAMBIOS-CONFIG ")"
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-CONSULTA.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF WS-FILTRO-TABLA NOT = SPACE
            AND CCF-TABLA NOT = WS-FILTRO-TABLA
               GO TO LEO-CONSULTA.
           IF WS-FILTRO-CLAVE NOT = SPACE
            AND CCF-CLAVE NOT = WS-FILTRO-CLAVE
               GO TO LEO-CONSULTA.
           IF CCF-FECHA < WS-FILTRO-DESDE
            OR CCF-FECHA > WS-FILTRO-HASTA
               GO TO LEO-CONSULTA.
           ADD 1 TO WS-TOTAL-CAMBIOS.
           IF CCF-ES-SENSIBLE
               ADD 1 TO WS-TOTAL-SENSIBLES.
           PERFORM ARMO-DETALLE.
           DISPLAY LINEA-DETALLE.
           IF NOT CCF-ALTA
               DISPLAY "         ANTES   : " CCF-ANTES.
           IF NOT CCF-BAJA
               DISPLAY "         DESPUES : " CCF-DESPUES.
           GO TO LEO-CONSULTA.

       CIERRO-CONSULTA.
           CLOSE CAMBIOS-CONFIG.
           DISPLAY "Renglones leidos     : " WS-TOTAL-LEIDOS.
           DISPLAY "Cambios mostrados    : " WS-TOTAL-CAMBIOS.
           DISPLAY "  en tablas sensibles: " WS-TOTAL-SENSIBLES.

       F-CONSULTA-CAMBIOS.
           EXIT.

      ******************************************************************
      * Modo mensual: una pasada general con todos los cambios del mes
      * y los totales, y otra que repite solo los sensibles.
      ******************************************************************
       REPORTE-MENSUAL.
           DISPLAY "Mes a reportar (AAAAMM, 0 = mes en curso):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           OPEN INPUT CAMBIOS-CONFIG.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Error abriendo CAMBIOS-CONFIG ("
                   ST-CAMBIOS-CONFIG ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-REPORTE-MENSUAL.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./cambios_config_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CAMBIOS-CONFIG
               GO TO F-REPORTE-MENSUAL.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CAMBIOS DE CONFIGURACION DEL MES " WS-PERIODO
               "  CORRIDA " WS-FECHA-HOY "  POR " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ENCABEZADO-DETALLE.
           SET PASADA-GENERAL TO TRUE.
           PERFORM LISTO-MES THRU F-LISTO-MES.
           CLOSE CAMBIOS-CONFIG.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "*** CAMBIOS EN TABLAS SENSIBLES (EFECTO FINANCIERO "
               "O EN LA CADENA NOCTURNA) ***"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-SENSIBLES = 0
               MOVE "    NINGUNO EN EL MES." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM ENCABEZADO-DETALLE
               SET PASADA-SENSIBLES TO TRUE
               OPEN INPUT CAMBIOS-CONFIG
               PERFORM LISTO-MES THRU F-LISTO-MES
               CLOSE CAMBIOS-CONFIG.
           PERFORM IMPRIMO-TOTALES.
           CLOSE REPORTE.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           DISPLAY "Cambios del mes      : " WS-TOTAL-CAMBIOS.
           DISPLAY "  en tablas sensibles: " WS-TOTAL-SENSIBLES.
           DISPLAY "Reporte: " WS-REPORTE-PATH.

       F-REPORTE-MENSUAL.
           EXIT.

       ENCABEZADO-DETALLE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA    HORA    TABLA                 CLAVE      "
               "           ACCION  OPERADOR  PROGRAMA"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       LISTO-MES.
           READ CAMBIOS-CONFIG
               AT END
                   GO TO F-LISTO-MES
           END-READ.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Error leyendo CAMBIOS-CONFIG ("
                   ST-CAMBIOS-CONFIG ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-LISTO-MES.
           IF CCF-FECHA (1:6) NOT = WS-PERIODO
               GO TO LISTO-MES.
           IF PASADA-SENSIBLES
               IF NOT CCF-ES-SENSIBLE
                   GO TO LISTO-MES
               END-IF
           ELSE
               PERFORM ACUMULO-CAMBIO THRU F-ACUMULO-CAMBIO.
           PERFORM ARMO-DETALLE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           IF NOT CCF-ALTA
               MOVE "ANTES   : " TO IMG-ROTULO
               MOVE CCF-ANTES    TO IMG-VALOR
               WRITE LINEA-REPORTE FROM LINEA-IMAGEN.
           IF NOT CCF-BAJA
               MOVE "DESPUES : " TO IMG-ROTULO
               MOVE CCF-DESPUES  TO IMG-VALOR
               WRITE LINEA-REPORTE FROM LINEA-IMAGEN.
           GO TO LISTO-MES.

       F-LISTO-MES.
           EXIT.

      ******************************************************************
      * Totales del mes por accion y por tabla.
      ******************************************************************
       ACUMULO-CAMBIO.
           ADD 1 TO WS-TOTAL-CAMBIOS.
           IF CCF-ES-SENSIBLE
               ADD 1 TO WS-TOTAL-SENSIBLES.
           IF CCF-ALTA
               ADD 1 TO WS-TOTAL-ALTAS.
           IF CCF-CAMBIO
               ADD 1 TO WS-TOTAL-MODIFICA.
           IF CCF-BAJA
               ADD 1 TO WS-TOTAL-BAJAS.
           MOVE "N" TO WS-TAB-HALLADA-SW.
           PERFORM BUSCO-TABLA
               VARYING WS-TAB-I FROM 1 BY 1
               UNTIL WS-TAB-I > WS-TOTAL-TABLAS
                  OR TABLA-HALLADA.
           IF TABLA-HALLADA
               GO TO F-ACUMULO-CAMBIO.
           IF WS-TOTAL-TABLAS >= WS-MAX-TABLAS
               GO TO F-ACUMULO-CAMBIO.
           ADD 1 TO WS-TOTAL-TABLAS.
           MOVE CCF-TABLA    TO WS-TAB-NOMBRE (WS-TOTAL-TABLAS).
           MOVE 1            TO WS-TAB-CANTIDAD (WS-TOTAL-TABLAS).
           MOVE CCF-SENSIBLE TO WS-TAB-SENSIBLE (WS-TOTAL-TABLAS).

       F-ACUMULO-CAMBIO.
           EXIT.

       BUSCO-TABLA.
           IF WS-TAB-NOMBRE (WS-TAB-I) = CCF-TABLA
               ADD 1 TO WS-TAB-CANTIDAD (WS-TAB-I)
               SET TABLA-HALLADA TO TRUE.

       ARMO-DETALLE.
           MOVE CCF-FECHA       TO DET-FECHA.
           MOVE CCF-HORA (1:6)  TO DET-HORA.
           MOVE CCF-TABLA       TO DET-TABLA.
           MOVE CCF-CLAVE       TO DET-CLAVE.
           MOVE CCF-OPERADOR    TO DET-OPERADOR.
           MOVE CCF-PROGRAMA    TO DET-PROGRAMA.
           EVALUATE TRUE
               WHEN CCF-ALTA   MOVE "ALTA"   TO DET-ACCION
               WHEN CCF-CAMBIO MOVE "CAMBIO" TO DET-ACCION
               WHEN CCF-BAJA   MOVE "BAJA"   TO DET-ACCION
               WHEN OTHER      MOVE CCF-ACCION TO DET-ACCION
           END-EVALUATE.
           IF CCF-ES-SENSIBLE
               MOVE "*** SENSIBLE" TO DET-MARCA
           ELSE
               MOVE SPACE          TO DET-MARCA.

       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS POR TABLA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TABLA
               VARYING WS-TAB-I FROM 1 BY 1
               UNTIL WS-TAB-I > WS-TOTAL-TABLAS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TOTAL CAMBIOS DEL MES: " WS-TOTAL-CAMBIOS
               "  ALTAS: " WS-TOTAL-ALTAS
               "  CAMBIOS: " WS-TOTAL-MODIFICA
               "  BAJAS: " WS-TOTAL-BAJAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "EN TABLAS SENSIBLES  : " WS-TOTAL-SENSIBLES
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-TABLA.
           MOVE WS-TAB-NOMBRE (WS-TAB-I)   TO LTB-NOMBRE.
           MOVE WS-TAB-CANTIDAD (WS-TAB-I) TO LTB-CANTIDAD.
           IF WS-TAB-SENSIBLE (WS-TAB-I) = "S"
               MOVE "*** SENSIBLE" TO LTB-MARCA
           ELSE
               MOVE SPACE          TO LTB-MARCA.
           WRITE LINEA-REPORTE FROM LINEA-TABLA.

      ******************************************************************
      * Deja la generacion mensual anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "cambios_config" TO GEN-BASE.
           MOVE WS-FECHA-HOY     TO GEN-FECHA.
           MOVE WS-REPORTE-PATH  TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM REPORTE-CAMBIOS-CFG.
