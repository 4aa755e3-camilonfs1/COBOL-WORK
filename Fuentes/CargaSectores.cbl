      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Refresca la tabla de sectores de actividad economica
      *          (sectores.dat, SECTOR.cpy) desde el listado plano de
      *          la clasificacion nacional (sectores.txt, mismos campos
      *          en texto), igual que las demas cargas de referencia:
      *          se reconstruye completa en cada corrida, se informan
      *          totales de control al cierre y COMPARA-TABLA deja en
      *          cambios_config.dat cada alta, cambio y baja contra la
      *          tabla anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-SECTORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECTORES-ENTRADA ASSIGN TO "./sectores.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ENTRADA.

           COPY SECSEL.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  SECTORES-ENTRADA.

           COPY SECTOR REPLACING ==REG-SECTOR== BY
               ==REG-SECTOR-ENTRADA==
               ==SEC-CODIGO==      BY ==SCE-CODIGO==
               ==SEC-DESCRIPCION== BY ==SCE-DESCRIPCION==.

       FD  SECTORES.

           COPY SECTOR.

       FD  TABLA-ANTERIOR.

       01  LINEA-ANTERIOR   PIC X(80).

       FD  TABLA-NUEVA.

       01  LINEA-NUEVA      PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-ENTRADA   PIC XX VALUE SPACE.
       01  ST-SECTORES  PIC XX VALUE SPACE.

       01  WS-TOTAL-LEIDOS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-CARGADOS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADOS PIC 9(5) VALUE 0.

       01  ST-TABLA-ANTERIOR   PIC XX VALUE SPACE.
       01  ST-TABLA-NUEVA      PIC XX VALUE SPACE.

       01  WS-IMAGEN-SW        PIC X    VALUE "N".
           88 IMAGEN-TOMADA    VALUE "S".
       01  WS-CCF-TABLA        PIC X(20) VALUE "SECTORES".
       01  WS-CCF-OPERADOR     PIC X(8)  VALUE SPACE.
       01  WS-CCF-CAMBIOS      PIC 9(5)  VALUE 0.

           COPY IMGTABLA.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARGA-SECTORES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FOTOGRAFIO-ANTERIOR THRU F-FOTOGRAFIO-ANTERIOR.
           OPEN INPUT SECTORES-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo SECTORES-ENTRADA (" ST-ENTRADA
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT SECTORES.
           IF ST-SECTORES > "07"
               DISPLAY "Error abriendo SECTORES (" ST-SECTORES ")"
               MOVE 16 TO RETURN-CODE.
           PERFORM CARGO-SECTOR THRU F-CARGO-SECTOR.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE SECTORES-ENTRADA.
           CLOSE SECTORES.
           PERFORM REGISTRO-CAMBIOS THRU F-REGISTRO-CAMBIOS.
           STOP RUN.

      ******************************************************************
      * El codigo se normaliza a mayusculas (las secciones de la
      * clasificacion son letras) para que la captura y la carga de
      * altas lo encuentren igual.
      ******************************************************************
       CARGO-SECTOR.
           READ SECTORES-ENTRADA
               AT END
                   GO TO F-CARGO-SECTOR
           END-READ.
           IF ST-ENTRADA > "07" AND ST-ENTRADA NOT = "10"
               DISPLAY "Error leyendo SECTORES-ENTRADA: " ST-ENTRADA
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-SECTOR.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF SCE-CODIGO = SPACE OR SCE-DESCRIPCION = SPACE
               DISPLAY "Sector rechazado, registro invalido: "
                   SCE-CODIGO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO CARGO-SECTOR.
           INSPECT SCE-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SCE-CODIGO      TO SEC-CODIGO.
           MOVE SCE-DESCRIPCION TO SEC-DESCRIPCION.
           WRITE REG-SECTOR
               INVALID KEY
                   DISPLAY "Sector rechazado, codigo repetido en el "
                       "listado: " SEC-CODIGO
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   GO TO CARGO-SECTOR
           END-WRITE.
           ADD 1 TO WS-TOTAL-CARGADOS.
           GO TO CARGO-SECTOR.

       F-CARGO-SECTOR.
           EXIT.

      ******************************************************************
      * Imagen de la tabla antes de reconstruirla, en orden de clave,
      * para que COMPARA-TABLA registre en cambios_config.dat lo que
      * la recarga cambie. Si no hay tabla anterior la imagen queda
      * vacia y todo lo cargado se registra como alta.
      ******************************************************************
       FOTOGRAFIO-ANTERIOR.
           OPEN OUTPUT TABLA-ANTERIOR.
           IF ST-TABLA-ANTERIOR > "07"
               DISPLAY "Aviso: imagen anterior no disponible ("
                   ST-TABLA-ANTERIOR "); no se registran cambios."
               GO TO F-FOTOGRAFIO-ANTERIOR.
           MOVE "S" TO WS-IMAGEN-SW.
           OPEN INPUT SECTORES.
           IF ST-SECTORES > "07"
               CLOSE TABLA-ANTERIOR
               GO TO F-FOTOGRAFIO-ANTERIOR.

       LEO-IMAGEN-ANTERIOR.
           READ SECTORES NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-ANTERIOR
           END-READ.
           IF ST-SECTORES > "07"
               GO TO CIERRO-IMAGEN-ANTERIOR.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-ANTERIOR FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-ANTERIOR.

       CIERRO-IMAGEN-ANTERIOR.
           CLOSE SECTORES.
           CLOSE TABLA-ANTERIOR.

       F-FOTOGRAFIO-ANTERIOR.
           EXIT.

      ******************************************************************
      * Imagen de la tabla recien cargada y registro de las altas,
      * cambios y bajas contra la imagen anterior.
      ******************************************************************
       REGISTRO-CAMBIOS.
           IF NOT IMAGEN-TOMADA
               GO TO F-REGISTRO-CAMBIOS.
           OPEN INPUT SECTORES.
           IF ST-SECTORES > "07"
               DISPLAY "Aviso: no se pudo releer SECTORES ("
                   ST-SECTORES "); no se registran cambios."
               GO TO F-REGISTRO-CAMBIOS.
           OPEN OUTPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva no disponible ("
                   ST-TABLA-NUEVA "); no se registran cambios."
               CLOSE SECTORES
               GO TO F-REGISTRO-CAMBIOS.

       LEO-IMAGEN-NUEVA.
           READ SECTORES NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-NUEVA
           END-READ.
           IF ST-SECTORES > "07"
               GO TO CIERRO-IMAGEN-NUEVA.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-NUEVA FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-NUEVA.

       CIERRO-IMAGEN-NUEVA.
           CLOSE SECTORES.
           CLOSE TABLA-NUEVA.
           CALL "COMPARA-TABLA" USING WS-CCF-TABLA WS-BANNER-PROGRAMA
               WS-CCF-OPERADOR WS-CCF-CAMBIOS.
           DISPLAY "Cambios registrados: " WS-CCF-CAMBIOS.

       F-REGISTRO-CAMBIOS.
           EXIT.

      ******************************************************************
      * Renglon de la tabla en el formato de la imagen (IMGTABLA.cpy).
      ******************************************************************
       FORMATEO-IMAGEN.
           MOVE SPACE           TO REG-IMAGEN-TABLA.
           MOVE SEC-CODIGO      TO IMT-CLAVE.
           MOVE SEC-DESCRIPCION TO IMT-VALOR.

       F-FORMATEO-IMAGEN.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Sectores leidos    : " WS-TOTAL-LEIDOS.
           DISPLAY "Sectores cargados  : " WS-TOTAL-CARGADOS.
           DISPLAY "Sectores rechazados: " WS-TOTAL-RECHAZADOS.

           COPY BANNER.

       END PROGRAM CARGA-SECTORES.
