      *          cambio: se reconstruye completo en cada corrida y se
      *          informan totales de control al cierre.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Registro de cambios de configuracion: antes
      *                     de reconstruir la tabla se toma su imagen, y
      *                     despues de cargarla COMPARA-TABLA deja cada
      *                     alta, cambio y baja (antes/despues) en
      *                     cambios_config.dat. Una recarga identica no
      *                     deja rastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TASAS-IVA.
                  RECORD KEY IS IVA-CATEGORIA
                  STATUS ST-IVA.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.


           COPY TASAIVA.

       FD  TABLA-ANTERIOR.

       01  LINEA-ANTERIOR   PIC X(80).

       FD  TABLA-NUEVA.

       01  LINEA-NUEVA      PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-ENTRADA  PIC XX VALUE SPACE.
       01  WS-TOTAL-CARGADAS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADAS PIC 9(5) VALUE 0.

       01  ST-TABLA-ANTERIOR   PIC XX VALUE SPACE.
       01  ST-TABLA-NUEVA      PIC XX VALUE SPACE.

       01  WS-IMAGEN-SW        PIC X    VALUE "N".
           88 IMAGEN-TOMADA    VALUE "S".
       01  WS-CCF-TABLA        PIC X(20) VALUE "TASAS-IVA".
       01  WS-CCF-OPERADOR     PIC X(8)  VALUE SPACE.
       01  WS-CCF-CAMBIOS      PIC 9(5)  VALUE 0.
       01  WS-IMG-MIL          PIC ZZ9.

           COPY IMGTABLA.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "CARGA-TASAS-IVA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FOTOGRAFIO-ANTERIOR THRU F-FOTOGRAFIO-ANTERIOR.
           OPEN INPUT IVA-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo IVA-ENTRADA (" ST-ENTRADA ")"
           PERFORM IMPRIMO-RESUMEN.
           CLOSE IVA-ENTRADA.
           CLOSE TASAS-IVA.
           PERFORM REGISTRO-CAMBIOS THRU F-REGISTRO-CAMBIOS.
           STOP RUN.

       CARGO-TASA.
       F-CARGO-TASA.
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
           OPEN INPUT TASAS-IVA.
           IF ST-IVA > "07"
               CLOSE TABLA-ANTERIOR
               GO TO F-FOTOGRAFIO-ANTERIOR.

       LEO-IMAGEN-ANTERIOR.
           READ TASAS-IVA NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-ANTERIOR
           END-READ.
           IF ST-IVA > "07"
               GO TO CIERRO-IMAGEN-ANTERIOR.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-ANTERIOR FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-ANTERIOR.

       CIERRO-IMAGEN-ANTERIOR.
           CLOSE TASAS-IVA.
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
           OPEN INPUT TASAS-IVA.
           IF ST-IVA > "07"
               DISPLAY "Aviso: no se pudo releer TASAS-IVA ("
                   ST-IVA "); no se registran cambios."
               GO TO F-REGISTRO-CAMBIOS.
           OPEN OUTPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva no disponible ("
                   ST-TABLA-NUEVA "); no se registran cambios."
               CLOSE TASAS-IVA
               GO TO F-REGISTRO-CAMBIOS.

       LEO-IMAGEN-NUEVA.
           READ TASAS-IVA NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-NUEVA
           END-READ.
           IF ST-IVA > "07"
               GO TO CIERRO-IMAGEN-NUEVA.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-NUEVA FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-NUEVA.

       CIERRO-IMAGEN-NUEVA.
           CLOSE TASAS-IVA.
           CLOSE TABLA-NUEVA.
           CALL "COMPARA-TABLA" USING WS-CCF-TABLA WS-BANNER-PROGRAMA
               WS-CCF-OPERADOR WS-CCF-CAMBIOS.
           DISPLAY "Cambios registrados: : " WS-CCF-CAMBIOS.

       F-REGISTRO-CAMBIOS.
           EXIT.

      ******************************************************************
      * Renglon de la tabla en el formato de la imagen (IMGTABLA.cpy).
      ******************************************************************
       FORMATEO-IMAGEN.
           MOVE SPACE          TO REG-IMAGEN-TABLA.
           MOVE IVA-CATEGORIA  TO IMT-CLAVE.
           MOVE IVA-TASA-MIL   TO WS-IMG-MIL.
           STRING IVA-DESCRIPCION " IVA " WS-IMG-MIL "/1000"
               DELIMITED BY SIZE INTO IMT-VALOR.

       F-FORMATEO-IMAGEN.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Tasas leidas    : " WS-TOTAL-LEIDAS.
           DISPLAY "Tasas cargadas  : " WS-TOTAL-CARGADAS.
