      *                     la tasa en vigor de la fecha que reportan
      *                     en vez de convertir montos historicos a
      *                     la tasa de hoy.
      *   2026-10-15  CEVR  Registro de cambios de configuracion: antes
      *                     de reconstruir la tabla se toma su imagen, y
      *                     despues de cargarla COMPARA-TABLA deja cada
      *                     alta, cambio y baja (antes/despues) en
      *                     cambios_config.dat. Una recarga identica no
      *                     deja rastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TASAS-CAMBIO.
                  RECORD KEY IS TSH-CLAVE
                  STATUS ST-HISTORIA.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.


           COPY TASHIST.

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
       01  WS-CCF-TABLA        PIC X(20) VALUE "TASAS-CAMBIO".
       01  WS-CCF-OPERADOR     PIC X(8)  VALUE SPACE.
       01  WS-CCF-CAMBIOS      PIC 9(5)  VALUE 0.
       01  WS-IMG-TASA         PIC ZZZZ9,999999.

           COPY IMGTABLA.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "CARGA-TASAS-CAMBIO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FOTOGRAFIO-ANTERIOR THRU F-FOTOGRAFIO-ANTERIOR.
           DISPLAY "Fecha de vigencia de estas tasas (AAAAMMDD, "
               "0 = hoy):".
           ACCEPT WS-FECHA-VIGENCIA.
           CLOSE TASAS-CAMBIO.
           IF ST-HISTORIA NOT > "07"
               CLOSE TASAS-HISTORIA.
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
           OPEN INPUT TASAS-CAMBIO.
           IF ST-TASAS > "07"
               CLOSE TABLA-ANTERIOR
               GO TO F-FOTOGRAFIO-ANTERIOR.

       LEO-IMAGEN-ANTERIOR.
           READ TASAS-CAMBIO NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-ANTERIOR
           END-READ.
           IF ST-TASAS > "07"
               GO TO CIERRO-IMAGEN-ANTERIOR.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-ANTERIOR FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-ANTERIOR.

       CIERRO-IMAGEN-ANTERIOR.
           CLOSE TASAS-CAMBIO.
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
           OPEN INPUT TASAS-CAMBIO.
           IF ST-TASAS > "07"
               DISPLAY "Aviso: no se pudo releer TASAS-CAMBIO ("
                   ST-TASAS "); no se registran cambios."
               GO TO F-REGISTRO-CAMBIOS.
           OPEN OUTPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva no disponible ("
                   ST-TABLA-NUEVA "); no se registran cambios."
               CLOSE TASAS-CAMBIO
               GO TO F-REGISTRO-CAMBIOS.

       LEO-IMAGEN-NUEVA.
           READ TASAS-CAMBIO NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-NUEVA
           END-READ.
           IF ST-TASAS > "07"
               GO TO CIERRO-IMAGEN-NUEVA.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-NUEVA FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-NUEVA.

       CIERRO-IMAGEN-NUEVA.
           CLOSE TASAS-CAMBIO.
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
           MOVE TAS-MONEDA     TO IMT-CLAVE.
           MOVE TAS-TASA-BASE  TO WS-IMG-TASA.
           STRING TAS-DESCRIPCION " TASA " WS-IMG-TASA
               DELIMITED BY SIZE INTO IMT-VALOR.

       F-FORMATEO-IMAGEN.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Tasas leidas    : " WS-TOTAL-LEIDAS.
           DISPLAY "Tasas cargadas  : " WS-TOTAL-CARGADAS.
