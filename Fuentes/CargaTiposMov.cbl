      *          referencia: se reconstruye completa en cada corrida
      *          y se informan totales de control al cierre.
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
       PROGRAM-ID. CARGA-TIPOS-MOV.
                  RECORD KEY IS TPM-CODIGO
                  STATUS ST-TIPOS.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.


           COPY TIPOMOV.

       FD  TABLA-ANTERIOR.

       01  LINEA-ANTERIOR   PIC X(80).

       FD  TABLA-NUEVA.

       01  LINEA-NUEVA      PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-ENTRADA  PIC XX VALUE SPACE.
       01  WS-TOTAL-CARGADOS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADOS PIC 9(5) VALUE 0.

       01  ST-TABLA-ANTERIOR   PIC XX VALUE SPACE.
       01  ST-TABLA-NUEVA      PIC XX VALUE SPACE.

       01  WS-IMAGEN-SW        PIC X    VALUE "N".
           88 IMAGEN-TOMADA    VALUE "S".
       01  WS-CCF-TABLA        PIC X(20) VALUE "TIPOS-MOVIMIENTO".
       01  WS-CCF-OPERADOR     PIC X(8)  VALUE SPACE.
       01  WS-CCF-CAMBIOS      PIC 9(5)  VALUE 0.

           COPY IMGTABLA.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "CARGA-TIPOS-MOV" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FOTOGRAFIO-ANTERIOR THRU F-FOTOGRAFIO-ANTERIOR.
           OPEN INPUT TIPOS-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo TIPOS-ENTRADA (" ST-ENTRADA ")"
           PERFORM IMPRIMO-RESUMEN.
           CLOSE TIPOS-ENTRADA.
           CLOSE TIPOS-MOV.
           PERFORM REGISTRO-CAMBIOS THRU F-REGISTRO-CAMBIOS.
           STOP RUN.

       CARGO-TIPO.
       F-CARGO-TIPO.
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
           OPEN INPUT TIPOS-MOV.
           IF ST-TIPOS > "07"
               CLOSE TABLA-ANTERIOR
               GO TO F-FOTOGRAFIO-ANTERIOR.

       LEO-IMAGEN-ANTERIOR.
           READ TIPOS-MOV NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-ANTERIOR
           END-READ.
           IF ST-TIPOS > "07"
               GO TO CIERRO-IMAGEN-ANTERIOR.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-ANTERIOR FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-ANTERIOR.

       CIERRO-IMAGEN-ANTERIOR.
           CLOSE TIPOS-MOV.
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
           OPEN INPUT TIPOS-MOV.
           IF ST-TIPOS > "07"
               DISPLAY "Aviso: no se pudo releer TIPOS-MOV ("
                   ST-TIPOS "); no se registran cambios."
               GO TO F-REGISTRO-CAMBIOS.
           OPEN OUTPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva no disponible ("
                   ST-TABLA-NUEVA "); no se registran cambios."
               CLOSE TIPOS-MOV
               GO TO F-REGISTRO-CAMBIOS.

       LEO-IMAGEN-NUEVA.
           READ TIPOS-MOV NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-NUEVA
           END-READ.
           IF ST-TIPOS > "07"
               GO TO CIERRO-IMAGEN-NUEVA.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-NUEVA FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-NUEVA.

       CIERRO-IMAGEN-NUEVA.
           CLOSE TIPOS-MOV.
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
           MOVE TPM-CODIGO     TO IMT-CLAVE.
           STRING TPM-DESCRIPCION " DB " TPM-CTA-DEBITO
               " CR " TPM-CTA-CREDITO
               DELIMITED BY SIZE INTO IMT-VALOR.

       F-FORMATEO-IMAGEN.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Tipos leidos    : " WS-TOTAL-LEIDOS.
           DISPLAY "Tipos cargados  : " WS-TOTAL-CARGADOS.
