      *          nuevo. Con esto operaciones afina umbrales y
      *          tolerancias sin llamar a un programador a recompilar.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Cada alta o cambio de parametro queda ademas
      *                     en cambios_config.dat (REGISTRA-CAMBIO) con
      *                     el valor y la descripcion de antes y de
      *                     despues; grabar sin cambiar nada no deja
      *                     renglon.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PARAMETROS.
       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

       01  WS-CCF-VALOR   PIC -(9)9,999.
       01  WS-CCF-IMAGEN  PIC X(60) VALUE SPACE.

           COPY CAMBCFG.

           COPY FIRMAWS.

           COPY BANNERWS.
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACE TO CCF-ANTES.
           MOVE "A"   TO CCF-ACCION.
           IF ST-PARAMETROS = "00"
               MOVE "C" TO CCF-ACCION
               PERFORM FORMATEO-PARAMETRO
               MOVE WS-CCF-IMAGEN TO CCF-ANTES
               DISPLAY "Valor actual: " PAR-VALOR " ("
                   PAR-DESCRIPCION ")"
               DISPLAY "Valor nuevo:"
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.
           DISPLAY "Parametro grabado.".
           PERFORM FORMATEO-PARAMETRO.
           MOVE WS-CCF-IMAGEN TO CCF-DESPUES.
           MOVE WS-CLAVE      TO CCF-CLAVE.
           IF CCF-DESPUES NOT = CCF-ANTES
               PERFORM REGISTRO-CAMBIO.

       F-EDITO-PARAMETRO.
           EXIT.
       F-LISTO-PARAMETROS.
           EXIT.

       FORMATEO-PARAMETRO.
           MOVE PAR-VALOR TO WS-CCF-VALOR.
           MOVE SPACE     TO WS-CCF-IMAGEN.
           STRING WS-CCF-VALOR " " PAR-DESCRIPCION
               DELIMITED BY SIZE INTO WS-CCF-IMAGEN.

      ******************************************************************
      * Deja el cambio (imagen de antes y de despues ya puestas) en el
      * registro de cambios de configuracion.
      ******************************************************************
       REGISTRO-CAMBIO.
           MOVE "PARAMETROS"         TO CCF-TABLA.
           MOVE WS-OPERADOR-FIRMADO TO CCF-OPERADOR.
           MOVE WS-BANNER-PROGRAMA  TO CCF-PROGRAMA.
           CALL "REGISTRA-CAMBIO" USING REG-CAMBIO-CONFIG.

           COPY BANNER.

           COPY FIRMA.
