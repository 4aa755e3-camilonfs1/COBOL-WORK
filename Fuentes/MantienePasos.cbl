      *          de numero -- saltarse el reporte de duplicados una
      *          noche ya no exige recompilar el driver.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Cada retencion, reactivacion, cambio de
      *                     accion de error, alta y baja de paso queda
      *                     en cambios_config.dat (REGISTRA-CAMBIO) con
      *                     la imagen del paso antes y despues. El
      *                     borrado ahora revisa el estado antes de
      *                     confirmar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PASOS.
       01  WS-OPCION  PIC X  VALUE SPACE.
       01  WS-NUMERO  PIC 99 VALUE 0.

       01  WS-CCF-IMAGEN  PIC X(60) VALUE SPACE.

           COPY CAMBCFG.

           COPY FIRMAWS.

           COPY BANNERWS.
           PERFORM LOCALIZO-PASO THRU F-LOCALIZO-PASO.
           IF ST-PASOS NOT = "00"
               GO TO F-RETENGO-PASO.
           PERFORM FORMATEO-PASO.
           MOVE WS-CCF-IMAGEN TO CCF-ANTES.
           IF PSO-ACTIVO = "S"
               MOVE "H" TO PSO-ACTIVO
               DISPLAY "Paso " PSO-NUMERO " RETENIDO."
               MOVE "S" TO PSO-ACTIVO
               DISPLAY "Paso " PSO-NUMERO " reactivado.".
           REWRITE REG-PASO-LOTE.
           IF ST-PASOS = "00"
               MOVE "C" TO CCF-ACCION
               PERFORM REGISTRO-PASO.

       F-RETENGO-PASO.
           EXIT.
           PERFORM LOCALIZO-PASO THRU F-LOCALIZO-PASO.
           IF ST-PASOS NOT = "00"
               GO TO F-CAMBIO-ACCION.
           PERFORM FORMATEO-PASO.
           MOVE WS-CCF-IMAGEN TO CCF-ANTES.
           IF PSO-ERROR = "P"
               MOVE "C" TO PSO-ERROR
               DISPLAY "Paso " PSO-NUMERO ": ante error la cadena "
               DISPLAY "Paso " PSO-NUMERO ": ante error la cadena "
                   "PARA.".
           REWRITE REG-PASO-LOTE.
           IF ST-PASOS = "00"
               MOVE "C" TO CCF-ACCION
               PERFORM REGISTRO-PASO.

       F-CAMBIO-ACCION.
           EXIT.
                   GO TO F-AGREGO-PASO
           END-WRITE.
           DISPLAY "Paso agregado.".
           MOVE SPACE TO CCF-ANTES.
           MOVE "A"   TO CCF-ACCION.
           PERFORM REGISTRO-PASO.

       F-AGREGO-PASO.
           EXIT.
           PERFORM LOCALIZO-PASO THRU F-LOCALIZO-PASO.
           IF ST-PASOS NOT = "00"
               GO TO F-BORRO-PASO.
           PERFORM FORMATEO-PASO.
           DELETE PASOS-LOTE RECORD.
           IF ST-PASOS > "07"
               DISPLAY "Error borrando el paso (" ST-PASOS ")."
               GO TO F-BORRO-PASO.
           DISPLAY "Paso borrado.".
           MOVE WS-CCF-IMAGEN TO CCF-ANTES.
           MOVE SPACE         TO CCF-DESPUES.
           MOVE "B"           TO CCF-ACCION.
           MOVE PSO-NUMERO    TO CCF-CLAVE.
           PERFORM REGISTRO-CAMBIO.

       F-BORRO-PASO.
           EXIT.
       F-LISTO-PASOS.
           EXIT.

       FORMATEO-PASO.
           MOVE SPACE TO WS-CCF-IMAGEN.
           STRING PSO-PROGRAMA (1:20) " " PSO-NOMBRE (1:20)
               " ACTIVO=" PSO-ACTIVO " ERROR=" PSO-ERROR
               DELIMITED BY SIZE INTO WS-CCF-IMAGEN.

      * Alta o cambio: la imagen de despues es el paso como quedo.
       REGISTRO-PASO.
           PERFORM FORMATEO-PASO.
           MOVE WS-CCF-IMAGEN TO CCF-DESPUES.
           MOVE PSO-NUMERO    TO CCF-CLAVE.
           PERFORM REGISTRO-CAMBIO.

      ******************************************************************
      * Deja el cambio (imagen de antes y de despues ya puestas) en el
      * registro de cambios de configuracion.
      ******************************************************************
       REGISTRO-CAMBIO.
           MOVE "PASOS-LOTE"         TO CCF-TABLA.
           MOVE WS-OPERADOR-FIRMADO TO CCF-OPERADOR.
           MOVE WS-BANNER-PROGRAMA  TO CCF-PROGRAMA.
           CALL "REGISTRA-CAMBIO" USING REG-CAMBIO-CONFIG.

           COPY BANNER.

           COPY FIRMA.
