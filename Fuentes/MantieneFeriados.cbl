      *          calendario cargado. Los sabados y domingos no se
      *          cargan: el subprograma los salta solo.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Cada feriado agregado o borrado queda en
      *                     cambios_config.dat (REGISTRA-CAMBIO) con la
      *                     fecha, la descripcion y el operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-FERIADOS.
       01  WS-OPCION  PIC X    VALUE SPACE.
       01  WS-FECHA   PIC 9(8) VALUE 0.

           COPY CAMBCFG.

           COPY FIRMAWS.

           COPY BANNERWS.
           IF ST-FERIADOS > "07"
               DISPLAY "Error grabando el feriado (" ST-FERIADOS ")."
           ELSE
               DISPLAY "Feriado agregado."
               MOVE "A"             TO CCF-ACCION
               MOVE FER-FECHA       TO CCF-CLAVE
               MOVE SPACE           TO CCF-ANTES
               MOVE FER-DESCRIPCION TO CCF-DESPUES
               PERFORM REGISTRO-CAMBIO.

       F-AGREGO-FERIADO.
           EXIT.
           IF ST-FERIADOS > "07"
               DISPLAY "Error borrando el feriado (" ST-FERIADOS ")."
           ELSE
               DISPLAY "Feriado borrado."
               MOVE "B"             TO CCF-ACCION
               MOVE FER-FECHA       TO CCF-CLAVE
               MOVE FER-DESCRIPCION TO CCF-ANTES
               MOVE SPACE           TO CCF-DESPUES
               PERFORM REGISTRO-CAMBIO.

       F-BORRO-FERIADO.
           EXIT.
       F-LISTO-FERIADOS.
           EXIT.

      ******************************************************************
      * Deja el cambio (imagen de antes y de despues ya puestas) en el
      * registro de cambios de configuracion.
      ******************************************************************
       REGISTRO-CAMBIO.
           MOVE "FERIADOS"           TO CCF-TABLA.
           MOVE WS-OPERADOR-FIRMADO TO CCF-OPERADOR.
           MOVE WS-BANNER-PROGRAMA  TO CCF-PROGRAMA.
           CALL "REGISTRA-CAMBIO" USING REG-CAMBIO-CONFIG.

           COPY BANNER.

           COPY FIRMA.
