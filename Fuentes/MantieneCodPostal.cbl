      *          reemplazo del archivo en vivo se hace a mano al
      *          cierre, como en REORGANIZA-CLIENTES.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Firma de operador con nivel de actualizacion
      *                     al entrar, y cada alta, cambio y borrado --
      *                     uno a uno o del refresco masivo -- queda en
      *                     cambios_config.dat (REGISTRA-CAMBIO) con la
      *                     descripcion de antes y de despues y el
      *                     operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CODPOSTAL.
                  RECORD KEY IS COD-POSTAL-NUEVO
                  STATUS ST-NUEVOS.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

               ==COD-POSTAL==      BY ==COD-POSTAL-NUEVO==
               ==COD-DESCRIPCION== BY ==COD-DESCRIPCION-NUEVO==.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-CODPOSTAL  PIC XX VALUE SPACE.
       01  WS-TOTAL-IGUALES   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RETIROS   PIC 9(5) VALUE 0.

           COPY CAMBCFG.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "MANTIENE-CODPOSTAL" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Se requiere firma de operador con nivel de "
                   "actualizacion, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Modo: (M)antenimiento o (L)ista masiva del "
               "correo?".
           ACCEPT WS-MODO.
                   DISPLAY "El codigo ya existe, use (C)ambiar."
           END-WRITE.
           IF ST-CODPOSTAL = "00"
               DISPLAY "Codigo agregado."
               MOVE "A"             TO CCF-ACCION
               MOVE COD-POSTAL      TO CCF-CLAVE
               MOVE SPACE           TO CCF-ANTES
               MOVE COD-DESCRIPCION TO CCF-DESPUES
               PERFORM REGISTRO-CAMBIO.

       CAMBIO-CODIGO.
           DISPLAY "Codigo postal a cambiar:".
                   GO TO F-CAMBIO-CODIGO
           END-READ.
           DISPLAY "Descripcion actual: " COD-DESCRIPCION.
           MOVE COD-DESCRIPCION TO CCF-ANTES.
           DISPLAY "Nueva descripcion:".
           ACCEPT COD-DESCRIPCION.
           REWRITE REG-CODPOSTAL.
           IF ST-CODPOSTAL = "00"
               DISPLAY "Codigo actualizado."
               MOVE "C"             TO CCF-ACCION
               MOVE COD-POSTAL      TO CCF-CLAVE
               MOVE COD-DESCRIPCION TO CCF-DESPUES
               IF CCF-DESPUES NOT = CCF-ANTES
                   PERFORM REGISTRO-CAMBIO
               END-IF
           ELSE
               DISPLAY "Error actualizando (" ST-CODPOSTAL ")".

           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Borrado cancelado."
               GO TO F-BORRO-CODIGO.
           MOVE COD-DESCRIPCION TO CCF-ANTES.
           DELETE CODIGOS-POSTALES RECORD.
           IF ST-CODPOSTAL = "00"
               DISPLAY "Codigo borrado."
               MOVE "B"             TO CCF-ACCION
               MOVE WS-CODIGO       TO CCF-CLAVE
               MOVE SPACE           TO CCF-DESPUES
               PERFORM REGISTRO-CAMBIO
           ELSE
               DISPLAY "Error borrando (" ST-CODPOSTAL ")".

           END-WRITE.
           IF NOT ACTUAL-DISPONIBLE
               ADD 1 TO WS-TOTAL-ALTAS
               PERFORM REGISTRO-ALTA-LISTADO
               GO TO CARGO-DEL-LISTADO.
           MOVE LIS-POSTAL TO COD-POSTAL.
           READ CODIGOS-POSTALES KEY IS COD-POSTAL
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   DISPLAY "ALTA   : " LIS-POSTAL (1:30)
                   PERFORM REGISTRO-ALTA-LISTADO
                   GO TO CARGO-DEL-LISTADO
           END-READ.
           IF COD-DESCRIPCION NOT = LIS-DESCRIPCION
               ADD 1 TO WS-TOTAL-CAMBIOS
               DISPLAY "CAMBIO : " LIS-POSTAL (1:30)
               MOVE "C"             TO CCF-ACCION
               MOVE LIS-POSTAL      TO CCF-CLAVE
               MOVE COD-DESCRIPCION TO CCF-ANTES
               MOVE LIS-DESCRIPCION TO CCF-DESPUES
               PERFORM REGISTRO-CAMBIO
           ELSE
               ADD 1 TO WS-TOTAL-IGUALES.
           GO TO CARGO-DEL-LISTADO.
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RETIROS
                   DISPLAY "RETIRO : " COD-POSTAL (1:30)
                   MOVE "B"             TO CCF-ACCION
                   MOVE COD-POSTAL      TO CCF-CLAVE
                   MOVE COD-DESCRIPCION TO CCF-ANTES
                   MOVE SPACE           TO CCF-DESPUES
                   PERFORM REGISTRO-CAMBIO
           END-READ.
           GO TO LEO-ACTUAL-RETIRO.

       F-REFRESCO-MASIVO.
           EXIT.

       REGISTRO-ALTA-LISTADO.
           MOVE "A"             TO CCF-ACCION.
           MOVE LIS-POSTAL      TO CCF-CLAVE.
           MOVE SPACE           TO CCF-ANTES.
           MOVE LIS-DESCRIPCION TO CCF-DESPUES.
           PERFORM REGISTRO-CAMBIO.

      ******************************************************************
      * Deja el cambio (imagen de antes y de despues ya puestas) en el
      * registro de cambios de configuracion. Los del refresco masivo
      * se registran al construir el maestro nuevo, que el operador
      * pone en vivo a mano al cierre.
      ******************************************************************
       REGISTRO-CAMBIO.
           MOVE "CODIGOS-POSTALES"  TO CCF-TABLA.
           MOVE WS-OPERADOR-FIRMADO TO CCF-OPERADOR.
           MOVE WS-BANNER-PROGRAMA  TO CCF-PROGRAMA.
           CALL "REGISTRA-CAMBIO" USING REG-CAMBIO-CONFIG.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-CODPOSTAL.
