      *          Los archivos de linea (alias y auditoria) se
      *          reescriben en dos pasadas via archivo temporal.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Una cuenta con bloqueo legal vigente
      *                     (CONSULTA-BLOQUEO) no se suprime: el
      *                     litigio o la investigacion exigen
      *                     conservar todo su rastro.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORRADO-LEGAL.
       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY BLOQWS.

           COPY FIRMAWS.

           COPY BANNERWS.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
      *    Solo una cuenta cerrada y en cero puede suprimirse: el
      *    esqueleto financiero se retiene, pero no puede quedar
      *    deuda ni credito vivo a nombre de nadie.
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-ID-CLIENTE TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.
           IF CLIENTE-BLOQUEADO
               DISPLAY "Bloqueo legal, no se suprime: " WS-ID-CLIENTE
                   " desde " WS-BLOQUEO-FECHA " " WS-BLOQUEO-MOTIVO
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Se suprimiran IRREVERSIBLEMENTE los datos "
               "personales de " CLI_NOMBRE (1:40) ". Confirma? (S/N)".
           ACCEPT WS-SEGUIR.
