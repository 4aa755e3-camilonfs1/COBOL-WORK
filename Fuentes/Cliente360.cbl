      *          cadena, las notas de contacto y los nombres
      *          anteriores del archivo de alias.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Muestra el bloqueo legal vigente de la
      *                     cuenta (CONSULTA-BLOQUEO) bajo el maestro.
      *   2026-10-15  CEVR  Muestra el plazo de pago vigente de la
      *                     cuenta (CONSULTA-PLAZO) y el vencimiento
      *                     de cada factura abierta, marcando las ya
      *                     vencidas.
      *   2026-10-15  CEVR  Cada ficha mostrada queda en el registro
      *                     de consultas de datos personales
      *                     (REGISTRA-ACCESO).
      *   2026-10-15  CEVR  El saldo se muestra abierto en capital,
      *                     interes y cargos.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      *   2026-10-15  CEVR  Muestra la cuenta de domiciliacion
      *                     enmascarada (ENMASCARA-CUENTA); el operador
      *                     de nivel NIVEL-VER-CUENTA puede pedir el
      *                     numero completo, consulta que queda en
      *                     REGISTRA-ACCESO.
      *   2026-10-15  CEVR  Muestra el interes de mora devengado y
      *                     todavia no capitalizado (INTERES-DEVENGADO)
      *                     y el saldo para cancelar hoy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-360.
               10 WS-MOV-SALDO  PIC S9(7)V9(3).

       01  WS-FACTURAS-ABIERTAS PIC 9(5) VALUE 0.
       01  WS-FACTURAS-VENCIDAS PIC 9(5) VALUE 0.

      * Plazo de pago de la cuenta (CONSULTA-PLAZO) y fecha de hoy
      * para marcar las facturas vencidas.
       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01  WS-PLAZO-DIAS    PIC 9(3) VALUE 0.
       01  WS-PLAZO-VENCE   PIC 9(8) VALUE 0.
       01  WS-MARCA-VENCIDA PIC X(8) VALUE SPACE.
       01  WS-NOTAS-VISTAS      PIC 9(5) VALUE 0.
       01  WS-ALIAS-VISTOS      PIC 9(5) VALUE 0.

      * Interes devengado sin capitalizar (INTERES-DEVENGADO) y saldo
      * para cancelar hoy.
       01  WS-DEV-INTERES       PIC S9(7)V9(3) VALUE 0.
       01  WS-DEV-DIAS          PIC 9(3)  VALUE 0.
       01  WS-DEV-ULTIMA        PIC 9(8)  VALUE 0.
       01  WS-DEV-RESULTADO     PIC X     VALUE SPACE.
       01  WS-SALDO-CANCELAR    PIC S9(9)V9(3) VALUE 0.

           COPY MONEDAWS.

           COPY BLOQWS.

           COPY ACCESOWS.

           COPY FIRMAWS.

           COPY MASCTAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM ABRO-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "CLIENTE-360" TO WS-ACCESO-PROGRAMA.

       PIDO-CLIENTE.
           DISPLAY "Id-Cliente a consultar (0 para salir):".
                   DISPLAY "Cliente no encontrado."
                   GO TO F-MUESTRO-360
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-MUESTRO-360.
           MOVE CLI-ID TO WS-ACCESO-ID.
           MOVE "NOMBRE SALDO FACTURAS MOVS NOTAS ALIAS"
               TO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           DISPLAY "==============================================".
           DISPLAY "CLIENTE " CLI-ID ": " CLI_NOMBRE (1:40).
           IF CLI_RAZONSOCIAL NOT = SPACE
           DISPLAY "Saldo: " WS-MONEDA-EDITADA " " CLI-MONEDA
               "  Estado: " CLI-ESTADO
               "  Categoria: " CLI_CATEGORIA.
           PERFORM MUESTRO-COMPONENTES THRU F-MUESTRO-COMPONENTES.
           PERFORM MUESTRO-DEVENGO THRU F-MUESTRO-DEVENGO.
           IF CLI-LIMITE-CREDITO NUMERIC
            AND CLI-LIMITE-CREDITO > 0
               MOVE CLI-LIMITE-CREDITO TO WS-MONEDA-ENTRADA
               PERFORM FORMATEO-MONEDA
               DISPLAY "Limite de credito: " WS-MONEDA-EDITADA.
           IF CLI-CTA-BANCARIA NOT = SPACE
               MOVE CLI-CTA-BANCARIA TO WS-CTA-COMPLETA
               PERFORM ENMASCARO-CUENTA
               DISPLAY "Cta. domiciliacion: " WS-CTA-MASCARA
                   "  Mandato: " CLI-MANDATO-SW
               PERFORM OFREZCO-CUENTA-COMPLETA
                   THRU F-OFREZCO-CUENTA-COMPLETA.
           CALL "CONSULTA-PLAZO" USING CLI-ID CLI_CATEGORIA
               WS-FECHA-HOY WS-PLAZO-DIAS WS-PLAZO-VENCE.
           IF WS-PLAZO-DIAS = 0
               DISPLAY "Plazo de pago: de contado"
           ELSE
               DISPLAY "Plazo de pago: " WS-PLAZO-DIAS " dias".
           PERFORM MUESTRO-BLOQUEO.
           PERFORM MUESTRO-RIESGO THRU F-MUESTRO-RIESGO.
           PERFORM MUESTRO-COBRANZA THRU F-MUESTRO-COBRANZA.
           PERFORM MUESTRO-PROMESA THRU F-MUESTRO-PROMESA.
       F-MUESTRO-360.
           EXIT.

      ******************************************************************
      * Saldo abierto en capital, interes y cargos. Un registro que
      * todavia no se abrio en componentes se muestra todo como
      * capital.
      ******************************************************************
       MUESTRO-COMPONENTES.
           IF SALDO-EN-COMPONENTES
               MOVE CLI-SALDO-CAPITAL TO WS-MONEDA-ENTRADA
           ELSE
               MOVE CLI-SALDO TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "  Capital: " WS-MONEDA-EDITADA.
           IF NOT SALDO-EN-COMPONENTES
               DISPLAY "  (saldo aun no abierto en componentes)"
               GO TO F-MUESTRO-COMPONENTES.
           MOVE CLI-SALDO-INTERES TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "  Interes: " WS-MONEDA-EDITADA.
           MOVE CLI-SALDO-CARGOS TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "  Cargos:  " WS-MONEDA-EDITADA.

       F-MUESTRO-COMPONENTES.
           EXIT.

      ******************************************************************
      * Interes de mora devengado dia a dia y todavia no capitalizado,
      * y el saldo para cancelar hoy: CLI-SALDO mas ese interes.
      ******************************************************************
       MUESTRO-DEVENGO.
           CALL "INTERES-DEVENGADO" USING CLI-ID WS-DEV-INTERES
               WS-DEV-DIAS WS-DEV-ULTIMA WS-DEV-RESULTADO.
           IF WS-DEV-RESULTADO NOT = "S"
               GO TO F-MUESTRO-DEVENGO.
           MOVE WS-DEV-INTERES TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "  Interes devengado sin capitalizar: "
               WS-MONEDA-EDITADA " (" WS-DEV-DIAS " dias, al "
               WS-DEV-ULTIMA ")".
           COMPUTE WS-SALDO-CANCELAR = CLI-SALDO + WS-DEV-INTERES.
           MOVE WS-SALDO-CANCELAR TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
           DISPLAY "  Saldo para cancelar hoy: " WS-MONEDA-EDITADA.

       F-MUESTRO-DEVENGO.
           EXIT.

       MUESTRO-BLOQUEO.
           MOVE WS-ID-CONSULTA TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.
           IF CLIENTE-BLOQUEADO
               DISPLAY "*** BLOQUEO LEGAL desde " WS-BLOQUEO-FECHA
                   " (" WS-BLOQUEO-OPERADOR "): " WS-BLOQUEO-MOTIVO.

       MUESTRO-RIESGO.
           IF ST-RIESGO > "07"
               GO TO F-MUESTRO-RIESGO.

       MUESTRO-FACTURAS.
           MOVE 0 TO WS-FACTURAS-ABIERTAS.
           MOVE 0 TO WS-FACTURAS-VENCIDAS.
           IF ST-FACTURAS > "07"
               GO TO F-MUESTRO-FACTURAS.
           MOVE LOW-VALUES TO FAC-NUMERO.
           ADD 1 TO WS-FACTURAS-ABIERTAS.
           MOVE FAC-SALDO-PENDIENTE TO WS-MONEDA-ENTRADA.
           PERFORM FORMATEO-MONEDA.
      *    La factura sin vencimiento sellado vence en su fecha.
           IF FAC-FECHA-VENCE NOT NUMERIC OR FAC-FECHA-VENCE = 0
               MOVE FAC-FECHA TO FAC-FECHA-VENCE.
           MOVE SPACE TO WS-MARCA-VENCIDA.
           IF FAC-FECHA-VENCE < WS-FECHA-HOY
               MOVE "VENCIDA" TO WS-MARCA-VENCIDA
               ADD 1 TO WS-FACTURAS-VENCIDAS.
           DISPLAY "  Factura " FAC-NUMERO " del " FAC-FECHA
               " vence " FAC-FECHA-VENCE
               " pendiente " WS-MONEDA-EDITADA " " WS-MARCA-VENCIDA.
           GO TO LEO-FACTURA-360.

       CIERRO-FACTURAS-360.
           DISPLAY "Facturas abiertas: " WS-FACTURAS-ABIERTAS
               "  vencidas: " WS-FACTURAS-VENCIDAS.

       F-MUESTRO-FACTURAS.
           EXIT.

           COPY FIRMA.

           COPY MASCTA.

       END PROGRAM CLIENTE-360.
