      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Paso nocturno de la cola de cambios programados
      *          (pendientes.dat, PENDIENTE.cpy): aplica los items
      *          pendientes cuya fecha efectiva llego (hoy o antes, si
      *          alguna noche no corrio) con las mismas reglas de
      *          validacion, auditoria y movimiento de
      *          MANTENIMIENTO-LOTE (MANTCLI.cpy). El item que ya no
      *          se puede aplicar -- la cuenta se dio de baja o se
      *          cerro despues de programarlo, o el valor no pasa la
      *          validacion del dia -- queda rechazado con su motivo.
      *          Todo item procesado sale en pendientes_aplicados.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-PENDIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY PENSEL.

           SELECT OPTIONAL CODIGOS-POSTALES ASSIGN TO "./codpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COD-POSTAL
                  STATUS ST-CODPOSTAL.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY MOVSEL.

           COPY SUBSEL.

           COPY CONSSEL.

           SELECT REPORTE ASSIGN TO "./pendientes_aplicados.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  PENDIENTES.

           COPY PENDIENTE.

       FD  CODIGOS-POSTALES.

           COPY CODPOSTAL.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  CONSENTIMIENTOS.

           COPY CONSENTIM.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  SUBCUENTAS.

           COPY SUBCUENTA.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.

       01  ST-FILE           PIC XX VALUE SPACE.
       01  ST-PENDIENTES     PIC XX VALUE SPACE.
       01  ST-CODPOSTAL      PIC XX VALUE SPACE.
       01  ST-AUDITORIA      PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS    PIC XX VALUE SPACE.
       01  ST-CONSENTIMIENTOS PIC XX VALUE SPACE.
       01  ST-CATEGORIAS     PIC XX VALUE SPACE.
       01  ST-SUBCUENTAS     PIC XX VALUE SPACE.
       01  ST-REPORTE        PIC XX VALUE SPACE.

      * La transaccion del item en el layout del lote, que es el que
      * leen las reglas de MANTCLI.
           COPY CLIMANT.

       01  WS-FECHA-HOY         PIC 9(8) VALUE 0.
       01  WS-RECHAZOS-ANTES    PIC 9(7) VALUE 0.
       01  WS-RESULTADO         PIC X(9) VALUE SPACE.

      * Totales de control de la corrida.
       01  WS-TOTAL-VENCIDOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-APLICADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZOS-PEN PIC 9(7) VALUE 0.

           COPY MANTCLIWS.

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "APLICA-PENDIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           MOVE "Programado" TO WS-ORIGEN-CAMBIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           PERFORM APLICO-VENCIDOS THRU F-APLICO-VENCIDOS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O PENDIENTES.
           IF ST-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES
               CLOSE PENDIENTES
               OPEN I-O PENDIENTES.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error abriendo PENDIENTES (" ST-PENDIENTES ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE
           ELSE
               MOVE "N" TO WS-CODPOSTAL-SW
               DISPLAY "Maestro de codigos postales no disponible, "
                   "no se validara CLI_CODPOST.".
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE
           ELSE
               MOVE "N" TO WS-CATEGORIAS-SW
               DISPLAY "Maestro de categorias no disponible, no se "
                   "validara la categoria.".
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT SUBCUENTAS.
           IF ST-SUBCUENTAS > "07"
               DISPLAY "Archivo de sub-cuentas no disponible ("
                   ST-SUBCUENTAS "), se asume saldo cero en "
                   "sucursales.".
           OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS = "35"
               OPEN OUTPUT CONSENTIMIENTOS
               CLOSE CONSENTIMIENTOS
               OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS > "07"
               DISPLAY "Registro de consentimientos no disponible ("
                   ST-CONSENTIMIENTOS "), se rechaza el campo (H)."
           ELSE
               SET CONSENTIMIENTOS-DISPONIBLES TO TRUE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CAMBIOS PROGRAMADOS APLICADOS AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CLIENTE  SEC. RIGE     T/C RESULTADO MOTIVO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Recorre la cola por fecha efectiva hasta la primera posterior
      * a hoy. Solo los items pendientes se procesan; los aplicados,
      * cancelados o rechazados de otras noches se saltan.
      ******************************************************************
       APLICO-VENCIDOS.
           MOVE 0 TO PEN-FECHA-EFECTIVA.
           START PENDIENTES KEY IS NOT LESS THAN PEN-FECHA-EFECTIVA
               INVALID KEY
                   GO TO F-APLICO-VENCIDOS
           END-START.

       LEO-PENDIENTE.
           READ PENDIENTES NEXT RECORD
               AT END
                   GO TO F-APLICO-VENCIDOS
           END-READ.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error leyendo PENDIENTES (" ST-PENDIENTES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-VENCIDOS.
           IF PEN-FECHA-EFECTIVA > WS-FECHA-HOY
               GO TO F-APLICO-VENCIDOS.
           IF NOT PEN-PENDIENTE
               GO TO LEO-PENDIENTE.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           PERFORM APLICO-ITEM THRU F-APLICO-ITEM.
           PERFORM CIERRO-ITEM.
           GO TO LEO-PENDIENTE.

       F-APLICO-VENCIDOS.
           EXIT.

      ******************************************************************
      * Un item vencido: la cuenta tiene que seguir existiendo y, salvo
      * para la baja (que la exige cerrada), no estar cerrada; despues
      * pasa por las reglas del lote. Un rechazo de esas reglas deja
      * su motivo en WS-MOTIVO-RECHAZO.
      ******************************************************************
       APLICO-ITEM.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           MOVE PEN-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "La cuenta ya no existe (dada de baja)"
                       TO WS-MOTIVO-RECHAZO
                   GO TO F-APLICO-ITEM
           END-READ.
           IF CUENTA-CERRADA AND PEN-TRANSACCION NOT = "B"
               MOVE SPACE TO WS-MOTIVO-RECHAZO
               STRING "La cuenta se cerro el " CLI-FECHA-CIERRE
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
               GO TO F-APLICO-ITEM.
           INITIALIZE REG-MANTENIMIENTO.
           MOVE PEN-TRANSACCION    TO MAN-TRANSACCION.
           MOVE PEN-ID-CLIENTE     TO MAN-ID-CLIENTE.
           MOVE PEN-CAMPO          TO MAN-CAMPO.
           MOVE PEN-VALOR-TEXTO    TO MAN-VALOR-TEXTO.
           MOVE PEN-VALOR-SALDO    TO MAN-VALOR-SALDO.
           MOVE PEN-FECHA-EFECTIVA TO MAN-FECHA-EFECTIVA.
           MOVE WS-TOTAL-RECHAZADAS TO WS-RECHAZOS-ANTES.
           EVALUATE PEN-TRANSACCION
               WHEN "M"
                   PERFORM APLICO-CAMBIO THRU F-APLICO-CAMBIO
               WHEN "B"
                   PERFORM APLICO-BAJA THRU F-APLICO-BAJA
               WHEN OTHER
                   MOVE "Transaccion desconocida" TO WS-MOTIVO-RECHAZO
                   GO TO F-APLICO-ITEM
           END-EVALUATE.
           IF WS-TOTAL-RECHAZADAS = WS-RECHAZOS-ANTES
               MOVE SPACE TO WS-MOTIVO-RECHAZO.

       F-APLICO-ITEM.
           EXIT.

      ******************************************************************
      * Deja el item aplicado o rechazado, con la fecha de la corrida,
      * y lo informa en el reporte.
      ******************************************************************
       CIERRO-ITEM.
           MOVE WS-FECHA-HOY TO PEN-FECHA-PROCESO.
           MOVE WS-MOTIVO-RECHAZO TO PEN-MOTIVO.
           IF WS-MOTIVO-RECHAZO = SPACE
               MOVE "A" TO PEN-ESTADO
               MOVE "APLICADO" TO WS-RESULTADO
               ADD 1 TO WS-TOTAL-APLICADOS
           ELSE
               MOVE "R" TO PEN-ESTADO
               MOVE "RECHAZADO" TO WS-RESULTADO
               ADD 1 TO WS-TOTAL-RECHAZOS-PEN
               DISPLAY "Programado rechazado, cliente " PEN-ID-CLIENTE
                   " sec. " PEN-SECUENCIA ": " WS-MOTIVO-RECHAZO.
           REWRITE REG-PENDIENTE.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error actualizando el pendiente del cliente "
                   PEN-ID-CLIENTE " sec. " PEN-SECUENCIA " ("
                   ST-PENDIENTES ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING PEN-ID-CLIENTE " " PEN-SECUENCIA " "
               PEN-FECHA-EFECTIVA " " PEN-TRANSACCION "/" PEN-CAMPO
               " " WS-RESULTADO " " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "ITEMS VENCIDOS: " WS-TOTAL-VENCIDOS
               " APLICADOS: " WS-TOTAL-APLICADOS
               " RECHAZADOS: " WS-TOTAL-RECHAZOS-PEN
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "=== TOTALES DE CAMBIOS PROGRAMADOS ===".
           DISPLAY "Items vencidos       : " WS-TOTAL-VENCIDOS.
           DISPLAY "Cambios aplicados    : " WS-CAMBIOS-APLICADOS.
           DISPLAY "Bajas aplicadas      : " WS-BAJAS-APLICADAS.
           DISPLAY "Consentimientos      : " WS-CONSENT-APLICADOS.
           DISPLAY "Items rechazados     : " WS-TOTAL-RECHAZOS-PEN.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE PENDIENTES.
           CLOSE CODIGOS-POSTALES.
           CLOSE CATEGORIAS.
           CLOSE AUDITORIA-TRAIL.
           CLOSE MOVIMIENTOS.
           IF ST-SUBCUENTAS NOT > "07"
               CLOSE SUBCUENTAS.
           IF CONSENTIMIENTOS-DISPONIBLES
               CLOSE CONSENTIMIENTOS.
           CLOSE REPORTE.

           COPY BANNER.

           COPY MANTCLI.

       END PROGRAM APLICA-PENDIENTES.
