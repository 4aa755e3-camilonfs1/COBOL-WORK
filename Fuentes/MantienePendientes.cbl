      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Pantalla de la cola de cambios programados
      *          (pendientes.dat, PENDIENTE.cpy): el operador programa
      *          hoy un cambio a la cuenta que rige desde una fecha
      *          futura -- la categoria desde el primero del mes, la
      *          direccion desde la mudanza, el limite de credito
      *          desde la fecha aprobada, o la baja --, con las mismas
      *          letras de campo de ACTUALIZO-CLIENTE en INICIO_2;
      *          lista los items de un cliente y cancela los que aun
      *          estan pendientes. La noche de la fecha efectiva
      *          APLICA-PENDIENTES los aplica con las reglas de
      *          MANTENIMIENTO-LOTE. Programar y cancelar es de nivel
      *          2; cada cambio queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PENDIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY PENSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  PENDIENTES.

           COPY PENDIENTE.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-PENDIENTES  PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION       PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE   PIC 9(8) VALUE 0.
       01  WS-SECUENCIA    PIC 9(4) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-CONFIRMA     PIC X    VALUE SPACE.
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Fecha efectiva capturada, con su vista por partes para
      * revisar mes y dia.
       01  WS-FECHA-EFECTIVA PIC 9(8) VALUE 0.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-EFECTIVA.
           05 WS-FEF-ANIO  PIC 9(4).
           05 WS-FEF-MES   PIC 99.
           05 WS-FEF-DIA   PIC 99.

      * Valor nuevo segun el campo, armado en PEN-VALOR-TEXTO con las
      * posiciones de MAN-VALOR-TEXTO (ver CLIMANT.cpy).
       01  WS-VALOR-SALDO    PIC S9(7)V9(3) VALUE 0.
       01  WS-VALOR-LIMITE   PIC 9(7)V9(3)  VALUE 0.
       01  WS-VALOR-TEXTO    PIC X(80)      VALUE SPACE.
       01  WS-VALOR-EDITADO  PIC -(7)9,999.
       01  WS-CAMPO-VALIDO-SW PIC X VALUE "N".
           88 CAMPO-VALIDO   VALUE "S".

      * Siguiente secuencia de la cola para el cliente; la busqueda
      * lee la cola, asi que el item capturado se guarda aparte.
       01  WS-PEN-ID-BUSCA     PIC 9(8)  VALUE 0.
       01  WS-PEN-CAPTURADO    PIC X(213) VALUE SPACE.
       01  WS-PEN-CLAVE-NUEVA  PIC X(12) VALUE SPACE.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-PENDIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el programa "
                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O PENDIENTES.
           IF ST-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES
               CLOSE PENDIENTES
               OPEN I-O PENDIENTES.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error abriendo PENDIENTES (" ST-PENDIENTES ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (P)rogramar cambio, (V)er pendientes "
               "de un cliente, (C)ancelar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "P" WHEN "p"
                   IF NOT PUEDE-ACTUALIZAR
                       DISPLAY "Programar cambios requiere nivel 2."
                   ELSE
                       PERFORM PROGRAMO-CAMBIO THRU F-PROGRAMO-CAMBIO
                   END-IF
               WHEN "V" WHEN "v"
                   PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
               WHEN "C" WHEN "c"
                   IF NOT PUEDE-ACTUALIZAR
                       DISPLAY "Cancelar cambios requiere nivel 2."
                   ELSE
                       PERFORM CANCELO-PENDIENTE
                           THRU F-CANCELO-PENDIENTE
                   END-IF
               WHEN "S" WHEN "s"
                   CLOSE CLIENTES
                   CLOSE PENDIENTES
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Lee el cliente pedido; una cuenta de empresa no autorizada al
      * operador se trata como inexistente.
      ******************************************************************
       LEO-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "23" TO ST-FILE
                   GO TO F-LEO-CLIENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               MOVE "23" TO ST-FILE.

       F-LEO-CLIENTE.
           EXIT.

      ******************************************************************
      * Programa un cambio: cliente, fecha efectiva (posterior a hoy),
      * transaccion y, para una modificacion, el campo y su valor
      * nuevo. Las validaciones del valor las hace la noche de la
      * fecha APLICA-PENDIENTES, contra el maestro de ese dia.
      ******************************************************************
       PROGRAMO-CAMBIO.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF ST-FILE > "07"
               DISPLAY "Cliente no encontrado."
               GO TO F-PROGRAMO-CAMBIO.
           DISPLAY "Cliente: " CLI_NOMBRE (1:40) " estado " CLI-ESTADO.
           DISPLAY "Fecha efectiva (AAAAMMDD, posterior a hoy):".
           ACCEPT WS-FECHA-EFECTIVA.
           IF WS-FECHA-EFECTIVA NOT NUMERIC
            OR WS-FECHA-EFECTIVA NOT > WS-FECHA-HOY
               DISPLAY "La fecha efectiva debe ser futura; un cambio "
                   "de hoy se hace por ACTUALIZO-CLIENTE."
               GO TO F-PROGRAMO-CAMBIO.
           IF WS-FEF-MES < 1 OR WS-FEF-MES > 12
            OR WS-FEF-DIA < 1 OR WS-FEF-DIA > 31
               DISPLAY "Fecha efectiva invalida, no se programa."
               GO TO F-PROGRAMO-CAMBIO.
           INITIALIZE REG-PENDIENTE.
           MOVE SPACE TO PEN-VALOR-TEXTO.
           MOVE 0     TO PEN-VALOR-SALDO.
           DISPLAY "Transaccion: (M)odificacion o (B)aja?".
           ACCEPT PEN-TRANSACCION.
           IF PEN-TRANSACCION = "m"
               MOVE "M" TO PEN-TRANSACCION.
           IF PEN-TRANSACCION = "b"
               MOVE "B" TO PEN-TRANSACCION.
           IF PEN-TRANSACCION = "B"
               MOVE SPACE TO PEN-CAMPO
               GO TO GRABO-PROGRAMADO.
           IF PEN-TRANSACCION NOT = "M"
               DISPLAY "Transaccion no valida, no se programa."
               GO TO F-PROGRAMO-CAMBIO.
           PERFORM CAPTURO-CAMPO THRU F-CAPTURO-CAMPO.
           IF NOT CAMPO-VALIDO
               GO TO F-PROGRAMO-CAMBIO.

       GRABO-PROGRAMADO.
           IF CUENTA-CERRADA AND PEN-TRANSACCION NOT = "B"
               DISPLAY "ADVERTENCIA: la cuenta esta cerrada; si sigue "
                   "asi en la fecha el cambio se rechazara.".
           MOVE REG-PENDIENTE TO WS-PEN-CAPTURADO.
           MOVE WS-ID-CLIENTE TO WS-PEN-ID-BUSCA.
           PERFORM ASIGNO-SECUENCIA-PENDIENTE
               THRU F-ASIGNO-SECUENCIA-PENDIENTE.
           MOVE PEN-CLAVE TO WS-PEN-CLAVE-NUEVA.
           MOVE WS-PEN-CAPTURADO TO REG-PENDIENTE.
           MOVE WS-PEN-CLAVE-NUEVA TO PEN-CLAVE.
           MOVE WS-FECHA-EFECTIVA   TO PEN-FECHA-EFECTIVA.
           MOVE "P"                 TO PEN-ESTADO.
           MOVE WS-FECHA-HOY        TO PEN-FECHA-CAPTURA.
           MOVE WS-OPERADOR-FIRMADO TO PEN-OPERADOR.
           MOVE "PANTALLA"          TO PEN-ORIGEN.
           MOVE 0                   TO PEN-FECHA-PROCESO.
           MOVE SPACE               TO PEN-OPERADOR-CANCELA.
           MOVE SPACE               TO PEN-MOTIVO.
           DISPLAY "Confirma programar " PEN-TRANSACCION "/" PEN-CAMPO
               " para el " PEN-FECHA-EFECTIVA " (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "No se programa."
               GO TO F-PROGRAMO-CAMBIO.
           WRITE REG-PENDIENTE.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error grabando el pendiente (" ST-PENDIENTES
                   ")."
               GO TO F-PROGRAMO-CAMBIO.
           MOVE "PROGRAMA" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cambio " PEN-TRANSACCION "/" PEN-CAMPO
               " programado para " PEN-FECHA-EFECTIVA " sec. "
               PEN-SECUENCIA DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cambio programado con secuencia " PEN-SECUENCIA
               ".".

       F-PROGRAMO-CAMBIO.
           EXIT.

      ******************************************************************
      * Campo y valor nuevo de una modificacion, con las letras de
      * ACTUALIZO-CLIENTE que tambien acepta MANTENIMIENTO-LOTE.
      ******************************************************************
       CAPTURO-CAMPO.
           MOVE "S" TO WS-CAMPO-VALIDO-SW.
           DISPLAY "Campo: (D)ireccion (P)ostal (C)ategoria (S)aldo "
               "(T)elefono (E)mail (M)oneda (R)azon social "
               "(L)imite de credito (I)dentificacion tributaria "
               "(A) domiciliacion bancaria (H) consentimiento".
           ACCEPT PEN-CAMPO.
           INSPECT PEN-CAMPO CONVERTING "dpcstemrliah"
               TO "DPCSTEMRLIAH".
           EVALUATE PEN-CAMPO
               WHEN "D"
                   DISPLAY "Nueva direccion:"
                   ACCEPT PEN-VALOR-TEXTO
               WHEN "P"
                   DISPLAY "Nuevo codigo postal:"
                   ACCEPT PEN-VALOR-TEXTO
               WHEN "C"
                   DISPLAY "Nueva categoria:"
                   ACCEPT PEN-VALOR-TEXTO (1:1)
               WHEN "S"
                   DISPLAY "Monto a aplicar al saldo (+cargo/-pago):"
                   ACCEPT WS-VALOR-SALDO
                   MOVE WS-VALOR-SALDO TO PEN-VALOR-SALDO
               WHEN "T"
                   DISPLAY "Nuevo telefono:"
                   ACCEPT PEN-VALOR-TEXTO
               WHEN "E"
                   DISPLAY "Nuevo email:"
                   ACCEPT PEN-VALOR-TEXTO
               WHEN "M"
                   DISPLAY "Nueva moneda (codigo ISO, p.ej. USD/EUR):"
                   ACCEPT PEN-VALOR-TEXTO (1:3)
               WHEN "R"
                   DISPLAY "Nueva razon social:"
                   ACCEPT PEN-VALOR-TEXTO
               WHEN "L"
                   DISPLAY "Nuevo limite de credito (deuda maxima, "
                       "0 = sin limite):"
                   ACCEPT WS-VALOR-LIMITE
                   MOVE WS-VALOR-LIMITE TO PEN-VALOR-SALDO
               WHEN "I"
                   DISPLAY "Tipo de documento: (N)IT, (C)edula, "
                       "(E)xtranjeria o (P)asaporte?"
                   ACCEPT PEN-VALOR-TEXTO (1:1)
                   INSPECT PEN-VALOR-TEXTO (1:1) CONVERTING "ncep"
                       TO "NCEP"
                   DISPLAY "Numero (sin puntos ni guion):"
                   ACCEPT PEN-VALOR-TEXTO (2:15)
                   DISPLAY "Digito de verificacion (blanco si no "
                       "aplica):"
                   ACCEPT PEN-VALOR-TEXTO (17:1)
               WHEN "A"
                   DISPLAY "Cuenta bancaria para domiciliacion:"
                   ACCEPT PEN-VALOR-TEXTO (1:24)
                   DISPLAY "Mandato de domiciliacion vigente (S/N)?"
                   ACCEPT PEN-VALOR-TEXTO (25:1)
               WHEN "H"
                   DISPLAY "Proposito: (M)ercadeo, (E)ncuestas o "
                       "(T)erceros?"
                   ACCEPT PEN-VALOR-TEXTO (1:1)
                   INSPECT PEN-VALOR-TEXTO (1:1) CONVERTING "met"
                       TO "MET"
                   DISPLAY "Decision del cliente (S/N)?"
                   ACCEPT PEN-VALOR-TEXTO (2:1)
                   MOVE WS-FECHA-HOY TO PEN-VALOR-TEXTO (3:8)
                   MOVE "PANTALLA" TO PEN-VALOR-TEXTO (11:10)
               WHEN OTHER
                   DISPLAY "Campo no valido, no se programa."
                   MOVE "N" TO WS-CAMPO-VALIDO-SW
           END-EVALUATE.

       F-CAPTURO-CAMPO.
           EXIT.

      ******************************************************************
      * Siguiente secuencia de la cola para el cliente de
      * WS-PEN-ID-BUSCA: una mas que la ultima que tenga, o 1. Deja la
      * clave armada en PEN-CLAVE.
      ******************************************************************
       ASIGNO-SECUENCIA-PENDIENTE.
           MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE.
           MOVE 9999 TO PEN-SECUENCIA.
           START PENDIENTES KEY IS NOT GREATER THAN PEN-CLAVE
               INVALID KEY
                   MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE
                   MOVE 1 TO PEN-SECUENCIA
                   GO TO F-ASIGNO-SECUENCIA-PENDIENTE
           END-START.
           READ PENDIENTES PREVIOUS RECORD
               AT END
                   MOVE 0 TO PEN-ID-CLIENTE
           END-READ.
           IF ST-PENDIENTES > "07"
            OR PEN-ID-CLIENTE NOT = WS-PEN-ID-BUSCA
               MOVE WS-PEN-ID-BUSCA TO PEN-ID-CLIENTE
               MOVE 1 TO PEN-SECUENCIA
               GO TO F-ASIGNO-SECUENCIA-PENDIENTE.
           ADD 1 TO PEN-SECUENCIA.

       F-ASIGNO-SECUENCIA-PENDIENTE.
           EXIT.

      ******************************************************************
      * Lista todos los items de la cola de un cliente, pendientes y
      * ya procesados, con su estado y el motivo del rechazo.
      ******************************************************************
       LISTO-PENDIENTES.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF ST-FILE > "07"
               DISPLAY "Cliente no encontrado."
               GO TO F-LISTO-PENDIENTES.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE WS-ID-CLIENTE TO PEN-ID-CLIENTE.
           MOVE 0 TO PEN-SECUENCIA.
           START PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE
               INVALID KEY
                   DISPLAY "El cliente no tiene cambios programados."
                   GO TO F-LISTO-PENDIENTES
           END-START.

       LEO-PENDIENTE-LISTA.
           READ PENDIENTES NEXT RECORD
               AT END
                   GO TO FIN-LISTA-PENDIENTES
           END-READ.
           IF ST-PENDIENTES > "07"
            OR PEN-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO FIN-LISTA-PENDIENTES.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF PEN-CAMPO = "S" OR PEN-CAMPO = "L"
               MOVE PEN-VALOR-SALDO TO WS-VALOR-EDITADO
               MOVE SPACE TO WS-VALOR-TEXTO
               MOVE WS-VALOR-EDITADO TO WS-VALOR-TEXTO
           ELSE
               MOVE PEN-VALOR-TEXTO TO WS-VALOR-TEXTO.
           DISPLAY "  " PEN-SECUENCIA " rige " PEN-FECHA-EFECTIVA
               " estado " PEN-ESTADO " " PEN-TRANSACCION "/" PEN-CAMPO
               " " WS-VALOR-TEXTO (1:30) " (" PEN-ORIGEN " "
               PEN-OPERADOR " " PEN-FECHA-CAPTURA ")".
           IF PEN-RECHAZADO OR PEN-CANCELADO
               DISPLAY "       " PEN-FECHA-PROCESO " "
                   PEN-OPERADOR-CANCELA " " PEN-MOTIVO.
           GO TO LEO-PENDIENTE-LISTA.

       FIN-LISTA-PENDIENTES.
           DISPLAY "Items listados: " WS-TOTAL-LISTADOS
               " (P pendiente, A aplicado, C cancelado, R rechazado)".

       F-LISTO-PENDIENTES.
           EXIT.

      ******************************************************************
      * Cancela un item que sigue pendiente: queda con estado "C", la
      * fecha y el operador que lo cancelo, y no se aplica.
      ******************************************************************
       CANCELO-PENDIENTE.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           IF ST-FILE > "07"
               DISPLAY "Cliente no encontrado."
               GO TO F-CANCELO-PENDIENTE.
           DISPLAY "Secuencia del cambio a cancelar:".
           ACCEPT WS-SECUENCIA.
           MOVE WS-ID-CLIENTE TO PEN-ID-CLIENTE.
           MOVE WS-SECUENCIA  TO PEN-SECUENCIA.
           READ PENDIENTES KEY IS PEN-CLAVE
               INVALID KEY
                   DISPLAY "No existe ese cambio programado."
                   GO TO F-CANCELO-PENDIENTE
           END-READ.
           IF NOT PEN-PENDIENTE
               DISPLAY "El cambio ya no esta pendiente (estado "
                   PEN-ESTADO "), no se cancela."
               GO TO F-CANCELO-PENDIENTE.
           DISPLAY "Cambio " PEN-TRANSACCION "/" PEN-CAMPO " para el "
               PEN-FECHA-EFECTIVA ". Confirma la cancelacion (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "No se cancela."
               GO TO F-CANCELO-PENDIENTE.
           MOVE "C"                 TO PEN-ESTADO.
           MOVE WS-FECHA-HOY        TO PEN-FECHA-PROCESO.
           MOVE WS-OPERADOR-FIRMADO TO PEN-OPERADOR-CANCELA.
           MOVE "Cancelado por el operador" TO PEN-MOTIVO.
           REWRITE REG-PENDIENTE.
           IF ST-PENDIENTES > "07"
               DISPLAY "Error cancelando el cambio (" ST-PENDIENTES
                   ")."
               GO TO F-CANCELO-PENDIENTE.
           MOVE "CANCELAPRG" TO AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cancelado el cambio " PEN-TRANSACCION "/" PEN-CAMPO
               " del " PEN-FECHA-EFECTIVA " sec. " PEN-SECUENCIA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cambio cancelado.".

       F-CANCELO-PENDIENTE.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-PENDIENTES.
