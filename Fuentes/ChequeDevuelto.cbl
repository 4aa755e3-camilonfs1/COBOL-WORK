      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Proceso del cheque devuelto de caja (mostrador o
      *          correo): cuando el banco rebota un cheque recibido
      *          con CAJA-RECIBOS, el operador firmado da el numero
      *          del recibo y el motivo del banco, y el programa
      *          reversa el RECIBOCAJA original con un REVERSA ligado
      *          (convencion de REVERSA-MOVIMIENTO: el original queda
      *          marcado como reversado), devuelve a cada factura lo
      *          que el recibo le habia aplicado y reabre las que
      *          habia saldado (recibos_facturas.dat), cobra el cargo
      *          por cheque devuelto (parametro CHEQ-DEV-CARGO) con
      *          un movimiento CHEQ-DEV, anota el cheque en las notas
      *          de contacto del cliente y lo deja en el registro
      *          cheques_devueltos.dat (CHEQDEV.cpy), que impide
      *          procesar dos veces el mismo recibo. Al llegar al
      *          tope de cheques devueltos (parametro CHEQ-DEV-MAXIMO)
      *          la cuenta queda marcada de solo efectivo en caja; la
      *          opcion (L)evantar quita la marca con firma de
      *          nivel 3. Antes el pago se reversaba a mano y el
      *          recibo seguia pareciendo bueno.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Los componentes del saldo se mueven con la
      *                     devolucion (COMPONENTES-SALDO): lo reversado
      *                     vuelve al capital y el cargo del cheque va a
      *                     los cargos.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-DEVUELTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECIBOS.

           SELECT OPTIONAL RECIBOS-FACTURAS
                  ASSIGN TO "./recibos_facturas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-REC-FACTURAS.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL CHEQUES-DEVUELTOS
                  ASSIGN TO "./cheques_devueltos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CHD-NUMERO-RECIBO
                  STATUS ST-CHEQUES.

           SELECT OPTIONAL NOTAS-CONTACTO
                  ASSIGN TO "./notas_contacto.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NOT-CLAVE
                  STATUS ST-NOTAS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  RECIBOS.

           COPY RECIBO.

       FD  RECIBOS-FACTURAS.

           COPY RECFAC.

       FD  FACTURAS.

           COPY FACTURA.

       FD  CHEQUES-DEVUELTOS.

           COPY CHEQDEV.

       FD  NOTAS-CONTACTO.

           COPY NOTA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-RECIBOS      PIC XX VALUE SPACE.
       01  ST-REC-FACTURAS PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-CHEQUES      PIC XX VALUE SPACE.
       01  ST-NOTAS        PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.

       01  WS-FACTURAS-SW  PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES VALUE "S".
       01  WS-NOTAS-SW     PIC X VALUE "N".
           88 NOTAS-DISPONIBLES    VALUE "S".

       01  WS-OPCION       PIC X     VALUE SPACE.
       01  WS-CONFIRMA     PIC X     VALUE SPACE.
       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-NUMERO-RECIBO PIC 9(8) VALUE 0.
       01  WS-ID-CLIENTE   PIC 9(8)  VALUE 0.
       01  WS-MOTIVO       PIC X(30) VALUE SPACE.
       01  WS-RECIBO-SW    PIC X     VALUE "N".
           88 RECIBO-HALLADO       VALUE "S".

      * Cargo por cheque devuelto y tope de cheques que marca la
      * cuenta de solo efectivo (el compilado es de omision, las
      * claves CHEQ-DEV-CARGO y CHEQ-DEV-MAXIMO de parametros.dat lo
      * reemplazan).
       01  WS-CARGO-CHEQUE PIC 9(7)V9(3) VALUE 25000.
       01  WS-MAX-CHEQUES  PIC 99        VALUE 2.
       01  WS-PAR-CLAVE    PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO  PIC X          VALUE "N".

      * El RECIBOCAJA original del recibo: su clave y valor, y los
      * saldos despues de la reversa y despues del cargo.
       01  WS-CLAVE-ORIGINAL PIC X(27)       VALUE SPACE.
       01  WS-VALOR-ORIGINAL PIC S9(7)V9(3)  VALUE 0.
       01  WS-MOV-HALLADO-SW PIC X           VALUE "N".
           88 MOVIMIENTO-HALLADO VALUE "S".
       01  WS-SALDO-REVERSA  PIC S9(7)V9(3)  VALUE 0.
       01  WS-MARCA-NUEVA-SW PIC X           VALUE "N".
           88 MARCA-NUEVA        VALUE "S".
       01  WS-TIPO-VALIDO    PIC X           VALUE SPACE.

       01  WS-FACTURAS-REABIERTAS PIC 9(3) VALUE 0.
       01  WS-FACTURAS-TOCADAS    PIC 9(3) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CHEQUE-DEVUELTO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Se requiere firma de operador con nivel de "
                   "actualizacion, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "CHEQ-DEV-CARGO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-CARGO-CHEQUE.
           MOVE "CHEQ-DEV-MAXIMO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-MAX-CHEQUES.
           PERFORM ABRO-ARCHIVOS.

       PIDO-OPERACION.
           DISPLAY "Operacion: (D)evolver un cheque, (L)evantar la "
               "marca de solo efectivo o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "D" WHEN "d"
                   PERFORM PROCESO-DEVOLUCION
                       THRU F-PROCESO-DEVOLUCION
               WHEN "L" WHEN "l"
                   PERFORM LEVANTO-MARCA THRU F-LEVANTO-MARCA
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O CHEQUES-DEVUELTOS.
           IF ST-CHEQUES = "35"
               OPEN OUTPUT CHEQUES-DEVUELTOS
               CLOSE CHEQUES-DEVUELTOS
               OPEN I-O CHEQUES-DEVUELTOS.
           IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo CHEQUES-DEVUELTOS (" ST-CHEQUES
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
      *    Sin facturas o sin notas el cheque se reversa igual, con
      *    aviso de lo que queda por hacer a mano.
           OPEN I-O FACTURAS.
           IF ST-FACTURAS NOT > "07"
               SET FACTURAS-DISPONIBLES TO TRUE.
           OPEN I-O NOTAS-CONTACTO.
           IF ST-NOTAS NOT > "07"
               SET NOTAS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Archivo de notas de contacto no disponible ("
                   ST-NOTAS ").".
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Un cheque devuelto: ubica el recibo y su RECIBOCAJA, reversa
      * el pago, cobra el cargo, reabre las facturas, anota el
      * cheque y, al llegar al tope, marca la cuenta de solo
      * efectivo. El registro de recibos queda abierto mientras se
      * procesa, para tener a mano los datos del cheque.
      ******************************************************************
       PROCESO-DEVOLUCION.
           DISPLAY "=== CHEQUE DEVUELTO ===".
           DISPLAY "Numero del recibo de caja:".
           ACCEPT WS-NUMERO-RECIBO.
           MOVE WS-NUMERO-RECIBO TO CHD-NUMERO-RECIBO.
           READ CHEQUES-DEVUELTOS KEY IS CHD-NUMERO-RECIBO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El cheque de ese recibo ya se proceso "
                       "como devuelto el " CHD-FECHA "."
                   GO TO F-PROCESO-DEVOLUCION
           END-READ.
           PERFORM BUSCO-RECIBO THRU F-BUSCO-RECIBO.
           IF NOT RECIBO-HALLADO
               DISPLAY "No hay recibo con ese numero."
               GO TO F-PROCESO-DEVOLUCION.
           IF PAGO-EFECTIVO OR PAGO-TARJETA OR PAGO-TRANSFERENCIA
               DISPLAY "El recibo no se pago con cheque (forma de "
                   "pago " RCB-INSTRUMENTO "), no se procesa."
               GO TO CIERRO-RECIBO-DEV.
           IF RCB-INSTRUMENTO = SPACE
               DISPLAY "Aviso: recibo anterior al registro de la forma "
                   "de pago; confirme que fue un cheque.".
           MOVE RCB-ID-CLIENTE TO WS-ID-CLIENTE.
           PERFORM BUSCO-RECIBOCAJA THRU F-BUSCO-RECIBOCAJA.
           IF NOT MOVIMIENTO-HALLADO
               DISPLAY "No se encontro el RECIBOCAJA vigente del "
                   "recibo (ya reversado o inexistente), REVISAR A "
                   "MANO."
               GO TO CIERRO-RECIBO-DEV.
           DISPLAY "Recibo " RCB-NUMERO " del " RCB-FECHA
               " cliente " RCB-ID-CLIENTE " por " RCB-VALOR.
           DISPLAY "Cheque " RCB-BANCO " No. " RCB-DOCUMENTO.
           DISPLAY "Motivo de la devolucion del banco:".
           ACCEPT WS-MOTIVO.
           DISPLAY "Confirma la devolucion del cheque con cargo de "
               WS-CARGO-CHEQUE "? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Devolucion cancelada."
               GO TO CIERRO-RECIBO-DEV.
      *    El saldo pierde el pago y carga el cargo; el contador de
      *    cheques devueltos avanza y al tope marca la cuenta.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "El cliente del recibo ya no existe, "
                       "REVISAR A MANO."
                   GO TO CIERRO-RECIBO-DEV
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "El cliente del recibo ya no existe, "
                   "REVISAR A MANO."
               GO TO CIERRO-RECIBO-DEV.
           COMPUTE WS-SALDO-REVERSA = CLI-SALDO - WS-VALOR-ORIGINAL
               ON SIZE ERROR
                   DISPLAY "La reversion deja el saldo fuera de "
                       "rango, no se aplica."
                   GO TO CIERRO-RECIBO-DEV
           END-COMPUTE.
           COMPUTE CLI-SALDO = WS-SALDO-REVERSA - WS-CARGO-CHEQUE
               ON SIZE ERROR
                   DISPLAY "El cargo deja el saldo fuera de rango, "
                       "no se aplica."
                   GO TO CIERRO-RECIBO-DEV
           END-COMPUTE.
      *    La reversa cae en el capital (residuo); el cargo, en los
      *    cargos.
           MOVE "CHEQ-DEV" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = 0 - WS-CARGO-CHEQUE.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-CHEQ-DEVUELTOS NOT NUMERIC
               MOVE 0 TO CLI-CHEQ-DEVUELTOS.
           IF CLI-CHEQ-DEVUELTOS < 99
               ADD 1 TO CLI-CHEQ-DEVUELTOS.
           MOVE "N" TO WS-MARCA-NUEVA-SW.
           IF CLI-CHEQ-DEVUELTOS >= WS-MAX-CHEQUES
            AND NOT CUENTA-SOLO-EFECTIVO
               MOVE "S" TO CLI-SOLO-EFECTIVO-SW
               SET MARCA-NUEVA TO TRUE.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el saldo del cliente (" ST-FILE
                   "), no se reversa."
               GO TO CIERRO-RECIBO-DEV.
      *    Contrapartida REVERSA ligada al RECIBOCAJA original.
           MOVE WS-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0                TO MOV-SECUENCIA.
           MOVE "REVERSA"        TO MOV-TIPO.
           COMPUTE MOV-VALOR = 0 - WS-VALOR-ORIGINAL.
           MOVE WS-SALDO-REVERSA TO MOV-SALDO-NUEVO.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"              TO MOV-MARCA-REVERSADO.
           MOVE WS-CLAVE-ORIGINAL TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-REVERSA-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-REVERSA-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando la reversion ("
                   ST-MOVIMIENTOS "), REVISAR A MANO: el saldo ya "
                   "fue ajustado."
               MOVE 16 TO RETURN-CODE
               GO TO CIERRO-RECIBO-DEV.
      *    El original queda marcado como reversado.
           MOVE WS-CLAVE-ORIGINAL TO MOV-CLAVE.
           READ MOVIMIENTOS KEY IS MOV-CLAVE
               INVALID KEY
                   DISPLAY "No se pudo remarcar el RECIBOCAJA "
                       "original, REVISAR A MANO."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "S" TO MOV-MARCA-REVERSADO
                   REWRITE REG-MOVIMIENTO
                   IF ST-MOVIMIENTOS > "07"
                       DISPLAY "No se pudo remarcar el RECIBOCAJA "
                           "original (" ST-MOVIMIENTOS "), REVISAR "
                           "A MANO."
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.
           IF WS-CARGO-CHEQUE > 0
               PERFORM GRABO-CARGO-CHEQUE THRU F-GRABO-CARGO-CHEQUE.
           PERFORM REABRO-FACTURAS THRU F-REABRO-FACTURAS.
           MOVE WS-NUMERO-RECIBO  TO CHD-NUMERO-RECIBO.
           MOVE WS-ID-CLIENTE     TO CHD-ID-CLIENTE.
           MOVE RCB-FECHA         TO CHD-FECHA-RECIBO.
           MOVE RCB-BANCO         TO CHD-BANCO.
           MOVE RCB-DOCUMENTO     TO CHD-CHEQUE.
           MOVE RCB-VALOR         TO CHD-VALOR.
           MOVE WS-MOTIVO         TO CHD-MOTIVO.
           MOVE WS-CARGO-CHEQUE   TO CHD-CARGO.
           MOVE WS-FACTURAS-TOCADAS TO CHD-FACTURAS.
           MOVE WS-FECHA-HOY      TO CHD-FECHA.
           MOVE WS-OPERADOR-FIRMADO TO CHD-OPERADOR.
           WRITE REG-CHEQUE-DEVUELTO.
           IF ST-CHEQUES > "07"
               DISPLAY "Error anotando el cheque en el registro de "
                   "devueltos (" ST-CHEQUES "), REVISAR A MANO."
               MOVE 16 TO RETURN-CODE.
           PERFORM ANOTO-CHEQUE-CLIENTE THRU F-ANOTO-CHEQUE-CLIENTE.
           MOVE "CHEQ-DEV"    TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Recibo " WS-NUMERO-RECIBO " cheque " RCB-BANCO
               " " RCB-DOCUMENTO " devuelto"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cheque devuelto procesado: pago reversado, "
               WS-FACTURAS-REABIERTAS " factura(s) reabierta(s), "
               "saldo nuevo " CLI-SALDO ".".
           IF MARCA-NUEVA
               DISPLAY "La cuenta llega a " CLI-CHEQ-DEVUELTOS
                   " cheques devueltos: queda marcada de SOLO "
                   "EFECTIVO en caja.".

       CIERRO-RECIBO-DEV.
           CLOSE RECIBOS.

       F-PROCESO-DEVOLUCION.
           EXIT.

      ******************************************************************
      * Recorre el registro de recibos hasta el numero pedido y lo
      * deja abierto sobre el recibo hallado; sin hallarlo lo cierra.
      ******************************************************************
       BUSCO-RECIBO.
           MOVE "N" TO WS-RECIBO-SW.
           OPEN INPUT RECIBOS.
           IF ST-RECIBOS > "07"
               DISPLAY "Registro de recibos no disponible ("
                   ST-RECIBOS ")."
               GO TO F-BUSCO-RECIBO.

       LEO-RECIBO.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO F-BUSCO-RECIBO
           END-READ.
           IF RCB-NUMERO NOT = WS-NUMERO-RECIBO
               GO TO LEO-RECIBO.
           SET RECIBO-HALLADO TO TRUE.

       F-BUSCO-RECIBO.
           EXIT.

      ******************************************************************
      * El RECIBOCAJA del recibo: por la clave anotada en el recibo o,
      * en los recibos anteriores a ella, el del cliente con la misma
      * fecha, cajero y valor que no este reversado.
      ******************************************************************
       BUSCO-RECIBOCAJA.
           MOVE "N"   TO WS-MOV-HALLADO-SW.
           MOVE SPACE TO WS-CLAVE-ORIGINAL.
           IF RCB-MOV-CLAVE = SPACE
               GO TO BUSCO-EN-CADENA.
           MOVE RCB-MOV-CLAVE TO MOV-CLAVE.
           READ MOVIMIENTOS KEY IS MOV-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-RECIBOCAJA
           END-READ.
           IF MOV-TIPO = "RECIBOCAJA"
            AND MOV-MARCA-REVERSADO NOT = "S"
               SET MOVIMIENTO-HALLADO TO TRUE
               MOVE MOV-CLAVE TO WS-CLAVE-ORIGINAL
               MOVE MOV-VALOR TO WS-VALOR-ORIGINAL.
           GO TO F-BUSCO-RECIBOCAJA.

       BUSCO-EN-CADENA.
           MOVE RCB-ID-CLIENTE TO MOV-ID-CLIENTE.
           MOVE RCB-FECHA      TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           MOVE 0 TO MOV-SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-RECIBOCAJA
           END-START.

       LEO-MOV-CADENA.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   GO TO F-BUSCO-RECIBOCAJA
           END-READ.
           IF MOV-ID-CLIENTE NOT = RCB-ID-CLIENTE
            OR MOV-FECHA NOT = RCB-FECHA
               GO TO F-BUSCO-RECIBOCAJA.
           IF MOV-TIPO = "RECIBOCAJA"
            AND MOV-MARCA-REVERSADO NOT = "S"
            AND MOV-OPERADOR = RCB-CAJERO
            AND MOV-VALOR = RCB-VALOR
               SET MOVIMIENTO-HALLADO TO TRUE
               MOVE MOV-CLAVE TO WS-CLAVE-ORIGINAL
               MOVE MOV-VALOR TO WS-VALOR-ORIGINAL
               GO TO F-BUSCO-RECIBOCAJA.
           GO TO LEO-MOV-CADENA.

       F-BUSCO-RECIBOCAJA.
           EXIT.

      ******************************************************************
      * Movimiento CHEQ-DEV por el cargo del cheque devuelto, con el
      * saldo ya cargado.
      ******************************************************************
       GRABO-CARGO-CHEQUE.
           MOVE WS-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0          TO MOV-SECUENCIA.
           MOVE "CHEQ-DEV" TO MOV-TIPO.
           COMPUTE MOV-VALOR = 0 - WS-CARGO-CHEQUE.
           MOVE CLI-SALDO  TO MOV-SALDO-NUEVO.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
      *    Un tipo fuera de la tabla contable no es mapeable al libro
      *    mayor: se avisa para que contabilidad lo cargue.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-CARGO-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-CARGO-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el cargo CHEQ-DEV ("
                   ST-MOVIMIENTOS "), REVISAR A MANO: el saldo ya "
                   "fue cargado."
               MOVE 16 TO RETURN-CODE.

       F-GRABO-CARGO-CHEQUE.
           EXIT.

      ******************************************************************
      * Devuelve a cada factura lo que el recibo le aplico; la que el
      * recibo habia saldado vuelve a quedar abierta.
      ******************************************************************
       REABRO-FACTURAS.
           MOVE 0 TO WS-FACTURAS-TOCADAS.
           MOVE 0 TO WS-FACTURAS-REABIERTAS.
           OPEN INPUT RECIBOS-FACTURAS.
           IF ST-REC-FACTURAS > "07"
               GO TO F-REABRO-FACTURAS.

       LEO-APLICACION.
           READ RECIBOS-FACTURAS
               AT END
                   CLOSE RECIBOS-FACTURAS
                   GO TO F-REABRO-FACTURAS
           END-READ.
           IF RCF-NUMERO-RECIBO NOT = WS-NUMERO-RECIBO
               GO TO LEO-APLICACION.
           IF NOT FACTURAS-DISPONIBLES
               DISPLAY "Registro de facturas no disponible: devolver "
                   "a mano " RCF-VALOR " a la factura " RCF-FAC-NUMERO
                   "."
               MOVE 8 TO RETURN-CODE
               GO TO LEO-APLICACION.
           MOVE RCF-FAC-NUMERO TO FAC-NUMERO.
           READ FACTURAS KEY IS FAC-NUMERO
               INVALID KEY
                   DISPLAY "La factura " RCF-FAC-NUMERO " ya no "
                       "existe, REVISAR A MANO."
                   MOVE 8 TO RETURN-CODE
                   GO TO LEO-APLICACION
           END-READ.
           ADD RCF-VALOR TO FAC-SALDO-PENDIENTE.
           IF FAC-ESTADO = "P"
               MOVE "A" TO FAC-ESTADO
               MOVE 0   TO FAC-FECHA-SALDADA
               ADD 1 TO WS-FACTURAS-REABIERTAS.
           REWRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error reabriendo la factura " FAC-NUMERO
                   " (" ST-FACTURAS "), REVISAR A MANO."
               MOVE 8 TO RETURN-CODE
               GO TO LEO-APLICACION.
           ADD 1 TO WS-FACTURAS-TOCADAS.
           GO TO LEO-APLICACION.

       F-REABRO-FACTURAS.
           EXIT.

      ******************************************************************
      * Nota de contacto del cheque devuelto en la cuenta del cliente.
      ******************************************************************
       ANOTO-CHEQUE-CLIENTE.
           IF NOT NOTAS-DISPONIBLES
               GO TO F-ANOTO-CHEQUE-CLIENTE.
           MOVE WS-ID-CLIENTE TO NOT-ID-CLIENTE.
           ACCEPT NOT-FECHA FROM DATE YYYYMMDD.
           ACCEPT NOT-HORA  FROM TIME.
           MOVE SPACE TO NOT-TEXTO.
           STRING "CHEQUE DEVUELTO REC " WS-NUMERO-RECIBO " "
               RCB-BANCO " " DELIMITED BY SIZE
               RCB-DOCUMENTO DELIMITED BY SPACE
               " " WS-MOTIVO DELIMITED BY SIZE
               INTO NOT-TEXTO.
           WRITE REG-NOTA
               INVALID KEY
                   DISPLAY "Ya hay una nota del cliente con esa marca "
                       "de tiempo; el cheque queda en "
                       "cheques_devueltos.dat."
           END-WRITE.

       F-ANOTO-CHEQUE-CLIENTE.
           EXIT.

      ******************************************************************
      * Quita la marca de solo efectivo y vuelve a cero el contador
      * de cheques devueltos; exige firma de nivel 3.
      ******************************************************************
       LEVANTO-MARCA.
           IF NOT PUEDE-BORRAR
               DISPLAY "Levantar la marca de solo efectivo exige firma "
                   "de nivel 3."
               GO TO F-LEVANTO-MARCA.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   GO TO F-LEVANTO-MARCA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-LEVANTO-MARCA.
           IF NOT CUENTA-SOLO-EFECTIVO
               DISPLAY "La cuenta no esta marcada de solo efectivo."
               GO TO F-LEVANTO-MARCA.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " con "
               CLI-CHEQ-DEVUELTOS " cheques devueltos.".
           DISPLAY "Confirma levantar la marca? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "La marca sigue."
               GO TO F-LEVANTO-MARCA.
           MOVE "N" TO CLI-SOLO-EFECTIVO-SW.
           MOVE 0   TO CLI-CHEQ-DEVUELTOS.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el cliente (" ST-FILE ")."
               GO TO F-LEVANTO-MARCA.
           MOVE "SOLO-EFECT"  TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE "Marca de solo efectivo levantada" TO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Marca levantada.".

       F-LEVANTO-MARCA.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE CHEQUES-DEVUELTOS.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS.
           IF NOTAS-DISPONIBLES
               CLOSE NOTAS-CONTACTO.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CHEQUE-DEVUELTO.
