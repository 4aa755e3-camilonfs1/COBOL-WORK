      *          en el maestro distorsionando todos los totales de
      *          REPORTE-SALDOS.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Muestra la deuda del candidato abierta en
      *                     capital, interes y cargos, y el total
      *                     castigado por componente.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      *   2026-10-15  CEVR  Modo simulacion (MODO_SIMULACION=S): toma
      *                     todas las candidatas como aprobadas, calcula
      *                     y reporta el castigo sin grabar nada y lo
      *                     compara contra la ultima corrida real.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO-CARTERA.
       01  WS-TOTAL-CANDIDATOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-CASTIGADOS PIC 9(7) VALUE 0.
       01  WS-VALOR-CASTIGADO  PIC S9(9)V9(3) VALUE 0.
       01  WS-CAPITAL-CASTIGADO PIC S9(9)V9(3) VALUE 0.
       01  WS-INTERES-CASTIGADO PIC S9(9)V9(3) VALUE 0.
       01  WS-CARGOS-CASTIGADOS PIC S9(9)V9(3) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

           COPY RESCORR.

           COPY SIMULAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CASTIGO-CARTERA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM LEO-MODO-SIMULACION.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
      *    La simulacion no castiga nada: basta una firma valida.
           IF NOT FIRMA-VALIDA
            OR (NOT PUEDE-BORRAR AND NOT CORRIDA-SIMULADA)
               DISPLAY "El castigo de cartera exige firma de nivel 3, "
                   "el programa termina."
               MOVE 16 TO RETURN-CODE
           STOP RUN.

       ABRO-ARCHIVOS.
           IF CORRIDA-SIMULADA
               PERFORM ABRO-ARCHIVOS-SIMULACION
           ELSE
               PERFORM ABRO-ARCHIVOS-REALES.

       ABRO-ARCHIVOS-REALES.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
                   ")"
               MOVE 16 TO RETURN-CODE.

      *    La simulacion solo lee: no abre movimientos ni auditoria.
       ABRO-ARCHIVOS-SIMULACION.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT COBRANZA.
           IF ST-COBRANZA > "07"
               DISPLAY "Error abriendo COBRANZA (" ST-COBRANZA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CASTIGOS.
           IF ST-CASTIGOS > "07" AND ST-CASTIGOS NOT = "35"
               DISPLAY "Error abriendo CASTIGOS (" ST-CASTIGOS ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Recorre el archivo de cobranza: cada cuenta en nivel 3 con
      * deuda viva se presenta al operador para aprobar su castigo.
               INVALID KEY
                   GO TO LEO-COBRANZA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO LEO-COBRANZA.
           IF CLI-SALDO >= 0
               GO TO LEO-COBRANZA.
           ADD 1 TO WS-TOTAL-CANDIDATOS.
      *    Llamada sin valor: solo abre el saldo en componentes si
      *    el registro todavia no los tenia.
           MOVE SPACE TO WS-CMP-TIPO.
           MOVE 0 TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           DISPLAY "Cuenta " CLI-ID " " CLI_NOMBRE (1:30)
               " saldo " CLI-SALDO " en mora desde "
               COB-FECHA-MORA ".".
           DISPLAY "  capital " CLI-SALDO-CAPITAL
               " interes " CLI-SALDO-INTERES
               " cargos " CLI-SALDO-CARGOS.
      *    En la simulacion toda candidata cuenta como aprobada.
           IF CORRIDA-SIMULADA
               MOVE "S" TO WS-CONFIRMA
           ELSE
               DISPLAY "Aprueba el castigo de esta cuenta? (S/N)"
               ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO LEO-COBRANZA.
           PERFORM CASTIGO-CUENTA THRU F-CASTIGO-CUENTA.
           MOVE 0                TO CAS-RECUPERADO.
           MOVE 0                TO CAS-FECHA-ULT-RECUP.
           MOVE "A"              TO CAS-ESTADO.
           IF CORRIDA-SIMULADA
               PERFORM BUSCO-CASTIGO-PREVIO
               IF ST-CASTIGOS = "00"
                   DISPLAY "El cliente " CLI-ID " ya tiene un castigo "
                       "en el libro, no se castiga dos veces."
                   GO TO F-CASTIGO-CUENTA
               END-IF
               GO TO CALCULO-CASTIGO.
           WRITE REG-CASTIGO
               INVALID KEY
                   DISPLAY "El cliente " CLI-ID " ya tiene un castigo "
               DISPLAY "Error grabando el castigo (" ST-CASTIGOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CASTIGO-CUENTA.

       CALCULO-CASTIGO.
           MOVE 0 TO CLI-SALDO.
           SUBTRACT CLI-SALDO-CAPITAL FROM WS-CAPITAL-CASTIGADO.
           SUBTRACT CLI-SALDO-INTERES FROM WS-INTERES-CASTIGADO.
           SUBTRACT CLI-SALDO-CARGOS  FROM WS-CARGOS-CASTIGADOS.
           MOVE "CASTIGO" TO WS-CMP-TIPO.
           MOVE WS-VALOR-CASTIGO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CORRIDA-SIMULADA
               GO TO CUENTO-CASTIGO.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-CASTIGO-INTENTO.
           WRITE REG-MOVIMIENTO
           STRING "Castigo de cartera por " WS-VALOR-CASTIGO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       CUENTO-CASTIGO.
           ADD 1 TO WS-TOTAL-CASTIGADOS.
           ADD WS-VALOR-CASTIGO TO WS-VALOR-CASTIGADO.
           DISPLAY "Cuenta " CLI-ID " castigada por "
       F-CASTIGO-CUENTA.
           EXIT.

       BUSCO-CASTIGO-PREVIO.
           READ CASTIGOS KEY IS CAS-ID-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           WRITE REG-AUDITORIA.

       IMPRIMO-RESUMEN.
           IF CORRIDA-SIMULADA
               DISPLAY "=== TOTALES DEL CASTIGO DE CARTERA"
                   " - SIMULACION ==="
           ELSE
               DISPLAY "=== TOTALES DEL CASTIGO DE CARTERA ===".
           DISPLAY "Cuentas candidatas (nivel 3): "
               WS-TOTAL-CANDIDATOS.
           DISPLAY "Cuentas castigadas          : "
               WS-TOTAL-CASTIGADOS.
           DISPLAY "Valor castigado             : "
               WS-VALOR-CASTIGADO.
           DISPLAY "  de capital                : "
               WS-CAPITAL-CASTIGADO.
           DISPLAY "  de interes                : "
               WS-INTERES-CASTIGADO.
           DISPLAY "  de cargos                 : "
               WS-CARGOS-CASTIGADOS.
           MOVE "CUENTAS CANDIDATAS" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-CANDIDATOS  TO WS-SIM-CANTIDAD.
           MOVE 0                    TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "CUENTAS CASTIGADAS" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-CASTIGADOS  TO WS-SIM-CANTIDAD.
           MOVE WS-VALOR-CASTIGADO   TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "CAPITAL CASTIGADO"  TO WS-SIM-CONCEPTO.
           MOVE 0                    TO WS-SIM-CANTIDAD.
           MOVE WS-CAPITAL-CASTIGADO TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "INTERES CASTIGADO"  TO WS-SIM-CONCEPTO.
           MOVE WS-INTERES-CASTIGADO TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "CARGOS CASTIGADOS"  TO WS-SIM-CONCEPTO.
           MOVE WS-CARGOS-CASTIGADOS TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           PERFORM CIERRO-RESULTADOS.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE COBRANZA.
           CLOSE CASTIGOS.
           IF NOT CORRIDA-SIMULADA
               CLOSE MOVIMIENTOS
               CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

           COPY SIMULA.

       END PROGRAM CASTIGO-CARTERA.
