      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Captura de las respuestas a las cartas de
      *          confirmacion de saldo de la auditoria externa
      *          (confirmaciones.dat, CONFIRMA.cpy, sembrado por
      *          CIRCULARIZA-SALDOS): el operador firmado, localizada
      *          la confirmacion por periodo y cliente, registra si el
      *          cliente esta conforme, en desacuerdo (con el saldo
      *          que el cliente dice tener y la diferencia contra el
      *          saldo de la foto de cierre) o si la confirmacion se
      *          cierra sin respuesta. Tambien consulta las
      *          confirmaciones de un periodo. Las diferencias las
      *          resume REPORTE-CONFIRMACIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-CONFIRMACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL CONFIRMACIONES
                  ASSIGN TO "./confirmaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CNF-CLAVE
                  STATUS ST-CONFIRMACIONES.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CONFIRMACIONES.

           COPY CONFIRMA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE            PIC XX VALUE SPACE.
       01  ST-CONFIRMACIONES  PIC XX VALUE SPACE.

       01  WS-OPCION       PIC X    VALUE SPACE.
       01  WS-RESPUESTA    PIC X    VALUE SPACE.
       01  WS-SENTIDO      PIC X    VALUE SPACE.
       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-ID-CLIENTE   PIC 9(8) VALUE 0.
       01  WS-VALOR        PIC 9(7)V9(3) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CAPTURA-CONFIRMACIONES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
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
               MOVE 16 TO RETURN-CODE.
           OPEN I-O CONFIRMACIONES.
           IF ST-CONFIRMACIONES = "35"
               DISPLAY "No hay confirmaciones de saldo; corra primero "
                   "CIRCULARIZA-SALDOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error abriendo CONFIRMACIONES ("
                   ST-CONFIRMACIONES ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (R)egistrar respuesta, (C)onsultar "
               "periodo o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "R" WHEN "r"
                   PERFORM REGISTRO-RESPUESTA
                       THRU F-REGISTRO-RESPUESTA
               WHEN "C" WHEN "c"
                   PERFORM CONSULTO-PERIODO THRU F-CONSULTO-PERIODO
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Registra la respuesta del cliente a su carta. El saldo que el
      * cliente declara se teclea en positivo con su sentido (a cargo
      * del cliente o a su favor) y se guarda con el signo de la foto
      * (negativo = deuda del cliente), para que la diferencia sea
      * saldo del cliente menos saldo en libros.
      ******************************************************************
       REGISTRO-RESPUESTA.
           IF NOT PUEDE-ACTUALIZAR
               DISPLAY "Registrar respuestas requiere nivel 2 o "
                   "superior."
               GO TO F-REGISTRO-RESPUESTA.
           DISPLAY "Periodo de la circularizacion (AAAAMM):".
           ACCEPT WS-PERIODO.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-PERIODO    TO CNF-PERIODO.
           MOVE WS-ID-CLIENTE TO CNF-ID-CLIENTE.
           READ CONFIRMACIONES KEY IS CNF-CLAVE
               INVALID KEY
                   DISPLAY "Ese cliente no esta en la muestra del "
                       "periodo."
                   GO TO F-REGISTRO-RESPUESTA
           END-READ.
           MOVE CNF-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Ese cliente no esta en la muestra del "
                   "periodo."
               GO TO F-REGISTRO-RESPUESTA.
           IF CNF-FECHA-ENVIO = 0
               DISPLAY "La carta de ese cliente no se ha emitido ("
                   CNF-ESTADO ")."
               GO TO F-REGISTRO-RESPUESTA.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE SPACE TO CLI_NOMBRE
           END-READ.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " saldo al corte "
               CNF-SALDO-CORTE " " CNF-MONEDA " estado " CNF-ESTADO.
           DISPLAY "Respuesta: (C)onforme, (D)esacuerdo o (N)o "
               "respondio:".
           ACCEPT WS-RESPUESTA.
           EVALUATE WS-RESPUESTA
               WHEN "C" WHEN "c"
                   MOVE "C" TO CNF-ESTADO
                   MOVE CNF-SALDO-CORTE TO CNF-SALDO-CLIENTE
               WHEN "D" WHEN "d"
                   PERFORM PIDO-SALDO-CLIENTE
                       THRU F-PIDO-SALDO-CLIENTE
               WHEN "N" WHEN "n"
                   MOVE "N" TO CNF-ESTADO
                   MOVE 0   TO CNF-SALDO-CLIENTE
               WHEN OTHER
                   DISPLAY "Respuesta no valida, no se graba."
                   GO TO F-REGISTRO-RESPUESTA
           END-EVALUATE.
           IF WS-RESPUESTA = SPACE
               GO TO F-REGISTRO-RESPUESTA.
           IF CNF-DESACUERDO
               COMPUTE CNF-DIFERENCIA =
                   CNF-SALDO-CLIENTE - CNF-SALDO-CORTE
           ELSE
               MOVE 0 TO CNF-DIFERENCIA.
           DISPLAY "Observacion:".
           ACCEPT CNF-OBSERVACION.
           MOVE WS-FECHA-HOY        TO CNF-FECHA-RESPUESTA.
           MOVE WS-OPERADOR-FIRMADO TO CNF-OPERADOR.
           REWRITE REG-CONFIRMACION.
           IF ST-CONFIRMACIONES > "07"
               DISPLAY "Error grabando la confirmacion ("
                   ST-CONFIRMACIONES ")."
           ELSE
               DISPLAY "Respuesta registrada (" CNF-ESTADO
                   ") diferencia " CNF-DIFERENCIA.

       F-REGISTRO-RESPUESTA.
           EXIT.

       PIDO-SALDO-CLIENTE.
           DISPLAY "Saldo segun el cliente (valor positivo):".
           ACCEPT WS-VALOR.
           DISPLAY "Ese saldo es (C) a cargo del cliente o (F) a su "
               "favor:".
           ACCEPT WS-SENTIDO.
           IF WS-SENTIDO = "C" OR WS-SENTIDO = "c"
               COMPUTE CNF-SALDO-CLIENTE = 0 - WS-VALOR
           ELSE
               IF WS-SENTIDO = "F" OR WS-SENTIDO = "f"
                   MOVE WS-VALOR TO CNF-SALDO-CLIENTE
               ELSE
                   DISPLAY "Sentido no valido, no se graba."
                   MOVE SPACE TO WS-RESPUESTA
                   GO TO F-PIDO-SALDO-CLIENTE.
           MOVE "D" TO CNF-ESTADO.

       F-PIDO-SALDO-CLIENTE.
           EXIT.

      ******************************************************************
      * Lista las confirmaciones de un periodo de las empresas
      * autorizadas al operador.
      ******************************************************************
       CONSULTO-PERIODO.
           DISPLAY "Periodo a consultar (AAAAMM):".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO CNF-PERIODO.
           MOVE 0          TO CNF-ID-CLIENTE.
           START CONFIRMACIONES KEY IS NOT LESS THAN CNF-CLAVE
               INVALID KEY
                   DISPLAY "Sin confirmaciones en el periodo."
                   GO TO F-CONSULTO-PERIODO
           END-START.

       LEO-CONFIRMACION-CONSULTA.
           READ CONFIRMACIONES NEXT RECORD
               AT END
                   GO TO F-CONSULTO-PERIODO
           END-READ.
           IF CNF-PERIODO NOT = WS-PERIODO
               GO TO F-CONSULTO-PERIODO.
           MOVE CNF-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO LEO-CONFIRMACION-CONSULTA.
           DISPLAY CNF-ID-CLIENTE " (" CNF-MOTIVO ") estado "
               CNF-ESTADO " enviada " CNF-FECHA-ENVIO " libros "
               CNF-SALDO-CORTE " cliente " CNF-SALDO-CLIENTE
               " dif " CNF-DIFERENCIA.
           GO TO LEO-CONFIRMACION-CONSULTA.

       F-CONSULTO-PERIODO.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CONFIRMACIONES.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CAPTURA-CONFIRMACIONES.
