      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de las tasas de mora negociadas por
      *          cliente (tasas_negociadas.dat, TASANEG.cpy): un
      *          operador firmado de nivel 3 aprueba y registra la
      *          tasa pactada con un cliente, con su fecha de inicio y
      *          de fin, el motivo (convenio de pago, gracia,
      *          contractual u otro) y un detalle; la anula antes de
      *          tiempo, o lista las tasas de un cliente o de todos. El
      *          operador firmado queda como aprobador. El cliente se
      *          valida contra el maestro y no se aceptan dos tasas en
      *          vigor del mismo cliente que se crucen en el tiempo.
      *          Cada cambio queda en auditoria.dat -- antes cobranza
      *          reversaba a mano con NOTA-CREDITO el interes que no
      *          debia cobrarse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-TASAS-NEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY TNGSEL.

           COPY CLISEL.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TASAS-NEGOCIADAS.

           COPY TASANEG.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-TASAS-NEG  PIC XX VALUE SPACE.
       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-CATEGORIAS PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE PIC 9(8) VALUE 0.
       01  WS-CLIENTE-SW PIC X    VALUE "N".
           88 CLIENTE-VALIDO  VALUE "S".
       01  WS-CRUCE-SW   PIC X    VALUE "N".
           88 HAY-CRUCE       VALUE "S".
       01  WS-CLIENTES-SW   PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES   VALUE "S".
       01  WS-CATEGORIAS-SW PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * La tasa nueva se arma aqui: la busqueda de cruces lee el
      * archivo sobre el area del registro.
       01  WS-NUEVA-TASA.
           05 WS-NT-FECHA-INICIO PIC 9(8) VALUE 0.
           05 WS-NT-FECHA-FIN    PIC 9(8) VALUE 0.
           05 WS-NT-TASA-MIL     PIC 9(3) VALUE 0.
           05 WS-NT-MOTIVO       PIC X    VALUE SPACE.
           05 WS-NT-DETALLE      PIC X(40) VALUE SPACE.

      * Tope de la tasa pactada: mas del 10% mensual (100 milesimas)
      * es un error de digitacion, no una negociacion.
       01  WS-TASA-MAXIMO  PIC 9(3) VALUE 100.

      * Validacion de las fechas tecleadas.
       01  WS-FECHA-VALIDAR  PIC 9(8) VALUE 0.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-VALIDAR.
           05 WS-FV-ANO      PIC 9(4).
           05 WS-FV-MES      PIC 99.
           05 WS-FV-DIA      PIC 99.
       01  WS-FECHA-SW       PIC X VALUE "N".
           88 FECHA-VALIDA       VALUE "S".

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-TASAS-NEG" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Las tasas negociadas exigen firma de "
                   "nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O TASAS-NEGOCIADAS.
           IF ST-TASAS-NEG = "35"
               OPEN OUTPUT TASAS-NEGOCIADAS
               CLOSE TASAS-NEGOCIADAS
               OPEN I-O TASAS-NEGOCIADAS.
           IF ST-TASAS-NEG > "07"
               DISPLAY "Error abriendo TASAS-NEGOCIADAS ("
                   ST-TASAS-NEG ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Maestro de clientes no disponible (" ST-FILE
                   "), el cliente no se valida."
           ELSE
               SET CLIENTES-DISPONIBLES TO TRUE.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)probar tasa, a(N)ular, (L)istar o "
               "(S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM APRUEBO-TASA THRU F-APRUEBO-TASA
               WHEN "N" WHEN "n"
                   PERFORM ANULO-TASA THRU F-ANULO-TASA
               WHEN "L" WHEN "l"
                   PERFORM LISTO-TASAS THRU F-LISTO-TASAS
               WHEN "S" WHEN "s"
                   CLOSE TASAS-NEGOCIADAS
                   IF CLIENTES-DISPONIBLES
                       CLOSE CLIENTES
                   END-IF
                   IF CATEGORIAS-DISPONIBLES
                       CLOSE CATEGORIAS
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide el cliente y lo valida contra el maestro (empresa del
      * grupo autorizada al operador); muestra la tasa de su
      * categoria como referencia.
      ******************************************************************
       PIDO-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           IF WS-ID-CLIENTE NOT NUMERIC OR WS-ID-CLIENTE = 0
               DISPLAY "Cliente invalido."
               GO TO F-PIDO-CLIENTE.
           IF CLIENTES-DISPONIBLES
               MOVE WS-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       DISPLAY "El cliente no esta en el maestro."
                       GO TO F-PIDO-CLIENTE
               END-READ
               MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR
               PERFORM AUTORIZO-EMPRESA
               IF NOT EMPRESA-AUTORIZADA
                   DISPLAY "El cliente no esta en el maestro."
                   GO TO F-PIDO-CLIENTE
               END-IF
               DISPLAY "Cliente: " CLI_RAZONSOCIAL
               IF CATEGORIAS-DISPONIBLES
                   MOVE CLI_CATEGORIA TO CAT-CODIGO
                   READ CATEGORIAS KEY IS CAT-CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF ST-CATEGORIAS = "00"
                       DISPLAY "Tasa de su categoria: "
                           CAT-TASA-MORA-MIL " por mil mensual."
                   END-IF
               END-IF
           END-IF.
           SET CLIENTE-VALIDO TO TRUE.

       F-PIDO-CLIENTE.
           EXIT.

       APRUEBO-TASA.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF NOT CLIENTE-VALIDO
               GO TO F-APRUEBO-TASA.
           DISPLAY "Fecha de inicio (AAAAMMDD):".
           ACCEPT WS-NT-FECHA-INICIO.
           MOVE WS-NT-FECHA-INICIO TO WS-FECHA-VALIDAR.
           PERFORM VALIDO-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "Fecha de inicio invalida, no se graba."
               GO TO F-APRUEBO-TASA.
           DISPLAY "Fecha fin (AAAAMMDD):".
           ACCEPT WS-NT-FECHA-FIN.
           MOVE WS-NT-FECHA-FIN TO WS-FECHA-VALIDAR.
           PERFORM VALIDO-FECHA.
           IF NOT FECHA-VALIDA
            OR WS-NT-FECHA-FIN < WS-NT-FECHA-INICIO
               DISPLAY "Fecha fin invalida o anterior al inicio, "
                   "no se graba."
               GO TO F-APRUEBO-TASA.
           DISPLAY "Tasa pactada en milesimas mensuales (0 = gracia "
               "sin interes):".
           ACCEPT WS-NT-TASA-MIL.
           IF WS-NT-TASA-MIL NOT NUMERIC
            OR WS-NT-TASA-MIL > WS-TASA-MAXIMO
               DISPLAY "Tasa invalida o por encima del tope de "
                   WS-TASA-MAXIMO " por mil, no se graba."
               GO TO F-APRUEBO-TASA.
           DISPLAY "Motivo: (C)onvenio de pago, (G)racia, "
               "(K) contractual u (O)tro:".
           ACCEPT WS-NT-MOTIVO.
           EVALUATE WS-NT-MOTIVO
               WHEN "c" MOVE "C" TO WS-NT-MOTIVO
               WHEN "g" MOVE "G" TO WS-NT-MOTIVO
               WHEN "k" MOVE "K" TO WS-NT-MOTIVO
               WHEN "o" MOVE "O" TO WS-NT-MOTIVO
               WHEN OTHER CONTINUE
           END-EVALUATE.
           MOVE WS-NT-MOTIVO TO TNG-MOTIVO.
           IF NOT TNG-MOTIVO-VALIDO
               DISPLAY "Motivo invalido, no se graba."
               GO TO F-APRUEBO-TASA.
           DISPLAY "Detalle (convenio, contrato, observacion):".
           ACCEPT WS-NT-DETALLE.
           IF WS-NT-DETALLE = SPACE
               DISPLAY "El detalle es obligatorio, no se graba."
               GO TO F-APRUEBO-TASA.
           PERFORM BUSCO-CRUCE THRU F-BUSCO-CRUCE.
           IF HAY-CRUCE
               DISPLAY "El cliente ya tiene una tasa en vigor del "
                   TNG-FECHA-INICIO " al " TNG-FECHA-FIN
                   " que se cruza, no se graba."
               GO TO F-APRUEBO-TASA.
           MOVE WS-ID-CLIENTE      TO TNG-ID-CLIENTE.
           MOVE WS-NT-FECHA-INICIO TO TNG-FECHA-INICIO.
           MOVE WS-NT-FECHA-FIN    TO TNG-FECHA-FIN.
           MOVE WS-NT-TASA-MIL     TO TNG-TASA-MIL.
           MOVE WS-NT-MOTIVO       TO TNG-MOTIVO.
           MOVE WS-NT-DETALLE      TO TNG-DETALLE.
           MOVE WS-OPERADOR-FIRMADO TO TNG-OPERADOR.
           ACCEPT TNG-FECHA-ALTA FROM DATE YYYYMMDD.
           SET TNG-VIGENTE TO TRUE.
           MOVE SPACE TO TNG-ANULA-OPERADOR.
           MOVE 0     TO TNG-ANULA-FECHA.
           WRITE REG-TASA-NEGOCIADA
               INVALID KEY
                   DISPLAY "Ya hay una tasa del cliente con esa fecha "
                       "de inicio, no se graba."
                   GO TO F-APRUEBO-TASA
           END-WRITE.
           IF ST-TASAS-NEG > "07"
               DISPLAY "Error grabando la tasa (" ST-TASAS-NEG ")."
               GO TO F-APRUEBO-TASA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Tasa " TNG-TASA-MIL " por mil del "
               TNG-FECHA-INICIO " al " TNG-FECHA-FIN " motivo "
               TNG-MOTIVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Tasa negociada grabada.".

       F-APRUEBO-TASA.
           EXIT.

      ******************************************************************
      * Busca otra tasa en vigor (no anulada) del cliente cuyo periodo
      * se cruce con el de la nueva; la deja en el area del registro.
      ******************************************************************
       BUSCO-CRUCE.
           MOVE "N" TO WS-CRUCE-SW.
           MOVE WS-ID-CLIENTE TO TNG-ID-CLIENTE.
           MOVE 0             TO TNG-FECHA-INICIO.
           START TASAS-NEGOCIADAS KEY IS NOT LESS THAN TNG-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-CRUCE
           END-START.

       LEO-CRUCE.
           READ TASAS-NEGOCIADAS NEXT RECORD
               AT END
                   GO TO F-BUSCO-CRUCE
           END-READ.
           IF ST-TASAS-NEG > "07"
            OR TNG-ID-CLIENTE NOT = WS-ID-CLIENTE
            OR TNG-FECHA-INICIO > WS-NT-FECHA-FIN
               GO TO F-BUSCO-CRUCE.
           IF TNG-ANULADA OR TNG-FECHA-FIN < WS-NT-FECHA-INICIO
               GO TO LEO-CRUCE.
           SET HAY-CRUCE TO TRUE.

       F-BUSCO-CRUCE.
           EXIT.

      ******************************************************************
      * Anula una tasa: deja de regir desde esta corrida; el registro
      * queda con quien la anulo y cuando.
      ******************************************************************
       ANULO-TASA.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF NOT CLIENTE-VALIDO
               GO TO F-ANULO-TASA.
           DISPLAY "Fecha de inicio de la tasa a anular (AAAAMMDD):".
           ACCEPT WS-NT-FECHA-INICIO.
           MOVE WS-ID-CLIENTE      TO TNG-ID-CLIENTE.
           MOVE WS-NT-FECHA-INICIO TO TNG-FECHA-INICIO.
           READ TASAS-NEGOCIADAS KEY IS TNG-CLAVE
               INVALID KEY
                   DISPLAY "No hay tasa del cliente con esa fecha de "
                       "inicio."
                   GO TO F-ANULO-TASA
           END-READ.
           IF TNG-ANULADA
               DISPLAY "La tasa ya estaba anulada."
               GO TO F-ANULO-TASA.
           SET TNG-ANULADA TO TRUE.
           MOVE WS-OPERADOR-FIRMADO TO TNG-ANULA-OPERADOR.
           ACCEPT TNG-ANULA-FECHA FROM DATE YYYYMMDD.
           REWRITE REG-TASA-NEGOCIADA.
           IF ST-TASAS-NEG > "07"
               DISPLAY "Error anulando la tasa (" ST-TASAS-NEG ")."
               GO TO F-ANULO-TASA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Tasa " TNG-TASA-MIL " por mil del "
               TNG-FECHA-INICIO " al " TNG-FECHA-FIN " anulada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Tasa negociada anulada.".

       F-ANULO-TASA.
           EXIT.

      *    Cliente en cero lista todas las tasas del archivo.
       LISTO-TASAS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           DISPLAY "Id-Cliente (0 = todos):".
           ACCEPT WS-ID-CLIENTE.
           IF WS-ID-CLIENTE NOT NUMERIC
               MOVE 0 TO WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO TNG-ID-CLIENTE.
           MOVE 0             TO TNG-FECHA-INICIO.
           START TASAS-NEGOCIADAS KEY IS NOT LESS THAN TNG-CLAVE
               INVALID KEY
                   DISPLAY "No hay tasas negociadas."
                   GO TO F-LISTO-TASAS
           END-START.

       LEO-TASA-LISTA.
           READ TASAS-NEGOCIADAS NEXT RECORD
               AT END
                   GO TO FIN-LISTA
           END-READ.
           IF ST-TASAS-NEG > "07"
               GO TO FIN-LISTA.
           IF WS-ID-CLIENTE NOT = 0
            AND TNG-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO FIN-LISTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " TNG-ID-CLIENTE " " TNG-FECHA-INICIO " al "
               TNG-FECHA-FIN " " TNG-TASA-MIL " por mil motivo "
               TNG-MOTIVO " (" TNG-OPERADOR " " TNG-FECHA-ALTA ")".
           DISPLAY "           " TNG-DETALLE.
           IF TNG-ANULADA
               DISPLAY "           ANULADA por " TNG-ANULA-OPERADOR
                   " el " TNG-ANULA-FECHA.
           GO TO LEO-TASA-LISTA.

       FIN-LISTA.
           DISPLAY "Tasas listadas: " WS-TOTAL-LISTADOS.

       F-LISTO-TASAS.
           EXIT.

       VALIDO-FECHA.
           MOVE "N" TO WS-FECHA-SW.
           IF WS-FECHA-VALIDAR NUMERIC
            AND WS-FV-ANO > 1900
            AND WS-FV-MES > 0 AND WS-FV-MES < 13
            AND WS-FV-DIA > 0 AND WS-FV-DIA < 32
               SET FECHA-VALIDA TO TRUE.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "TASA-NEG"   TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-TASAS-NEG.
