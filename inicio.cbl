      *                     antes el duplicado se creaba y habia que
      *                     limpiarlo despues de que DUPLICADOS-
      *                     CLIENTES lo encontrara.
      *   2026-10-15  CEVR  Cada alta se criba por nombre y razon social
      *                     contra la lista de vigilancia
      *                     (CRIBA-SANCIONES): con posible coincidencia
      *                     la cuenta nace (B)loqueada, la coincidencia
      *                     queda en la cola de revision de cumplimiento
      *                     y el registro ALTA de la pista lo dice.
      *   2026-10-15  CEVR  La alta estampa la campana de mercadeo
      *                     (CLIN-CAMPANA) en CLI-CAMPANA y la fecha
      *                     de alta (CLI-FECHA-ALTA), que esta carga
      *                     no estampaba. La alta desviada al
      *                     suspenso conserva la identificacion, la
      *                     empresa y la campana.
      *   2026-10-15  CEVR  La alta estampa el sector de actividad
      *                     (CLIN-SECTOR) en CLI-SECTOR; la alta
      *                     desviada al suspenso lo conserva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INICIO.
               ==CLIN-CATEGORIA==   BY ==SUS-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==SUS-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==SUS-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==SUS-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==SUS-TIPO-DOC==
               ==CLIN-NIT==         BY ==SUS-NIT==
               ==CLIN-NIT-DV==      BY ==SUS-NIT-DV==
               ==CLIN-EMPRESA==     BY ==SUS-EMPRESA==
               ==CLIN-CAMPANA==     BY ==SUS-CAMPANA==
               ==CLIN-SECTOR==      BY ==SUS-SECTOR==.

       WORKING-STORAGE SECTION.

      * bajo la clave alterna CLI_NOMBRE (ver DESVIO-A-SUSPENSO).
       01  WS-TOTAL-SUSPENDIDAS PIC 9(7) VALUE 0.

      * Altas grabadas bloqueadas por posible coincidencia con la
      * lista de vigilancia (CRIBO-ALTA).
       01  WS-TOTAL-BLOQ-LISTA  PIC 9(7) VALUE 0.

      * Campos para el registro ALTA de la pista de auditoria por
      * cada alta grabada (operador en blanco: carga por lote), igual
      * que ya lo hace MANTENIMIENTO-LOTE -- los indicadores diarios

           COPY STMSGWS.

           COPY CRIBAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE CLIN-MANDATO      TO CLI-MANDATO-SW.
           IF CLI-MANDATO-SW = "S"
               ACCEPT CLI-MANDATO-FECHA FROM DATE YYYYMMDD.
           MOVE CLIN-CAMPANA      TO CLI-CAMPANA.
           MOVE CLIN-SECTOR       TO CLI-SECTOR.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.
           PERFORM VALIDO-CODIGO-POSTAL THRU F-VALIDO-CODIGO-POSTAL.
           IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
               DISPLAY "Alta rechazada, codigo postal invalido para "
                   "CLI-ID " CLI-ID
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           PERFORM CRIBO-ALTA.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO WS-STATUS-CODE
               ADD 1 TO WS-CONTADOR-CHECKPOINT
               ADD CLI-SALDO TO WS-HASH-SALDO
               PERFORM GRABO-AUDITORIA-ALTA
               IF WS-CRB-RESULTADO = "S"
                   PERFORM ENCOLO-REVISION-LISTA
               END-IF
               IF WS-CONTADOR-CHECKPOINT >= 10
                   PERFORM GRABO-CHECKPOINT
                   MOVE 0 TO WS-CONTADOR-CHECKPOINT
       F-GRABO-DATOS.
           EXIT.

      ******************************************************************
      * Criba el nombre y la razon social de la alta contra la lista
      * de vigilancia: con posible coincidencia la cuenta nace
      * (B)loqueada y, ya grabada, la coincidencia se encola para el
      * oficial de cumplimiento (REVISA-LISTAS).
      ******************************************************************
       CRIBO-ALTA.
           MOVE "C"        TO WS-CRB-FUNCION.
           MOVE CLI_NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO NOT = "S" AND CLI_RAZONSOCIAL NOT = SPACE
               MOVE CLI_RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO = "S"
               MOVE "B" TO CLI-ESTADO
               DISPLAY "Alta bloqueada, posible coincidencia en lista "
                   "de vigilancia (" WS-CRB-PUNTAJE ") para CLI-ID "
                   CLI-ID.

       ENCOLO-REVISION-LISTA.
           ADD 1 TO WS-TOTAL-BLOQ-LISTA.
           MOVE "E"        TO WS-CRB-FUNCION.
           MOVE SPACE      TO WS-CRB-ESTADO-ANT.
           MOVE CLI_NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF CLI_RAZONSOCIAL NOT = SPACE
               MOVE CLI_RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.

       LLAMO-CRIBA.
           MOVE CLI-ID  TO WS-CRB-ID-CLIENTE.
           MOVE "CARGA" TO WS-CRB-ORIGEN.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.

      ******************************************************************
      * Registro ALTA en la pista de auditoria por cada alta grabada,
      * como ya lo hace la carga de MANTENIMIENTO-LOTE: sin esto la
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "ALTA"  TO AUD-OPERACION.
           MOVE CLI-ID  TO AUD-ID-CLIENTE.
           IF WS-CRB-RESULTADO = "S"
               MOVE "Alta nocturna bloqueada por lista de vigilancia"
                   TO AUD-DETALLE
           ELSE
               MOVE "Alta por carga nocturna" TO AUD-DETALLE.
           MOVE SPACE TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.
           MOVE CLIN-RAZONSOCIAL TO SUS-RAZONSOCIAL.
           MOVE CLIN-CTA-BANCARIA TO SUS-CTA-BANCARIA.
           MOVE CLIN-MANDATO      TO SUS-MANDATO.
           MOVE CLIN-TIPO-DOC     TO SUS-TIPO-DOC.
           MOVE CLIN-NIT          TO SUS-NIT.
           MOVE CLIN-NIT-DV       TO SUS-NIT-DV.
           MOVE CLIN-EMPRESA      TO SUS-EMPRESA.
           MOVE CLIN-CAMPANA      TO SUS-CAMPANA.
           MOVE CLIN-SECTOR       TO SUS-SECTOR.
           WRITE REG-ALTA-SUSPENSO.
           IF ST-SUSPENSO > "07"
               DISPLAY "Error desviando al suspenso la transaccion "
           DISPLAY "Registros grabados   : " WS-TOTAL-GRABADOS.
           DISPLAY "Registros rechazados : " WS-TOTAL-RECHAZADOS.
           DISPLAY "Altas en suspenso    : " WS-TOTAL-SUSPENDIDAS.
           DISPLAY "Bloqueadas por lista : " WS-TOTAL-BLOQ-LISTA.
           DISPLAY "Hash de saldo grabado: " WS-HASH-SALDO.
           DISPLAY "Excepciones en " WS-EXCEPCIONES-PATH ": "
               WS-TOTAL-EXCEPCIONES.
