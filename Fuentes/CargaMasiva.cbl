      *                     sobre lo ya mezclado. El modo (C), la
      *                     corrida serial completa de siempre, sigue
      *                     siendo la omision.
      *   2026-10-15  CEVR  Identificacion tributaria: la fase 1 la
      *                     valida con VALIDA-NIT como la carga normal
      *                     y el anexo la lleva a CLI-TIPO-DOC,
      *                     CLI-NIT y CLI-NIT-DV; el maestro masivo
      *                     nace con la clave alterna CLI-NIT.
      *   2026-10-15  CEVR  Cuenta de domiciliacion validada en la
      *                     fase 1 con VALIDA-CTA-BANCARIA, como la
      *                     carga normal.
      *   2026-10-15  CEVR  El anexo graba la direccion estandarizada
      *                     con ESTANDARIZA-DIRECCION.
      *   2026-10-15  CEVR  Empresa del grupo de la alta (CLIN-EMPRESA,
      *                     en blanco = 001): se rechaza la alta de una
      *                     empresa no registrada o retirada; la cuenta
      *                     nace en la empresa y en su moneda base.
      *   2026-10-15  CEVR  Cada alta anexada se criba por nombre y
      *                     razon social contra la lista de vigilancia
      *                     (CRIBA-SANCIONES): con posible coincidencia
      *                     nace (B)loqueada, queda en la cola de
      *                     revision de cumplimiento y el registro ALTA
      *                     de la pista lo dice.
      *   2026-10-15  CEVR  La campana de mercadeo de la alta
      *                     (CLIN-CAMPANA) se estampa en CLI-CAMPANA,
      *                     junto con la fecha de alta
      *                     (CLI-FECHA-ALTA), que esta carga no
      *                     estampaba.
      *   2026-10-15  CEVR  El sector de actividad de la alta
      *                     (CLIN-SECTOR) se estampa en CLI-SECTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-MASIVA.
                      WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2 IN REG-MASIVO
                      WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT IN REG-MASIVO
                      WITH DUPLICATES
                  STATUS ST-MASIVO.

           SELECT OPTIONAL CODIGOS-POSTALES ASSIGN TO "./codpostal.dat"
               ==CLIN-CATEGORIA==   BY ==ORD-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==ORD-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==ORD-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==ORD-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==ORD-TIPO-DOC==
               ==CLIN-NIT==         BY ==ORD-NIT==
               ==CLIN-NIT-DV==      BY ==ORD-NIT-DV==
               ==CLIN-EMPRESA==     BY ==ORD-EMPRESA==
               ==CLIN-CAMPANA==     BY ==ORD-CAMPANA==
               ==CLIN-SECTOR==      BY ==ORD-SECTOR==.

       FD  NUEVOS-DEPURADOS.

               ==CLIN-CATEGORIA==   BY ==DEP-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==DEP-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==DEP-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==DEP-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==DEP-TIPO-DOC==
               ==CLIN-NIT==         BY ==DEP-NIT==
               ==CLIN-NIT-DV==      BY ==DEP-NIT-DV==
               ==CLIN-EMPRESA==     BY ==DEP-EMPRESA==
               ==CLIN-CAMPANA==     BY ==DEP-CAMPANA==
               ==CLIN-SECTOR==      BY ==DEP-SECTOR==.

       FD  NUEVOS-ORDENADOS.

               ==CLIN-CATEGORIA==   BY ==VAL-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==VAL-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==VAL-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==VAL-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==VAL-TIPO-DOC==
               ==CLIN-NIT==         BY ==VAL-NIT==
               ==CLIN-NIT-DV==      BY ==VAL-NIT-DV==
               ==CLIN-EMPRESA==     BY ==VAL-EMPRESA==
               ==CLIN-CAMPANA==     BY ==VAL-CAMPANA==
               ==CLIN-SECTOR==      BY ==VAL-SECTOR==.

       FD  CLIENTES-MASIVO.

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

       FD  AUDITORIA-TRAIL.

       01  WS-CATEGORIAS-SW        PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

      * Resultado de VALIDA-NIT sobre la identificacion tributaria.
       01  WS-NIT-RESULTADO        PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO          PIC X(24) VALUE SPACE.

      * Resultado de VALIDA-CTA-BANCARIA sobre la cuenta de
      * domiciliacion ("X" = sin directorio de bancos, no rechaza).
       01  WS-CTA-RESULTADO        PIC X     VALUE SPACE.
       01  WS-CTA-BANCO            PIC X(30) VALUE SPACE.

      * Se respeta el checkpoint de la carga normal para saltar
      * transacciones ya cargadas, pero NO se avanza durante la
      * construccion: las altas solo existen en clientes_masivo.dat y
       01  WS-TOTAL-COPIADOS    PIC 9(7)       VALUE 0.
       01  WS-HASH-SALDO        PIC S9(9)V9(3) VALUE 0.

      * Altas anexadas bloqueadas por posible coincidencia con la
      * lista de vigilancia (CRIBO-ALTA).
       01  WS-TOTAL-BLOQ-LISTA  PIC 9(7)       VALUE 0.

           COPY EMPCORRWS.

           COPY CRIBAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
                   GO TO VALIDO-ORDENADAS
               END-IF
           END-IF.
           CALL "VALIDA-NIT" USING ORD-TIPO-DOC ORD-NIT ORD-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               DISPLAY "Alta rechazada, identificacion tributaria "
                   "invalida: " ORD-NOMBRE (1:30)
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO VALIDO-ORDENADAS.
           CALL "VALIDA-CTA-BANCARIA" USING ORD-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               DISPLAY "Alta rechazada, cuenta bancaria invalida: "
                   ORD-NOMBRE (1:30)
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO VALIDO-ORDENADAS.
           MOVE ORD-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           IF NOT EMPRESA-HALLADA
               DISPLAY "Alta rechazada, empresa " ORD-EMPRESA
                   " no registrada o retirada: " ORD-NOMBRE (1:30)
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO VALIDO-ORDENADAS.
           MOVE ORD-NOMBRE TO CLI_NOMBRE IN REG-CLIENTES.
           READ CLIENTES KEY IS CLI_NOMBRE IN REG-CLIENTES
               INVALID KEY
           MOVE ORD-RAZONSOCIAL  TO DEP-RAZONSOCIAL.
           MOVE ORD-CTA-BANCARIA TO DEP-CTA-BANCARIA.
           MOVE ORD-MANDATO      TO DEP-MANDATO.
           MOVE ORD-TIPO-DOC     TO DEP-TIPO-DOC.
           MOVE ORD-NIT          TO DEP-NIT.
           MOVE ORD-NIT-DV       TO DEP-NIT-DV.
           MOVE ORD-EMPRESA      TO DEP-EMPRESA.
           MOVE ORD-CAMPANA      TO DEP-CAMPANA.
           MOVE ORD-SECTOR       TO DEP-SECTOR.
           WRITE REG-DEPURADO.
           ADD 1 TO WS-TOTAL-VALIDADAS.
           ADD ORD-SALDO TO WS-HASH-VALIDADO.
           MOVE ORD-RAZONSOCIAL  TO SUS-RAZONSOCIAL.
           MOVE ORD-CTA-BANCARIA TO SUS-CTA-BANCARIA.
           MOVE ORD-MANDATO      TO SUS-MANDATO.
           MOVE ORD-TIPO-DOC     TO SUS-TIPO-DOC.
           MOVE ORD-NIT          TO SUS-NIT.
           MOVE ORD-NIT-DV       TO SUS-NIT-DV.
           MOVE ORD-EMPRESA      TO SUS-EMPRESA.
           MOVE ORD-CAMPANA      TO SUS-CAMPANA.
           MOVE ORD-SECTOR       TO SUS-SECTOR.
           WRITE REG-ALTA-SUSPENSO.
           IF ST-SUSPENSO > "07"
               DISPLAY "Error desviando al suspenso la transaccion "
               (WS-SIGUIENTE-ID * 10) + WS-DIGITO-VERIFICADOR.
           MOVE VAL-SALDO       TO CLI-SALDO IN REG-MASIVO.
           MOVE VAL-NOMBRE      TO CLI_NOMBRE IN REG-MASIVO.
           CALL "ESTANDARIZA-DIRECCION" USING VAL-DIRECCION
               CLI_DIRECCION IN REG-MASIVO.
           MOVE VAL-CODPOST     TO CLI_CODPOST IN REG-MASIVO.
           MOVE VAL-CATEGORIA   TO CLI_CATEGORIA IN REG-MASIVO.
           MOVE VAL-CATEGORIA   TO CLI_CATEGORIA_2 IN REG-MASIVO.
           MOVE VAL-RAZONSOCIAL TO CLI_RAZONSOCIAL IN REG-MASIVO.
           MOVE VAL-EMPRESA     TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           MOVE WS-EMP-REGISTRO-NUM TO CLI-EMPRESA IN REG-MASIVO.
           IF WS-EMP-MONEDA = SPACE
               MOVE "USD"           TO CLI-MONEDA IN REG-MASIVO
           ELSE
               MOVE WS-EMP-MONEDA   TO CLI-MONEDA IN REG-MASIVO.
           MOVE VAL-CTA-BANCARIA TO CLI-CTA-BANCARIA IN REG-MASIVO.
           MOVE VAL-MANDATO      TO CLI-MANDATO-SW IN REG-MASIVO.
           MOVE VAL-TIPO-DOC     TO CLI-TIPO-DOC IN REG-MASIVO.
           MOVE VAL-NIT          TO CLI-NIT IN REG-MASIVO.
           MOVE VAL-NIT-DV       TO CLI-NIT-DV IN REG-MASIVO.
           MOVE VAL-CAMPANA      TO CLI-CAMPANA IN REG-MASIVO.
           MOVE VAL-SECTOR       TO CLI-SECTOR IN REG-MASIVO.
           ACCEPT CLI-FECHA-ALTA IN REG-MASIVO FROM DATE YYYYMMDD.
           PERFORM CRIBO-ALTA.
           WRITE REG-MASIVO.
           IF ST-MASIVO > "07"
               DISPLAY "Error anexando la transaccion " VAL-ID
               ADD 1 TO WS-TOTAL-GRABADOS
               ADD VAL-SALDO TO WS-HASH-SALDO
               MOVE CLI-ID IN REG-MASIVO TO AUD-ID-CLIENTE
               PERFORM GRABO-AUDITORIA-ALTA
               IF WS-CRB-RESULTADO = "S"
                   PERFORM ENCOLO-REVISION-LISTA
               END-IF.
           GO TO ANEXO-UNA-ALTA.

      ******************************************************************
      * Criba el nombre y la razon social de la alta contra la lista
      * de vigilancia: con posible coincidencia la cuenta nace
      * (B)loqueada y, ya anexada, la coincidencia se encola para el
      * oficial de cumplimiento (REVISA-LISTAS).
      ******************************************************************
       CRIBO-ALTA.
           MOVE "C"        TO WS-CRB-FUNCION.
           MOVE VAL-NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO NOT = "S" AND VAL-RAZONSOCIAL NOT = SPACE
               MOVE VAL-RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO = "S"
               MOVE "B" TO CLI-ESTADO IN REG-MASIVO
               DISPLAY "Alta bloqueada, posible coincidencia en lista "
                   "de vigilancia (" WS-CRB-PUNTAJE ") transaccion "
                   VAL-ID.

       ENCOLO-REVISION-LISTA.
           ADD 1 TO WS-TOTAL-BLOQ-LISTA.
           MOVE "E"        TO WS-CRB-FUNCION.
           MOVE SPACE      TO WS-CRB-ESTADO-ANT.
           MOVE VAL-NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF VAL-RAZONSOCIAL NOT = SPACE
               MOVE VAL-RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.

       LLAMO-CRIBA.
           MOVE CLI-ID IN REG-MASIVO TO WS-CRB-ID-CLIENTE.
           MOVE "CARGA-MASIVA"       TO WS-CRB-ORIGEN.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.

       CIERRO-ANEXO.
           CLOSE NUEVOS-ORDENADOS.

           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "ALTA" TO AUD-OPERACION.
           IF WS-CRB-RESULTADO = "S"
               MOVE "Alta masiva bloqueada por lista de vigilancia"
                   TO AUD-DETALLE
           ELSE
               MOVE "Alta por carga masiva" TO AUD-DETALLE.
           MOVE SPACE TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.
           DISPLAY "Altas anexadas       : " WS-TOTAL-GRABADOS.
           DISPLAY "Altas rechazadas     : " WS-TOTAL-RECHAZADOS.
           DISPLAY "Altas en suspenso    : " WS-TOTAL-SUSPENDIDAS.
           DISPLAY "Bloqueadas por lista : " WS-TOTAL-BLOQ-LISTA.
           DISPLAY "Hash de saldo anexado: " WS-HASH-SALDO.
           IF NOT MODO-FLUJO
               DISPLAY "Maestro nuevo escrito en clientes_masivo.dat;"

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM CARGA-MASIVA.
