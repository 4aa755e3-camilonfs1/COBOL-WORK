      *          responder por fin cuanto de lo castigado se
      *          recupera.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  El cliente se lee antes de registrar el
      *                     recupero: una cuenta de empresa no
      *                     autorizada al operador se rechaza, y el
      *                     recupero de un cliente ya purgado queda en
      *                     la empresa 001.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-CASTIGO.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY BANNERWS.

       PROCEDURE DIVISION.
                       "castigos."
                   GO TO F-REGISTRO-RECUPERACION
           END-READ.
      *    El cliente castigado puede ya no estar en el maestro: su
      *    recupero queda entonces en la empresa 001.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE 0 TO CLI-SALDO
                   MOVE 0 TO CLI-EMPRESA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Ese cliente no esta en el libro de castigos."
               GO TO F-REGISTRO-RECUPERACION.
           IF CLI-EMPRESA NOT NUMERIC OR CLI-EMPRESA = 0
               MOVE 1 TO CLI-EMPRESA.
           DISPLAY "Castigo (" CAS-ESTADO ") del " CAS-FECHA " por "
               CAS-VALOR ", recuperado hasta hoy " CAS-RECUPERADO ".".
           DISPLAY "Valor recuperado a registrar:".
               GO TO F-REGISTRO-RECUPERACION.
      *    El movimiento RECUPERO deja la huella financiera; el saldo
      *    del maestro no cambia porque la deuda ya fue castigada.
           MOVE WS-ID-CLIENTE TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
           MOVE SPACE TO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-RECUPERO-INTENTO.
           WRITE REG-MOVIMIENTO
