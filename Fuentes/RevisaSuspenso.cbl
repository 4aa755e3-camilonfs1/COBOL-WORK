      *          reemplazo del archivo de suspenso se hace a mano al
      *          cierre.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La alta liberada lleva la identificacion
      *                     tributaria y se valida con VALIDA-NIT como
      *                     en la carga; invalida, queda pendiente.
      *   2026-10-15  CEVR  La cuenta de domiciliacion de la alta
      *                     liberada se valida con VALIDA-CTA-BANCARIA
      *                     contra el directorio de bancos.
      *   2026-10-15  CEVR  La alta liberada estampa CLI-FECHA-ALTA,
      *                     base de la antiguedad de REPORTE-BAJAS.
      *   2026-10-15  CEVR  La alta liberada graba la direccion
      *                     estandarizada con ESTANDARIZA-DIRECCION.
      *   2026-10-15  CEVR  La alta liberada nace en la empresa del
      *                     grupo de la transaccion (en blanco = 001) y
      *                     en su moneda base; si la empresa no existe,
      *                     esta retirada o no esta autorizada al
      *                     operador, la alta queda pendiente en el
      *                     suspenso.
      *   2026-10-15  CEVR  La alta liberada estampa la campana de
      *                     mercadeo (CLIN-CAMPANA) en CLI-CAMPANA.
      *   2026-10-15  CEVR  Cada alta muestra el ultimo puntaje de buro
      *                     del documento (PUNTAJE-BURO) y el anterior:
      *                     EDITA-NUEVOS retiene aqui a los solicitantes
      *                     bajo el minimo para que credito decida.
      *   2026-10-15  CEVR  La alta liberada estampa el sector de
      *                     actividad (CLIN-SECTOR) en CLI-SECTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-SUSPENSO.
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

       FD  SUSPENSO-VIGENTE.

               ==CLIN-CATEGORIA==   BY ==VIG-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==VIG-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==VIG-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==VIG-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==VIG-TIPO-DOC==
               ==CLIN-NIT==         BY ==VIG-NIT==
               ==CLIN-NIT-DV==      BY ==VIG-NIT-DV==
               ==CLIN-EMPRESA==     BY ==VIG-EMPRESA==
               ==CLIN-CAMPANA==     BY ==VIG-CAMPANA==
               ==CLIN-SECTOR==      BY ==VIG-SECTOR==.

       FD  CODIGOS-POSTALES.

       01  WS-DECISION   PIC X     VALUE SPACE.
       01  WS-MOTIVO     PIC X(40) VALUE SPACE.

      * Resultado de VALIDA-NIT sobre la identificacion tributaria.
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

      * Resultado de VALIDA-CTA-BANCARIA sobre la cuenta de
      * domiciliacion ("X" = sin directorio de bancos, no retiene).
       01  WS-CTA-RESULTADO  PIC X     VALUE SPACE.
       01  WS-CTA-BANCO      PIC X(30) VALUE SPACE.

      * Campos para el registro de auditoria, igual que en INICIO_2.
       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.
       01  WS-I-VERIFICADOR        PIC 9(2) VALUE 0.
       01  WS-ID-NUEVO             PIC 9(8) VALUE 0.

      * Puntaje de buro del documento de la alta (PUNTAJE-BURO).
       01  WS-BURO-PUNTAJE     PIC 9(3) VALUE 0.
       01  WS-BURO-FECHA       PIC 9(8) VALUE 0.
       01  WS-BURO-PUNTAJE-ANT PIC 9(3) VALUE 0.
       01  WS-BURO-FECHA-ANT   PIC 9(8) VALUE 0.
       01  WS-BURO-RESULTADO   PIC X    VALUE SPACE.

       01  WS-TOTAL-REVISADAS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-LIBERADAS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADAS  PIC 9(5) VALUE 0.

           COPY FIRMAWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           DISPLAY "  Direccion: " SUS-DIRECCION (1:60).
           DISPLAY "  Categoria: " SUS-CATEGORIA
               "  Saldo: " SUS-SALDO.
           PERFORM MUESTRO-PUNTAJE-BURO.
           PERFORM MUESTRO-HOMONIMOS THRU F-MUESTRO-HOMONIMOS.
           DISPLAY "(L)iberar al maestro, (R)echazar o "
               "(P)endiente?".
       F-REVISO-SUSPENDIDA.
           EXIT.

      ******************************************************************
      * Ultimo puntaje de buro del documento y el anterior, para que
      * credito decida las altas retenidas por puntaje bajo.
      ******************************************************************
       MUESTRO-PUNTAJE-BURO.
           CALL "PUNTAJE-BURO" USING SUS-TIPO-DOC SUS-NIT
               WS-BURO-PUNTAJE WS-BURO-FECHA WS-BURO-PUNTAJE-ANT
               WS-BURO-FECHA-ANT WS-BURO-RESULTADO.
           IF WS-BURO-RESULTADO = "S"
               DISPLAY "  Buro     : " WS-BURO-PUNTAJE " al "
                   WS-BURO-FECHA "  anterior: " WS-BURO-PUNTAJE-ANT
                   " al " WS-BURO-FECHA-ANT
           ELSE
               DISPLAY "  Buro     : sin puntaje para el documento.".

      ******************************************************************
      * Lista los clientes del maestro que ya llevan el nombre de la
      * alta suspendida, para que el operador decida con la familia
           MOVE WS-ID-NUEVO      TO CLI-ID.
           MOVE SUS-SALDO        TO CLI-SALDO.
           MOVE SUS-NOMBRE       TO CLI_NOMBRE.
           CALL "ESTANDARIZA-DIRECCION" USING SUS-DIRECCION
               CLI_DIRECCION.
           MOVE SUS-CODPOST      TO CLI_CODPOST.
           MOVE SUS-CATEGORIA    TO CLI_CATEGORIA.
           MOVE CLI_CATEGORIA    TO CLI_CATEGORIA_2.
           MOVE SUS-RAZONSOCIAL  TO CLI_RAZONSOCIAL.
           MOVE SUS-EMPRESA      TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           MOVE WS-EMP-REGISTRO-NUM TO CLI-EMPRESA.
           MOVE WS-EMP-MONEDA    TO CLI-MONEDA.
           MOVE SUS-CTA-BANCARIA TO CLI-CTA-BANCARIA.
           MOVE SUS-MANDATO      TO CLI-MANDATO-SW.
           IF CLI-MANDATO-SW = "S"
               ACCEPT CLI-MANDATO-FECHA FROM DATE YYYYMMDD.
           MOVE SUS-TIPO-DOC     TO CLI-TIPO-DOC.
           MOVE SUS-NIT          TO CLI-NIT.
           MOVE SUS-NIT-DV       TO CLI-NIT-DV.
           MOVE SUS-CAMPANA      TO CLI-CAMPANA.
           MOVE SUS-SECTOR       TO CLI-SECTOR.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.
           IF NOT EMPRESA-HALLADA
               DISPLAY "Empresa " SUS-EMPRESA " no registrada o "
                   "retirada, la alta queda pendiente en el suspenso."
               ADD 1 TO WS-TOTAL-PENDIENTES
               PERFORM CONSERVO-EN-VIGENTE
               GO TO F-LIBERO-ALTA.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Operador no autorizado para la empresa "
                   CLI-EMPRESA ", la alta queda pendiente en el "
                   "suspenso."
               ADD 1 TO WS-TOTAL-PENDIENTES
               PERFORM CONSERVO-EN-VIGENTE
               GO TO F-LIBERO-ALTA.
           PERFORM VALIDO-CODIGO-POSTAL THRU F-VALIDO-CODIGO-POSTAL.
           IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
               DISPLAY "Codigo postal invalido, la alta queda "
               ADD 1 TO WS-TOTAL-PENDIENTES
               PERFORM CONSERVO-EN-VIGENTE
               GO TO F-LIBERO-ALTA.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               DISPLAY "Identificacion tributaria invalida, la alta "
                   "queda pendiente en el suspenso."
               ADD 1 TO WS-TOTAL-PENDIENTES
               PERFORM CONSERVO-EN-VIGENTE
               GO TO F-LIBERO-ALTA.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               DISPLAY "Cuenta bancaria invalida (" WS-CTA-RESULTADO
                   "), la alta queda pendiente en el suspenso."
               ADD 1 TO WS-TOTAL-PENDIENTES
               PERFORM CONSERVO-EN-VIGENTE
               GO TO F-LIBERO-ALTA.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error liberando la alta (" ST-FILE "), queda "
           MOVE SUS-RAZONSOCIAL TO VIG-RAZONSOCIAL.
           MOVE SUS-CTA-BANCARIA TO VIG-CTA-BANCARIA.
           MOVE SUS-MANDATO      TO VIG-MANDATO.
           MOVE SUS-TIPO-DOC     TO VIG-TIPO-DOC.
           MOVE SUS-NIT          TO VIG-NIT.
           MOVE SUS-NIT-DV       TO VIG-NIT-DV.
           MOVE SUS-EMPRESA      TO VIG-EMPRESA.
           MOVE SUS-CAMPANA      TO VIG-CAMPANA.
           MOVE SUS-SECTOR       TO VIG-SECTOR.
           WRITE REG-SUSPENSO-VIGENTE.

       VALIDO-CODIGO-POSTAL.

           COPY FIRMA.

           COPY EMPCORR.

       END PROGRAM REVISA-SUSPENSO.
