      *          en layout CLINUEVO mas un codigo de motivo al final,
      *          para que captura lo corrija y re-presente solo ese
      *          archivo corregido. Los conteos cierran: leidos =
      *          validados + rechazados + retenidos.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Identificacion tributaria en CLINUEVO: se
      *                     valida con VALIDA-NIT (motivo R006) y pasa
      *                     a nuevos_validados.dat.
      *   2026-10-15  CEVR  Cuenta de domiciliacion validada contra el
      *                     directorio de bancos con
      *                     VALIDA-CTA-BANCARIA (motivo R007).
      *   2026-10-15  CEVR  Empresa del grupo en CLINUEVO (CLIN-EMPRESA,
      *                     en blanco = 001): debe estar registrada y
      *                     activa en empresas.dat (motivo R008) y pasa
      *                     a nuevos_validados.dat; el registro
      *                     rechazado crece a 344 bytes.
      *   2026-10-15  CEVR  Criba previa de nombre y razon social contra
      *                     la lista de vigilancia (CRIBA-SANCIONES): la
      *                     posible coincidencia no se rechaza, se avisa
      *                     y se cuenta; la carga crea la cuenta
      *                     bloqueada y la encola para cumplimiento.
      *   2026-10-15  CEVR  Campana de mercadeo en CLINUEVO
      *                     (CLIN-CAMPANA, en blanco = sin campana):
      *                     debe estar registrada en campanas.dat
      *                     (motivo R009, con VALIDA-CAMPANA) y pasa a
      *                     nuevos_validados.dat; el registro rechazado
      *                     crece a 354 bytes.
      *   2026-10-15  CEVR  Retencion por puntaje de buro: el
      *                     solicitante que pasa todas las validaciones
      *                     pero cuyo ultimo puntaje de buro
      *                     (PUNTAJE-BURO) esta bajo el minimo del
      *                     parametro BURO-PUNTAJE-MINIMO (500 si no
      *                     esta) no se rechaza ni se carga: va a
      *                     nuevos_retenidos.dat y, con el cuadre bien,
      *                     se agrega a altas_suspenso.dat para que
      *                     credito lo libere o lo rechace con
      *                     REVISA-SUSPENSO. Los conteos cierran ahora:
      *                     leidos = validados + rechazados + retenidos.
      *   2026-10-15  CEVR  Sector de actividad economica en CLINUEVO
      *                     (CLIN-SECTOR, en blanco = sin clasificar):
      *                     debe estar registrado en sectores.dat
      *                     (motivo R010, con VALIDA-SECTOR) y pasa a
      *                     nuevos_validados.dat; los registros
      *                     rechazado y retenido crecen con el layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITA-NUEVOS.

           COPY CATSEL.

           SELECT NUEVOS-RETENIDOS
                  ASSIGN TO "./nuevos_retenidos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RETENIDOS.

           SELECT OPTIONAL ALTAS-SUSPENSO
                  ASSIGN TO "./altas_suspenso.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-SUSPENSO.

       DATA DIVISION.
       FILE SECTION.

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

       FD  NUEVOS-RECHAZOS.
      * El registro rechazado viaja intacto (layout CLINUEVO, 354
      * bytes) con el codigo de motivo al final: la carga ignora lo
      * que sobre de la linea, asi que el archivo corregido se puede
      * re-presentar tal cual.
       01  REG-RECHAZO.
           05 REJ-DATOS   PIC X(354).
           05 REJ-MOTIVO  PIC X(4).

       FD  CODIGOS-POSTALES.

           COPY CATEGORIA.

      * Solicitantes retenidos por puntaje de buro, en layout CLINUEVO
      * intacto: al cierre pasan a la cola de altas en suspenso.
       FD  NUEVOS-RETENIDOS.
       01  REG-RETENIDO       PIC X(354).

       FD  ALTAS-SUSPENSO.
       01  REG-ALTA-SUSPENSO  PIC X(354).

       WORKING-STORAGE SECTION.

       01  ST-NUEVOS     PIC XX VALUE SPACE.
       01  ST-VALIDADOS  PIC XX VALUE SPACE.
       01  ST-RECHAZOS   PIC XX VALUE SPACE.
       01  ST-CODPOSTAL  PIC XX VALUE SPACE.
       01  ST-RETENIDOS  PIC XX VALUE SPACE.
       01  ST-SUSPENSO   PIC XX VALUE SPACE.

       01  WS-CODPOSTAL-SW         PIC X VALUE "N".
           88 CODPOSTAL-DISPONIBLE VALUE "S".
      *   R004 = CLIN-CATEGORIA en blanco o no registrada en el
      *          maestro de categorias
      *   R005 = CLIN-CODPOST invalido contra el maestro postal
      *   R006 = identificacion tributaria (CLIN-TIPO-DOC, CLIN-NIT,
      *          CLIN-NIT-DV) rechazada por VALIDA-NIT
      *   R007 = CLIN-CTA-BANCARIA rechazada por VALIDA-CTA-BANCARIA
      *          (banco desconocido o retirado, numero, largo o
      *          digito de control invalidos)
      *   R008 = CLIN-EMPRESA no registrada en empresas.dat o
      *          retirada
      *   R009 = CLIN-CAMPANA no registrada en campanas.dat
      *   R010 = CLIN-SECTOR no registrado en sectores.dat
       01  WS-MOTIVO  PIC X(4) VALUE SPACE.

      * Resultado de VALIDA-NIT sobre la identificacion tributaria.
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

      * Resultado de VALIDA-CTA-BANCARIA sobre la cuenta de
      * domiciliacion ("X" = sin directorio de bancos, no rechaza).
       01  WS-CTA-RESULTADO  PIC X     VALUE SPACE.
       01  WS-CTA-BANCO      PIC X(30) VALUE SPACE.

      * Resultado de VALIDA-CAMPANA sobre la campana de mercadeo ("X"
      * = sin tabla de campanas, no rechaza).
       01  WS-CMP-RESULTADO    PIC X     VALUE SPACE.
       01  WS-CMP-DESCRIPCION  PIC X(40) VALUE SPACE.

      * Resultado de VALIDA-SECTOR sobre el sector de actividad ("X"
      * = sin tabla de sectores, no rechaza).
       01  WS-SEC-RESULTADO    PIC X     VALUE SPACE.
       01  WS-SEC-DESCRIPCION  PIC X(40) VALUE SPACE.

      * Puntaje de buro del solicitante (PUNTAJE-BURO) y minimo para
      * pasar derecho a la carga (parametro BURO-PUNTAJE-MINIMO). Sin
      * documento o sin calificacion del buro no se retiene.
       01  WS-PAR-CLAVE        PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR        PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO      PIC X          VALUE "N".
       01  WS-BURO-MINIMO      PIC 9(3)       VALUE 500.
       01  WS-BURO-PUNTAJE     PIC 9(3)       VALUE 0.
       01  WS-BURO-FECHA       PIC 9(8)       VALUE 0.
       01  WS-BURO-PUNTAJE-ANT PIC 9(3)       VALUE 0.
       01  WS-BURO-FECHA-ANT   PIC 9(8)       VALUE 0.
       01  WS-BURO-RESULTADO   PIC X          VALUE SPACE.

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-VALIDADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-RETENIDOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-EN-LISTA   PIC 9(7) VALUE 0.

           COPY EMPCORRWS.

           COPY CRIBAWS.

           COPY BANNERWS.

           MOVE "EDITA-NUEVOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"          TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           MOVE "BURO-PUNTAJE-MINIMO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-BURO-MINIMO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM EDITO-TRANSACCION THRU F-EDITO-TRANSACCION.
           PERFORM CIERRO-ARCHIVOS.
           IF WS-TOTAL-LEIDOS =
              WS-TOTAL-VALIDADOS + WS-TOTAL-RECHAZADOS
              + WS-TOTAL-RETENIDOS
               PERFORM REESCRIBO-NUEVOS THRU F-REESCRIBO-NUEVOS
               PERFORM PASO-RETENIDOS THRU F-PASO-RETENIDOS.
           PERFORM IMPRIMO-RESUMEN.
           STOP RUN.

               DISPLAY "Error abriendo NUEVOS-RECHAZOS (" ST-RECHAZOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT NUEVOS-RETENIDOS.
           IF ST-RETENIDOS > "07"
               DISPLAY "Error abriendo NUEVOS-RETENIDOS ("
                   ST-RETENIDOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE
               GO TO DESPACHO-TRANSACCION.
           PERFORM VALIDO-CODIGO-POSTAL THRU F-VALIDO-CODIGO-POSTAL.
           IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
               MOVE "R005" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           CALL "VALIDA-NIT" USING CLIN-TIPO-DOC CLIN-NIT CLIN-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               MOVE "R006" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           CALL "VALIDA-CTA-BANCARIA" USING CLIN-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               MOVE "R007" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           MOVE CLIN-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           IF NOT EMPRESA-HALLADA
               MOVE "R008" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           CALL "VALIDA-CAMPANA" USING CLIN-CAMPANA WS-CMP-RESULTADO
               WS-CMP-DESCRIPCION.
           IF WS-CMP-RESULTADO = "N"
               MOVE "R009" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           INSPECT CLIN-SECTOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CALL "VALIDA-SECTOR" USING CLIN-SECTOR WS-SEC-RESULTADO
               WS-SEC-DESCRIPCION.
           IF WS-SEC-RESULTADO = "N"
               MOVE "R010" TO WS-MOTIVO
               GO TO DESPACHO-TRANSACCION.
           CALL "PUNTAJE-BURO" USING CLIN-TIPO-DOC CLIN-NIT
               WS-BURO-PUNTAJE WS-BURO-FECHA WS-BURO-PUNTAJE-ANT
               WS-BURO-FECHA-ANT WS-BURO-RESULTADO.
           IF WS-BURO-RESULTADO = "S"
            AND WS-BURO-PUNTAJE < WS-BURO-MINIMO
               MOVE REG-CLIENTE-NUEVO TO REG-RETENIDO
               WRITE REG-RETENIDO
               ADD 1 TO WS-TOTAL-RETENIDOS
               DISPLAY "Transaccion retenida para revision, puntaje "
                   "de buro " WS-BURO-PUNTAJE " (" WS-BURO-FECHA
                   "): " CLIN-NOMBRE (1:30)
               GO TO EDITO-TRANSACCION.

       DESPACHO-TRANSACCION.
           IF WS-MOTIVO = SPACE
               MOVE CLIN-RAZONSOCIAL TO VAL-RAZONSOCIAL
               MOVE CLIN-CTA-BANCARIA TO VAL-CTA-BANCARIA
               MOVE CLIN-MANDATO      TO VAL-MANDATO
               MOVE CLIN-TIPO-DOC     TO VAL-TIPO-DOC
               MOVE CLIN-NIT          TO VAL-NIT
               MOVE CLIN-NIT-DV       TO VAL-NIT-DV
               MOVE CLIN-EMPRESA      TO VAL-EMPRESA
               MOVE CLIN-CAMPANA      TO VAL-CAMPANA
               MOVE CLIN-SECTOR       TO VAL-SECTOR
               WRITE REG-VALIDADO
               ADD 1 TO WS-TOTAL-VALIDADOS
               PERFORM CRIBO-TRANSACCION
           ELSE
               MOVE REG-CLIENTE-NUEVO TO REJ-DATOS
               MOVE WS-MOTIVO         TO REJ-MOTIVO
       F-EDITO-TRANSACCION.
           EXIT.

      ******************************************************************
      * Criba previa contra la lista de vigilancia del nombre y la
      * razon social de la transaccion validada. No la rechaza: la
      * carga la dara de alta (B)loqueada y encolada para el oficial
      * de cumplimiento; aqui solo se avisa y se cuenta.
      ******************************************************************
       CRIBO-TRANSACCION.
           MOVE "C"         TO WS-CRB-FUNCION.
           MOVE 0           TO WS-CRB-ID-CLIENTE.
           MOVE "EDICION"   TO WS-CRB-ORIGEN.
           MOVE CLIN-NOMBRE TO WS-CRB-NOMBRE.
           PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO NOT = "S"
            AND CLIN-RAZONSOCIAL NOT = SPACE
               MOVE CLIN-RAZONSOCIAL TO WS-CRB-NOMBRE
               PERFORM LLAMO-CRIBA.
           IF WS-CRB-RESULTADO = "S"
               ADD 1 TO WS-TOTAL-EN-LISTA
               DISPLAY "Posible coincidencia en lista de vigilancia ("
                   WS-CRB-PUNTAJE "): " CLIN-NOMBRE (1:30)
                   " -- la cuenta se creara bloqueada.".

       LLAMO-CRIBA.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.

       VALIDO-CODIGO-POSTAL.
           IF NOT CODPOSTAL-DISPONIBLE
               MOVE "00" TO ST-CODPOSTAL
           MOVE VAL-RAZONSOCIAL  TO CLIN-RAZONSOCIAL.
           MOVE VAL-CTA-BANCARIA TO CLIN-CTA-BANCARIA.
           MOVE VAL-MANDATO      TO CLIN-MANDATO.
           MOVE VAL-TIPO-DOC     TO CLIN-TIPO-DOC.
           MOVE VAL-NIT          TO CLIN-NIT.
           MOVE VAL-NIT-DV       TO CLIN-NIT-DV.
           MOVE VAL-EMPRESA      TO CLIN-EMPRESA.
           MOVE VAL-CAMPANA      TO CLIN-CAMPANA.
           MOVE VAL-SECTOR       TO CLIN-SECTOR.
           WRITE REG-CLIENTE-NUEVO.
           GO TO COPIO-VALIDADO.

       F-REESCRIBO-NUEVOS.
           EXIT.

      ******************************************************************
      * Con los conteos en cuadre, los retenidos por puntaje de buro se
      * agregan a la cola de altas en suspenso, donde credito los
      * libera al maestro o los rechaza con REVISA-SUSPENSO.
      ******************************************************************
       PASO-RETENIDOS.
           IF WS-TOTAL-RETENIDOS = 0
               GO TO F-PASO-RETENIDOS.
           OPEN INPUT NUEVOS-RETENIDOS.
           IF ST-RETENIDOS > "07"
               DISPLAY "Error reabriendo NUEVOS-RETENIDOS ("
                   ST-RETENIDOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-PASO-RETENIDOS.
           OPEN EXTEND ALTAS-SUSPENSO.
           IF ST-SUSPENSO > "07"
               DISPLAY "Error abriendo ALTAS-SUSPENSO (" ST-SUSPENSO
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE NUEVOS-RETENIDOS
               GO TO F-PASO-RETENIDOS.

       COPIO-RETENIDO.
           READ NUEVOS-RETENIDOS
               AT END
                   CLOSE NUEVOS-RETENIDOS
                   CLOSE ALTAS-SUSPENSO
                   GO TO F-PASO-RETENIDOS
           END-READ.
           IF ST-RETENIDOS > "07" AND ST-RETENIDOS NOT = "10"
               DISPLAY "Error leyendo NUEVOS-RETENIDOS ("
                   ST-RETENIDOS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE NUEVOS-RETENIDOS
               CLOSE ALTAS-SUSPENSO
               GO TO F-PASO-RETENIDOS.
           MOVE REG-RETENIDO TO REG-ALTA-SUSPENSO.
           WRITE REG-ALTA-SUSPENSO.
           GO TO COPIO-RETENIDO.

       F-PASO-RETENIDOS.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "=== TOTALES DE LA EDICION PREVIA ===".
           DISPLAY "Transacciones leidas    : " WS-TOTAL-LEIDOS.
           DISPLAY "Transacciones validadas : " WS-TOTAL-VALIDADOS.
           DISPLAY "Transacciones rechazadas: " WS-TOTAL-RECHAZADOS.
           DISPLAY "Retenidas por buro      : " WS-TOTAL-RETENIDOS.
           DISPLAY "Posibles coincidencias en listas: "
               WS-TOTAL-EN-LISTA.
           IF WS-TOTAL-LEIDOS =
              WS-TOTAL-VALIDADOS + WS-TOTAL-RECHAZADOS
              + WS-TOTAL-RETENIDOS
               DISPLAY "Cuadre de conteos: OK, nuevos.dat reescrito "
                   "solo con lo validado."
               IF WS-TOTAL-RETENIDOS > 0
                   DISPLAY "Retenidas agregadas a altas_suspenso.dat "
                       "para revision de credito."
               END-IF
           ELSE
               DISPLAY "Cuadre de conteos: DESCUADRE -- nuevos.dat "
                   "queda intacto, revisar la edicion."
           CLOSE CLIENTES-NUEVOS.
           CLOSE NUEVOS-VALIDADOS.
           CLOSE NUEVOS-RECHAZOS.
           CLOSE NUEVOS-RETENIDOS.
           CLOSE CODIGOS-POSTALES.
           CLOSE CATEGORIAS.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM EDITA-NUEVOS.
