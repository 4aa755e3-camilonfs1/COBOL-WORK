      *                     GARANTIA-NETA): la cuenta totalmente
      *                     respaldada ya no dispara la compuerta
      *                     como una sin respaldo.
      *   2026-10-15  CEVR  Identificacion tributaria (CLI-TIPO-DOC,
      *                     CLI-NIT, CLI-NIT-DV): la carga por lote la
      *                     toma de CLINUEVO y rechaza la alta si
      *                     VALIDA-NIT no la acepta, la nueva opcion
      *                     (I) la captura con la misma validacion, la
      *                     ficha la muestra y la navegacion puede
      *                     posicionar por (D)ocumento sobre la nueva
      *                     clave alterna CLI-NIT.
      *   2026-10-15  CEVR  Bloqueo legal (CONSULTA-BLOQUEO): la
      *                     navegacion muestra el bloqueo vigente de
      *                     la cuenta con su motivo, y la (B)aja no
      *                     procede sobre una cuenta bloqueada.
      *   2026-10-15  CEVR  Cuenta de domiciliacion validada contra el
      *                     directorio de bancos (VALIDA-CTA-BANCARIA)
      *                     en la alta por lote y en la opcion (A).
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Motivo de cierre obligatorio: la opcion
      *                     (O) que pasa una cuenta a (C)errada pide
      *                     un codigo de motivos_cierre.dat y lo
      *                     estampa con la fecha en CLI-MOTIVO-CIERRE
      *                     / CLI-FECHA-CIERRE; la reapertura los
      *                     limpia. Cierre y reapertura quedan en
      *                     cierres_cuenta.dat para REPORTE-BAJAS. La
      *                     alta por lote estampa CLI-FECHA-ALTA.
      *   2026-10-15  CEVR  Cada ficha mostrada (navegacion,
      *                     actualizacion y baja) y cada cliente
      *                     listado por la busqueda por nombre quedan
      *                     en el registro de consultas de datos
      *                     personales (REGISTRA-ACCESO).
      *   2026-10-15  CEVR  Nueva opcion (H) de la actualizacion:
      *                     consentimiento del cliente por proposito
      *                     de comunicacion (mercadeo, encuestas,
      *                     terceros) con fecha y fuente, en
      *                     consentimientos.dat.
      *   2026-10-15  CEVR  La direccion del alta y la de la opcion
      *                     (D) se graban estandarizadas con
      *                     ESTANDARIZA-DIRECCION.
      *   2026-10-15  CEVR  El ajuste de saldo llama a
      *                     COMPONENTES-SALDO.
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Carga de altas: la cuenta nace en la empresa
      *                     del grupo de CLIN-EMPRESA (en blanco = 001)
      *                     y en la moneda base de esa empresa; se
      *                     rechaza la alta de una empresa no
      *                     registrada, retirada o no autorizada al
      *                     operador. Consulta, navegacion,
      *                     actualizacion y baja tratan como
      *                     inexistentes las cuentas de empresas no
      *                     autorizadas.
      *   2026-10-15  CEVR  La linea de cierres_cuenta.dat lleva la
      *                     empresa del grupo de la cuenta.
      *   2026-10-15  CEVR  Cada alta del lote se criba por nombre y
      *                     razon social contra la lista de vigilancia
      *                     (CRIBA-SANCIONES): con posible coincidencia
      *                     la cuenta nace (B)loqueada y queda en la
      *                     cola de revision de cumplimiento; la opcion
      *                     (O) no desbloquea una cuenta con
      *                     coincidencia pendiente o confirmada.
      *   2026-10-15  CEVR  La navegacion muestra la marca de expediente
      *                     de documentos incompleto
      *                     (MUESTRO-DOCUMENTOS, via
      *                     VERIFICA-DOCUMENTOS): obligatorio faltante o
      *                     vencido pasada su gracia.
      *   2026-10-15  CEVR  La ficha muestra la cuenta de domiciliacion
      *                     enmascarada (ENMASCARA-CUENTA, ultimos
      *                     cuatro digitos); el operador de nivel
      *                     NIVEL-VER-CUENTA puede pedir el numero
      *                     completo y la consulta queda en
      *                     REGISTRA-ACCESO.
      *   2026-10-15  CEVR  Reclamos del cliente desde la navegacion
      *                     (OFREZCO-RECLAMOS, CALL ATIENDE-RECLAMOS).
      *   2026-10-15  CEVR  La alta por lote estampa la campana de
      *                     mercadeo (CLIN-CAMPANA) en CLI-CAMPANA.
      *   2026-10-15  CEVR  La baja de un cliente se rechaza si tiene
      *                     interes de mora devengado y todavia no
      *                     capitalizado (INTERES-DEVENGADO): con el
      *                     saldo en cero todavia debe ese interes.
      *   2026-10-15  CEVR  Las compuertas de altas, actualizacion (por
      *                     campo, ACT-x), bajas y notas pasan por
      *                     AUTORIZO-FUNCION: ademas del nivel, la
      *                     matriz de funciones del operador.
      *   2026-10-15  CEVR  Sector de actividad economica: la alta por
      *                     lote estampa CLIN-SECTOR en CLI-SECTOR y la
      *                     opcion (K) de ACTUALIZO-CLIENTE lo captura
      *                     en las cuentas comerciales, validado con
      *                     VALIDA-SECTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INICIO_2.
                  RECORD KEY IS ID-CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT    WITH DUPLICATES
                  RESERVE 2 AREAS
                  STATUS ST-FILE.

                  RECORD KEY IS DML-ID-CLIENTE
                  STATUS ST-DIRMALA.

           SELECT OPTIONAL MOTIVOS-CIERRE
                  ASSIGN TO "./motivos_cierre.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MTC-CODIGO
                  STATUS ST-MOTIVOS.

           SELECT OPTIONAL CIERRES-CUENTA
                  ASSIGN TO "./cierres_cuenta.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           COPY CONSSEL.

           COPY OPERSEL.

       DATA DIVISION.

           COPY DIRMALA.

       FD  MOTIVOS-CIERRE.

           COPY MOTIVOCIE.

       FD  CIERRES-CUENTA.

           COPY CIERRECTA.

       FD  CONSENTIMIENTOS.

           COPY CONSENTIM.

       FD  OPERADORES.

           COPY OPERADOR.
       01  WS-TOTAL-RECHAZADOS  PIC 9(7)       VALUE 0.
       01  WS-HASH-SALDO        PIC S9(9)V9(3) VALUE 0.

      * Altas grabadas bloqueadas por posible coincidencia con la
      * lista de vigilancia (CRIBO-ALTA).
       01  WS-TOTAL-BLOQ-LISTA  PIC 9(7)       VALUE 0.

      * Campos para la navegacion (browse) del maestro de CLIENTES.
       01  WS-CRITERIO-NAV  PIC X     VALUE SPACE.
       01  WS-SENTIDO-NAV   PIC X     VALUE SPACE.
       01  WS-NOMBRE-NAV    PIC X(60) VALUE SPACE.
       01  WS-CATEGORIA-NAV PIC X     VALUE SPACE.
       01  WS-ID-NAV        PIC 9(8)  VALUE 0.
       01  WS-NIT-NAV       PIC X(15) VALUE SPACE.
       01  WS-SEGUIR-NAV    PIC X     VALUE SPACE.

      * Campos para la actualizacion (REWRITE) de un cliente existente.
       01  WS-VALOR-SALDO      PIC S9(7)V9(3)  VALUE 0.
       01  WS-VALOR-MONEDA     PIC X(3)        VALUE SPACE.

      * Identificacion tributaria capturada con la opcion (I) y
      * resultado de VALIDA-NIT; WS-NIT-EDITADO tambien alimenta la
      * ficha del cliente (PANT-CLIENTE).
       01  WS-VALOR-TIPO-DOC   PIC X           VALUE SPACE.
       01  WS-VALOR-NIT        PIC X(15)       VALUE SPACE.
       01  WS-VALOR-NIT-DV     PIC X           VALUE SPACE.
       01  WS-NIT-RESULTADO    PIC X           VALUE SPACE.
       01  WS-NIT-EDITADO      PIC X(24)       VALUE SPACE.

      * Cuenta de domiciliacion capturada con la opcion (A) y
      * resultado de VALIDA-CTA-BANCARIA ("S" valida, "X" sin
      * directorio de bancos; cualquier otro la rechaza).
       01  WS-VALOR-CUENTA     PIC X(24)       VALUE SPACE.
       01  WS-CTA-RESULTADO    PIC X           VALUE SPACE.
       01  WS-CTA-BANCO        PIC X(30)       VALUE SPACE.

      * Sector de actividad capturado con la opcion (K) y resultado
      * de VALIDA-SECTOR ("S" valido, "X" sin tabla de sectores; "N"
      * lo rechaza).
       01  WS-VALOR-SECTOR     PIC X(4)        VALUE SPACE.
       01  WS-SEC-RESULTADO    PIC X           VALUE SPACE.
       01  WS-SEC-DESCRIPCION  PIC X(40)       VALUE SPACE.

      * Colateral elegible del cliente (GARANTIA-NETA) y el saldo
      * propuesto neto de ese colateral, para la compuerta de limite.
       01  WS-GARANTIA-ELEGIBLE PIC S9(9)V9(3) VALUE 0.
       01  WS-OPCION-NOTA      PIC X     VALUE SPACE.
       01  WS-TEXTO-NOTA       PIC X(60) VALUE SPACE.
       01  WS-ID-NOTAS         PIC 9(8)  VALUE 0.
      * Opcion de reclamos del cliente desde la navegacion.
       01  WS-OPCION-RECLAMO   PIC X     VALUE SPACE.
       01  ST-RENUMERACION     PIC XX VALUE SPACE.

      * Resultado del digito verificador: con el maestro ya
       01  WS-ESTAMPA-SW       PIC X      VALUE "N".
           88 ESTAMPA-MOVIDA   VALUE "S".

      * Motivo de cierre de la opcion (O): tabla de motivos (si esta
      * disponible se valida el codigo contra ella), estado que traia
      * la cuenta antes del cambio y bitacora de cierres para
      * REPORTE-BAJAS (ver PIDO-MOTIVO-CIERRE / GRABO-CIERRE-CUENTA).
       01  ST-MOTIVOS          PIC XX     VALUE SPACE.
       01  ST-CIERRES          PIC XX     VALUE SPACE.
       01  WS-MOTIVOS-SW       PIC X      VALUE "N".
           88 MOTIVOS-DISPONIBLES VALUE "S".
       01  WS-ESTADO-ANTERIOR  PIC X      VALUE SPACE.
       01  WS-VALOR-MOTIVO     PIC X(3)   VALUE SPACE.
       01  WS-MOTIVO-SW        PIC X      VALUE "N".
           88 MOTIVO-VALIDO    VALUE "S".

      * Consentimientos de la opcion (H): registro por cliente y
      * proposito, y si la fila capturada es nueva (ver
      * CAPTURO-CONSENTIMIENTO).
       01  ST-CONSENTIMIENTOS  PIC XX     VALUE SPACE.
       01  WS-CONSENT-SW       PIC X      VALUE "N".
           88 CONSENTIMIENTOS-DISPONIBLES VALUE "S".
       01  WS-CNS-NUEVO-SW     PIC X      VALUE "N".
           88 CNS-NUEVO        VALUE "S".
       01  WS-CNS-PROPOSITO    PIC X      VALUE SPACE.
       01  WS-CNS-FECHA        PIC X(8)   VALUE SPACE.
       01  WS-CNS-DESCRIPCION  PIC X(10)  VALUE SPACE.

      * Campos para la baja (DELETE) de un cliente existente.
       01  WS-ID-BORRA         PIC 9(8) VALUE 0.
       01  WS-CONFIRMA-BORRA   PIC X    VALUE SPACE.
      * Interes de mora devengado y no capitalizado de la cuenta a dar
      * de baja (INTERES-DEVENGADO).
       01  WS-DEV-INTERES      PIC S9(7)V9(3) VALUE 0.
       01  WS-DEV-DIAS         PIC 9(3) VALUE 0.
       01  WS-DEV-ULTIMA       PIC 9(8) VALUE 0.
       01  WS-DEV-RESULTADO    PIC X    VALUE SPACE.

      * Campos para la busqueda por clave alterna CLI_NOMBRE.
       01  WS-NOMBRE-BUSCA      PIC X(60) VALUE SPACE.
      * movimientos.
           COPY FIRMAWS.

           COPY EMPCORRWS.

      * Campos para traducir los codigos de FILE STATUS a un mensaje
      * legible (ver TRADUZCO-ESTADO-ARCHIVO).
           COPY STMSGWS.
      * FORMATEO-MONEDA), usado por PANT-CLIENTE para mostrar CLI-SALDO.
           COPY MONEDAWS.

      * Campos de la consulta de bloqueo legal (ver
      * MUESTRO-BLOQUEO-LEGAL).
           COPY BLOQWS.

      * Campos del registro de consultas de datos personales (ver
      * MUESTRO-DATOS y SIGO-BUSCO-POR-NOMBRE).
           COPY ACCESOWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

      * Campos para el encabezado de fecha/version de corrida (ver
      * IMPRIMO-BANNER).
           COPY COMPSALWS.

           COPY CRIBAWS.

      * Resultado del expediente de documentos de la cuenta (ver
      * MUESTRO-DOCUMENTOS).
           COPY DOCSWS.

      * Cuenta de domiciliacion enmascarada para la ficha (ver
      * MUESTRO-DATOS).
           COPY MASCTAWS.

           COPY BANNERWS.

       SCREEN SECTION.
           05 LINE 8  COL 20 PIC X(60)      FROM CLI-EMAIL.
           05 LINE 9  COL 5  VALUE "Ult.contacto:".
           05 LINE 9  COL 20 PIC 9(8)       FROM CLI-ULTIMO-CONTACTO.
           05 LINE 10 COL 5  VALUE "Ident.trib.:".
           05 LINE 10 COL 20 PIC X(24)      FROM WS-NIT-EDITADO.
           05 LINE 11 COL 5  VALUE "Cta.domicil:".
           05 LINE 11 COL 20 PIC X(24)      FROM WS-CTA-MASCARA.
           05 LINE 14 COL 5  VALUE "Pulse ENTER para continuar:".
           05 LINE 14 COL 35 PIC X          TO X.

                   "termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE "INICIO_2" TO WS-ACCESO-PROGRAMA.
           PERFORM ABRO-ARCHIVO.
           MOVE "ALTAS" TO WS-FUNCION-OPCION.
           MOVE 2       TO WS-FUNCION-NIVEL.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               PERFORM GRABO-DATOS THRU F-GRABO-DATOS
           ELSE
               DISPLAY "Nivel de acceso solo consulta o carga de "
                   "altas no autorizada, se omite la carga de altas.".
           PERFORM NAVEGO-CLIENTES THRU F-NAVEGO-CLIENTES.
           IF PUEDE-ACTUALIZAR
               PERFORM ACTUALIZO-CLIENTE THRU F-ACTUALIZO-CLIENTE
           ELSE
               DISPLAY "Nivel de acceso solo consulta, se omite la "
                   "actualizacion.".
           MOVE "BAJA" TO WS-FUNCION-OPCION.
           MOVE 3      TO WS-FUNCION-NIVEL.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               PERFORM BORRO-CLIENTE THRU F-BORRO-CLIENTE
           ELSE
               DISPLAY "Su nivel de acceso o su matriz de funciones "
                   "no permite bajas, se omite BORRO-CLIENTE.".
           PERFORM BUSCO-POR-NOMBRE THRU F-BUSCO-POR-NOMBRE.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.
           IF ST-DIRMALA > "07"
               DISPLAY "Cola de direcciones rebotadas no disponible "
                   "(" ST-DIRMALA ").".
           OPEN INPUT MOTIVOS-CIERRE.
           IF ST-MOTIVOS = "00"
               SET MOTIVOS-DISPONIBLES TO TRUE
           ELSE
               MOVE "N" TO WS-MOTIVOS-SW
               DISPLAY "Tabla de motivos de cierre no disponible, el "
                   "motivo no se validara contra ella.".
           OPEN EXTEND CIERRES-CUENTA.
           IF ST-CIERRES > "07"
               DISPLAY "Bitacora de cierres no disponible ("
                   ST-CIERRES "), los cierres no llegaran al "
                   "reporte de bajas.".
           OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS = "35"
               OPEN OUTPUT CONSENTIMIENTOS
               CLOSE CONSENTIMIENTOS
               OPEN I-O CONSENTIMIENTOS.
           IF ST-CONSENTIMIENTOS > "07"
               DISPLAY "Registro de consentimientos no disponible ("
                   ST-CONSENTIMIENTOS "), la opcion (H) no graba."
           ELSE
               SET CONSENTIMIENTOS-DISPONIBLES TO TRUE.
      *    El umbral de aprobacion compilado cede ante el parametro
      *    central, si esta cargado.
           MOVE "UMBRAL-APROBACION" TO WS-PAR-CLAVE.
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           PERFORM ARMO-REGISTRO-NUEVO.
           IF NOT EMPRESA-HALLADA
               DISPLAY "Alta rechazada, empresa " CLIN-EMPRESA
                   " no registrada o retirada para ID-Cliente: "
                   WS-ID-CHEQUEO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Alta rechazada, operador no autorizado para "
                   "la empresa " CLI-EMPRESA " en ID-Cliente: "
                   WS-ID-CHEQUEO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           PERFORM VALIDO-CODIGO-POSTAL THRU F-VALIDO-CODIGO-POSTAL.
           IF CODPOSTAL-DISPONIBLE AND ST-CODPOSTAL NOT = "00"
               DISPLAY "Alta rechazada, codigo postal invalido para "
                   "ID-Cliente: " WS-ID-CHEQUEO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               DISPLAY "Alta rechazada, identificacion tributaria "
                   "invalida (" WS-NIT-RESULTADO ") para "
                   "ID-Cliente: " WS-ID-CHEQUEO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO NOT = "S" AND WS-CTA-RESULTADO NOT = "X"
               DISPLAY "Alta rechazada, cuenta bancaria invalida ("
                   WS-CTA-RESULTADO ") para ID-Cliente: "
                   WS-ID-CHEQUEO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO GRABO-DATOS.
           PERFORM CRIBO-ALTA.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE ST-FILE TO WS-STATUS-CODE
               MOVE "ALTA"        TO AUD-OPERACION
               MOVE WS-ID-CHEQUEO TO AUD-ID-CLIENTE
               MOVE "Alta de cliente nuevo" TO AUD-DETALLE
               IF WS-CRB-RESULTADO = "S"
                   MOVE "Alta bloqueada por lista de vigilancia"
                       TO AUD-DETALLE
                   PERFORM ENCOLO-REVISION-LISTA
               END-IF
               PERFORM GRABO-AUDITORIA.
           GO TO GRABO-DATOS.

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
                   "de vigilancia (" WS-CRB-PUNTAJE ") para "
                   "ID-Cliente: " WS-ID-CHEQUEO.

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
           MOVE CLI-ID      TO WS-CRB-ID-CLIENTE.
           MOVE "ALTA-LOTE" TO WS-CRB-ORIGEN.
           CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
               WS-CRB-ID-CLIENTE WS-CRB-NOMBRE WS-CRB-ORIGEN
               WS-CRB-ESTADO-ANT WS-CRB-RESULTADO WS-CRB-PUNTAJE
               WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE.

      ******************************************************************
      * Verifica CLI_CODPOST contra el maestro de codigos postales,
      * cuando ese maestro esta disponible. Deja el resultado en
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.
      *    Dos movimientos del mismo cliente en la misma fecha y hora
      *    se desempatan subiendo MOV-SECUENCIA hasta que la clave
      *    entre.
           MOVE WS-ID-CHEQUEO   TO CLI-ID.
           MOVE CLIN-SALDO      TO CLI-SALDO.
           MOVE CLIN-NOMBRE     TO CLI_NOMBRE.
           CALL "ESTANDARIZA-DIRECCION" USING CLIN-DIRECCION
               CLI_DIRECCION.
           MOVE CLIN-CODPOST    TO CLI_CODPOST.
           MOVE CLIN-CATEGORIA  TO CLI_CATEGORIA.
           MOVE CLI_CATEGORIA   TO CLI_CATEGORIA_2.
           MOVE CLIN-RAZONSOCIAL TO CLI_RAZONSOCIAL.
           MOVE CLIN-EMPRESA    TO WS-EMP-REGISTRO.
           PERFORM VALIDO-EMPRESA-ALTA.
           MOVE WS-EMP-REGISTRO-NUM TO CLI-EMPRESA.
           MOVE WS-EMP-MONEDA   TO CLI-MONEDA.
           MOVE CLIN-CTA-BANCARIA TO CLI-CTA-BANCARIA.
           MOVE CLIN-MANDATO      TO CLI-MANDATO-SW.
           IF CLI-MANDATO-SW = "S"
               ACCEPT CLI-MANDATO-FECHA FROM DATE YYYYMMDD.
           MOVE CLIN-TIPO-DOC     TO CLI-TIPO-DOC.
           MOVE CLIN-NIT          TO CLI-NIT.
           MOVE CLIN-NIT-DV       TO CLI-NIT-DV.
           MOVE CLIN-CAMPANA      TO CLI-CAMPANA.
           MOVE CLIN-SECTOR       TO CLI-SECTOR.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.

       F-GRABO-DATOS.
           EXIT.
               MOVE "USD" TO WS-MONEDA-MOSTRAR
           ELSE
               MOVE CLI-MONEDA TO WS-MONEDA-MOSTRAR.
           CALL "VALIDA-NIT" USING CLI-TIPO-DOC CLI-NIT CLI-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S"
               MOVE "SIN IDENTIFICACION VALIDA" TO WS-NIT-EDITADO.
           MOVE CLI-CTA-BANCARIA TO WS-CTA-COMPLETA.
           PERFORM ENMASCARO-CUENTA.
           MOVE CLI-ID TO WS-ACCESO-ID.
           MOVE "FICHA: NOMBRE DIREC SALDO TEL EMAIL NIT"
               TO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           DISPLAY PANT-CLIENTE.
           ACCEPT PANT-CLIENTE.
           PERFORM OFREZCO-CUENTA-COMPLETA
               THRU F-OFREZCO-CUENTA-COMPLETA.
           PERFORM MUESTRO-SUBCUENTAS THRU F-MUESTRO-SUBCUENTAS.

      ******************************************************************
               DISPLAY "  Grado de riesgo: " WS-GRADO-RIESGO
                   " (puntaje " RGO-PUNTAJE " del " RGO-FECHA ")".

      ******************************************************************
      * Bloqueo legal vigente del cliente en pantalla, si lo tiene.
      ******************************************************************
       CONSULTO-BLOQUEO-LEGAL.
           MOVE CLI-ID TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.

       MUESTRO-BLOQUEO-LEGAL.
           PERFORM CONSULTO-BLOQUEO-LEGAL.
           IF CLIENTE-BLOQUEADO
               DISPLAY "  *** BLOQUEO LEGAL desde " WS-BLOQUEO-FECHA
                   " (" WS-BLOQUEO-OPERADOR "): " WS-BLOQUEO-MOTIVO.

      ******************************************************************
      * Marca de expediente incompleto: documento obligatorio faltante
      * o vencido pasada su gracia; lo pendiente en gracia solo avisa.
      ******************************************************************
       MUESTRO-DOCUMENTOS.
           CALL "VERIFICA-DOCUMENTOS" USING REG-CLIENTES
               WS-DOC-RESULTADO WS-DOC-DETALLE.
           IF DOCS-INCOMPLETOS
               DISPLAY "  *** DOCUMENTOS OBLIGATORIOS FALTANTES O "
                   "VENCIDOS ***"
               PERFORM MUESTRO-DOCUMENTO-MARCADO VARYING WS-DOC-I
                   FROM 1 BY 1 UNTIL WS-DOC-I > WS-DOC-CANTIDAD
           ELSE
               IF DOCS-EN-GRACIA
                   DISPLAY "  Documentos pendientes o por vencer "
                       "(ver CAPTURA-DOCUMENTOS).".

       MUESTRO-DOCUMENTO-MARCADO.
           IF WS-DOC-SIN-GRACIA (WS-DOC-I) = "S"
            AND WS-DOC-OBLIGATORIO (WS-DOC-I) = "S"
               DISPLAY "      " WS-DOC-TIPO (WS-DOC-I) " "
                   WS-DOC-DESCRIPCION (WS-DOC-I) " estado "
                   WS-DOC-ESTADO (WS-DOC-I).

      ******************************************************************
      * Vinculos de codeudor del cliente en pantalla, por los dos
      * lados: quien garantiza esta cuenta (clave primaria) y que

      ******************************************************************
      * Navegacion (browse) del maestro de CLIENTES hacia adelante o
      * hacia atras, posicionando por ID-CLIENTE, CLI_NOMBRE,
      * CLI_ALT_2 o CLI-NIT segun lo que elija el operador.
      ******************************************************************
       NAVEGO-CLIENTES.
           DISPLAY "=== NAVEGACION DE CLIENTES ===".
                   START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE
               WHEN "A"
                   START CLIENTES KEY IS NOT LESS THAN CLI_ALT_2
               WHEN "D"
                   START CLIENTES KEY IS NOT LESS THAN CLI-NIT
               WHEN OTHER
                   START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
           END-EVALUATE.
           GO TO SIGO-NAVEGO-CLIENTE.

       PIDO-CRITERIO-NAV.
           DISPLAY "Buscar por (I)d-Cliente, (N)ombre, (A)lt-Nombre o "
               "(D)ocumento?".
           ACCEPT WS-CRITERIO-NAV.
           IF WS-CRITERIO-NAV = "d"
               MOVE "D" TO WS-CRITERIO-NAV.
           IF WS-CRITERIO-NAV = "n"
               MOVE "N" TO WS-CRITERIO-NAV.
           IF WS-CRITERIO-NAV = "a"
               DISPLAY "Nombre (alterno) a buscar:"
               ACCEPT WS-NOMBRE-NAV
               MOVE WS-NOMBRE-NAV TO CLI_NOMBRE_2.
           IF WS-CRITERIO-NAV = "D"
               DISPLAY "Numero de identificacion tributaria a buscar "
                   "(sin digito de verificacion):"
               ACCEPT WS-NIT-NAV
               MOVE WS-NIT-NAV TO CLI-NIT.
           IF WS-CRITERIO-NAV NOT = "N" AND WS-CRITERIO-NAV NOT = "A"
            AND WS-CRITERIO-NAV NOT = "D"
               DISPLAY "Id-Cliente a buscar:"
               ACCEPT WS-ID-NAV
               MOVE WS-ID-NAV TO CLI-ID.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo archivo de clientes: " ST-FILE
               GO TO F-NAVEGO-CLIENTES.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO SIGO-NAVEGO-CLIENTE.
           PERFORM MUESTRO-DATOS.
           PERFORM MUESTRO-GRADO-RIESGO.
           PERFORM MUESTRO-BLOQUEO-LEGAL.
           PERFORM MUESTRO-DOCUMENTOS.
           PERFORM MUESTRO-CODEUDORES THRU F-MUESTRO-CODEUDORES.
           PERFORM OFREZCO-NOTAS THRU F-OFREZCO-NOTAS.
           PERFORM OFREZCO-RECLAMOS.
           DISPLAY "Continuar navegando (S/N)?".
           ACCEPT WS-SEGUIR-NAV.
           IF WS-SEGUIR-NAV = "S" OR WS-SEGUIR-NAV = "s"
               WHEN "V" WHEN "v"
                   PERFORM MUESTRO-NOTAS THRU F-MUESTRO-NOTAS
               WHEN "A" WHEN "a"
                   MOVE "NOTAS" TO WS-FUNCION-OPCION
                   MOVE 2       TO WS-FUNCION-NIVEL
                   PERFORM AUTORIZO-FUNCION
                   IF NOT FUNCION-AUTORIZADA
                       DISPLAY "Nivel de solo consulta: puede ver "
                           "las notas pero no anotar."
                   ELSE
       F-OFREZCO-NOTAS.
           EXIT.

      ******************************************************************
      * Reclamos del cliente en pantalla: ATIENDE-RECLAMOS lista sus
      * casos y permite registrar o actualizar segun el nivel.
      ******************************************************************
       OFREZCO-RECLAMOS.
           DISPLAY "Reclamos del cliente: (R)eclamos o ENTER para "
               "seguir.".
           ACCEPT WS-OPCION-RECLAMO.
           IF WS-OPCION-RECLAMO = "R" OR WS-OPCION-RECLAMO = "r"
               CALL "ATIENDE-RECLAMOS" USING WS-OPERADOR-FIRMADO
                   WS-NIVEL-OPERADOR CLI-ID CLI-EMPRESA.

       MUESTRO-NOTAS.
           MOVE CLI-ID TO WS-ID-NOTAS.
           MOVE WS-ID-NOTAS TO NOT-ID-CLIENTE.
           IF ST-FILE > "07"
               DISPLAY "Error leyendo el cliente: " ST-FILE
               GO TO F-ACTUALIZO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado: " WS-ID-ACTUALIZA
               GO TO F-ACTUALIZO-CLIENTE.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           MOVE CLI-ESTAMPA TO WS-ESTAMPA-LEIDA.
               "(R)azon social (L)imite de credito (G) limite de "
               "grupo (N)ombre (A) domiciliacion bancaria "
               "(O) estado de la cuenta (V) canal de envio "
               "(F) ciclo de facturacion (I)dentificacion "
               "tributaria (H) consentimientos de comunicacion "
               "(K) sector de actividad".
           ACCEPT WS-CAMPO-ACTUALIZA.
      *    Cada campo es una funcion aparte en la matriz (ACT-S es el
      *    ajuste de saldo, ACT-L el limite de credito, etc.).
           MOVE SPACE TO WS-FUNCION-OPCION.
           STRING "ACT-" WS-CAMPO-ACTUALIZA
               DELIMITED BY SIZE INTO WS-FUNCION-OPCION.
           MOVE 2 TO WS-FUNCION-NIVEL.
           PERFORM AUTORIZO-FUNCION.
           IF NOT FUNCION-AUTORIZADA
               DISPLAY "Campo no autorizado para el operador, no se "
                   "modifica nada."
               GO TO F-ACTUALIZO-CLIENTE.
           EVALUATE WS-CAMPO-ACTUALIZA
               WHEN "B" WHEN "b"
                   PERFORM ALTA-SUBCUENTA THRU F-ALTA-SUBCUENTA
                   GO TO F-ACTUALIZO-CLIENTE
               WHEN "H" WHEN "h"
                   PERFORM CAPTURO-CONSENTIMIENTO
                       THRU F-CAPTURO-CONSENTIMIENTO
                   GO TO F-ACTUALIZO-CLIENTE
               WHEN "D" WHEN "d"
                   DISPLAY "Nueva direccion:"
                   ACCEPT WS-VALOR-TEXTO
                   CALL "ESTANDARIZA-DIRECCION" USING WS-VALOR-TEXTO
                       CLI_DIRECCION
      *            La direccion nueva limpia la marca de correo
      *            devuelto y saca la cuenta de la cola de captura.
                   IF CLI-DIR-MALA-SW = "S"
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
                   MOVE WS-SALDO-PROPUESTO TO CLI-SALDO
                   IF WS-VALOR-SALDO >= 0
                       MOVE "CARGO" TO WS-CMP-TIPO
                   ELSE
                       MOVE "PAGO"  TO WS-CMP-TIPO
                   END-IF
                   MOVE WS-VALOR-SALDO TO WS-CMP-VALOR
                   CALL "COMPONENTES-SALDO" USING REG-CLIENTES
                       WS-CMP-TIPO WS-CMP-VALOR
               WHEN "L" WHEN "l"
                   DISPLAY "Nuevo limite de credito (deuda maxima, "
                       "0 = sin limite):"
               WHEN "A" WHEN "a"
                   DISPLAY "Cuenta bancaria para domiciliacion:"
                   ACCEPT WS-VALOR-TEXTO
                   MOVE WS-VALOR-TEXTO (1:24) TO WS-VALOR-CUENTA
                   CALL "VALIDA-CTA-BANCARIA" USING WS-VALOR-CUENTA
                       WS-CTA-RESULTADO WS-CTA-BANCO
                   IF WS-CTA-RESULTADO NOT = "S"
                    AND WS-CTA-RESULTADO NOT = "X"
                       DISPLAY "Cuenta bancaria invalida ("
                           WS-CTA-RESULTADO "), no se modifica el "
                           "cliente."
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
                   IF WS-CTA-BANCO NOT = SPACE
                       DISPLAY "Banco: " WS-CTA-BANCO
                   END-IF
                   MOVE WS-VALOR-CUENTA TO CLI-CTA-BANCARIA
                   DISPLAY "Mandato de domiciliacion vigente (S/N)?"
                   ACCEPT CLI-MANDATO-SW
                   IF CLI-MANDATO-SW = "s"
                       MOVE 0   TO CLI-MANDATO-FECHA
                   END-IF
               WHEN "O" WHEN "o"
                   MOVE CLI-ESTADO TO WS-ESTADO-ANTERIOR
                   DISPLAY "Nuevo estado: (A)ctiva, (B)loqueada o "
                       "(C)errada?"
                   ACCEPT CLI-ESTADO
                       DISPLAY "Estado no valido, no se modifica."
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
      *            El bloqueo por lista de vigilancia solo lo levanta
      *            cumplimiento (REVISA-LISTAS).
                   IF WS-ESTADO-ANTERIOR = "B" AND CLI-ESTADO NOT = "B"
                       MOVE "V"             TO WS-CRB-FUNCION
                       MOVE WS-ID-ACTUALIZA TO WS-CRB-ID-CLIENTE
                       CALL "CRIBA-SANCIONES" USING WS-CRB-FUNCION
                           WS-CRB-ID-CLIENTE WS-CRB-NOMBRE
                           WS-CRB-ORIGEN WS-CRB-ESTADO-ANT
                           WS-CRB-RESULTADO WS-CRB-PUNTAJE
                           WS-CRB-LISTA-CLAVE WS-CRB-LISTA-NOMBRE
                       IF WS-CRB-RESULTADO = "S"
                           DISPLAY "Cuenta con coincidencia en lista "
                               "de vigilancia sin resolver; solo "
                               "cumplimiento la libera (REVISA-LISTAS)."
                           GO TO F-ACTUALIZO-CLIENTE
                       END-IF
                   END-IF
      *            Todo cierre lleva motivo; la reapertura lo limpia.
                   IF CUENTA-CERRADA AND WS-ESTADO-ANTERIOR NOT = "C"
                       PERFORM PIDO-MOTIVO-CIERRE
                           THRU F-PIDO-MOTIVO-CIERRE
                       IF NOT MOTIVO-VALIDO
                           DISPLAY "Sin motivo de cierre valido, no "
                               "se modifica."
                           GO TO F-ACTUALIZO-CLIENTE
                       END-IF
                       MOVE WS-VALOR-MOTIVO TO CLI-MOTIVO-CIERRE
                       ACCEPT CLI-FECHA-CIERRE FROM DATE YYYYMMDD
                   END-IF
                   IF NOT CUENTA-CERRADA AND WS-ESTADO-ANTERIOR = "C"
                       MOVE SPACE TO CLI-MOTIVO-CIERRE
                       MOVE 0     TO CLI-FECHA-CIERRE
                   END-IF
               WHEN "N" WHEN "n"
                   DISPLAY "Nuevo nombre:"
                   ACCEPT WS-VALOR-TEXTO
                       THRU F-GRABO-ALIAS-NOMBRE
                   MOVE WS-VALOR-TEXTO (1:60) TO CLI_NOMBRE
                   MOVE CLI_NOMBRE TO CLI_NOMBRE_2
               WHEN "I" WHEN "i"
                   DISPLAY "Tipo de documento: (N)IT, (C)edula, "
                       "(E)xtranjeria o (P)asaporte?"
                   ACCEPT WS-VALOR-TIPO-DOC
                   IF WS-VALOR-TIPO-DOC = "n"
                       MOVE "N" TO WS-VALOR-TIPO-DOC
                   END-IF
                   IF WS-VALOR-TIPO-DOC = "c"
                       MOVE "C" TO WS-VALOR-TIPO-DOC
                   END-IF
                   IF WS-VALOR-TIPO-DOC = "e"
                       MOVE "E" TO WS-VALOR-TIPO-DOC
                   END-IF
                   IF WS-VALOR-TIPO-DOC = "p"
                       MOVE "P" TO WS-VALOR-TIPO-DOC
                   END-IF
                   DISPLAY "Numero (sin puntos ni guion):"
                   ACCEPT WS-VALOR-NIT
                   DISPLAY "Digito de verificacion (blanco si no "
                       "aplica):"
                   ACCEPT WS-VALOR-NIT-DV
                   CALL "VALIDA-NIT" USING WS-VALOR-TIPO-DOC
                       WS-VALOR-NIT WS-VALOR-NIT-DV
                       WS-NIT-RESULTADO WS-NIT-EDITADO
                   IF WS-NIT-RESULTADO NOT = "S"
                       DISPLAY "Identificacion tributaria invalida ("
                           WS-NIT-RESULTADO "), no se modifica el "
                           "cliente."
                       IF WS-NIT-RESULTADO = "D"
                           DISPLAY "Segun el numero capturado la "
                               "identificacion es " WS-NIT-EDITADO
                       END-IF
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
                   MOVE WS-VALOR-TIPO-DOC TO CLI-TIPO-DOC
                   MOVE WS-VALOR-NIT      TO CLI-NIT
                   MOVE WS-VALOR-NIT-DV   TO CLI-NIT-DV
               WHEN "K" WHEN "k"
                   IF CLI_CATEGORIA NOT = "E"
                       DISPLAY "El sector de actividad se registra "
                           "solo en cuentas comerciales, no se "
                           "modifica el cliente."
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
                   DISPLAY "Sector de actividad (codigo de la "
                       "clasificacion nacional, blanco = sin "
                       "clasificar):"
                   ACCEPT WS-VALOR-SECTOR
                   INSPECT WS-VALOR-SECTOR CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   CALL "VALIDA-SECTOR" USING WS-VALOR-SECTOR
                       WS-SEC-RESULTADO WS-SEC-DESCRIPCION
                   IF WS-SEC-RESULTADO = "N"
                       DISPLAY "Sector " WS-VALOR-SECTOR " no "
                           "registrado en la tabla de sectores, no se "
                           "modifica el cliente."
                       GO TO F-ACTUALIZO-CLIENTE
                   END-IF
                   IF WS-SEC-DESCRIPCION NOT = SPACE
                       DISPLAY "Sector: " WS-SEC-DESCRIPCION
                   END-IF
                   MOVE WS-VALOR-SECTOR TO CLI-SECTOR
               WHEN OTHER
                   DISPLAY "Opcion no valida, no se modifica nada."
                   GO TO F-ACTUALIZO-CLIENTE
               MOVE WS-ID-ACTUALIZA  TO AUD-ID-CLIENTE
               MOVE "Campo modificado: " TO AUD-DETALLE
               MOVE WS-CAMPO-ACTUALIZA TO AUD-DETALLE (19:1)
               IF (WS-CAMPO-ACTUALIZA = "O" OR WS-CAMPO-ACTUALIZA = "o")
                AND CUENTA-CERRADA AND WS-ESTADO-ANTERIOR NOT = "C"
                   MOVE "motivo de cierre " TO AUD-DETALLE (21:17)
                   MOVE CLI-MOTIVO-CIERRE TO AUD-DETALLE (38:3)
                   MOVE "C" TO CIE-EVENTO
                   PERFORM GRABO-CIERRE-CUENTA
                       THRU F-GRABO-CIERRE-CUENTA
               END-IF
               IF (WS-CAMPO-ACTUALIZA = "O" OR WS-CAMPO-ACTUALIZA = "o")
                AND NOT CUENTA-CERRADA AND WS-ESTADO-ANTERIOR = "C"
                   MOVE "reapertura" TO AUD-DETALLE (21:10)
                   MOVE "R" TO CIE-EVENTO
                   PERFORM GRABO-CIERRE-CUENTA
                       THRU F-GRABO-CIERRE-CUENTA
               END-IF
               PERFORM GRABO-AUDITORIA
               IF WS-CAMPO-ACTUALIZA = "S" OR WS-CAMPO-ACTUALIZA = "s"
                   PERFORM GRABO-MOVIMIENTO
       F-ACTUALIZO-CLIENTE.
           EXIT.

      ******************************************************************
      * Pide el motivo de un cierre de cuenta: obligatorio, y validado
      * contra motivos_cierre.dat cuando la tabla esta disponible.
      * "?" lista los motivos vigentes y vuelve a preguntar.
      ******************************************************************
       PIDO-MOTIVO-CIERRE.
           MOVE "N" TO WS-MOTIVO-SW.
           DISPLAY "Motivo del cierre (codigo, ? para ver la lista):".
           ACCEPT WS-VALOR-MOTIVO.
           INSPECT WS-VALOR-MOTIVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-VALOR-MOTIVO = SPACE
               DISPLAY "El motivo de cierre es obligatorio."
               GO TO F-PIDO-MOTIVO-CIERRE.
           IF WS-VALOR-MOTIVO = "?" AND MOTIVOS-DISPONIBLES
               PERFORM LISTO-MOTIVOS-CIERRE
                   THRU F-LISTO-MOTIVOS-CIERRE
               GO TO PIDO-MOTIVO-CIERRE.
           IF NOT MOTIVOS-DISPONIBLES
               SET MOTIVO-VALIDO TO TRUE
               GO TO F-PIDO-MOTIVO-CIERRE.
           MOVE WS-VALOR-MOTIVO TO MTC-CODIGO.
           READ MOTIVOS-CIERRE KEY IS MTC-CODIGO
               INVALID KEY
                   DISPLAY "Motivo de cierre no registrado: "
                       WS-VALOR-MOTIVO
                   GO TO F-PIDO-MOTIVO-CIERRE
           END-READ.
           DISPLAY "Motivo: " MTC-DESCRIPCION.
           SET MOTIVO-VALIDO TO TRUE.

       F-PIDO-MOTIVO-CIERRE.
           EXIT.

       LISTO-MOTIVOS-CIERRE.
           MOVE LOW-VALUES TO MTC-CODIGO.
           START MOTIVOS-CIERRE KEY IS NOT LESS THAN MTC-CODIGO
               INVALID KEY
                   DISPLAY "No hay motivos cargados."
                   GO TO F-LISTO-MOTIVOS-CIERRE
           END-START.

       LEO-MOTIVO-CIERRE.
           READ MOTIVOS-CIERRE NEXT RECORD
               AT END
                   GO TO F-LISTO-MOTIVOS-CIERRE
           END-READ.
           DISPLAY "  " MTC-CODIGO " " MTC-DESCRIPCION.
           GO TO LEO-MOTIVO-CIERRE.

       F-LISTO-MOTIVOS-CIERRE.
           EXIT.

      ******************************************************************
      * Deja en cierres_cuenta.dat la foto de la cuenta que se cierra
      * (CIE-EVENTO "C") o se reabre ("R"), llenado CIE-EVENTO por
      * quien lo invoca: el maestro pierde estos datos con la baja.
      ******************************************************************
       GRABO-CIERRE-CUENTA.
           IF ST-CIERRES > "07"
               GO TO F-GRABO-CIERRE-CUENTA.
           ACCEPT CIE-FECHA FROM DATE YYYYMMDD.
           MOVE CLI-ID            TO CIE-ID-CLIENTE.
           MOVE CLI-MOTIVO-CIERRE TO CIE-MOTIVO.
           MOVE CLI_CATEGORIA     TO CIE-CATEGORIA.
           MOVE CLI_CODPOST       TO CIE-CODPOST.
           MOVE CLI-SALDO         TO CIE-SALDO.
           MOVE CLI-MONEDA        TO CIE-MONEDA.
           IF CLI-FECHA-ALTA NUMERIC
               MOVE CLI-FECHA-ALTA TO CIE-FECHA-ALTA
           ELSE
               MOVE 0 TO CIE-FECHA-ALTA.
           MOVE WS-OPERADOR-FIRMADO TO CIE-OPERADOR.
           MOVE CLI-EMPRESA       TO CIE-EMPRESA.
           WRITE REG-CIERRE-CUENTA.

       F-GRABO-CIERRE-CUENTA.
           EXIT.

      ******************************************************************
      * Opcion (H): consentimiento del cliente en pantalla para un
      * proposito de comunicacion. Muestra lo registrado para los
      * tres propositos y graba (o reemplaza) la decision capturada
      * con la fecha en que el cliente la dio y su fuente. No toca el
      * maestro; el cambio queda en la pista de auditoria.
      ******************************************************************
       CAPTURO-CONSENTIMIENTO.
           IF NOT CONSENTIMIENTOS-DISPONIBLES
               DISPLAY "Registro de consentimientos no disponible, "
                   "no se graba."
               GO TO F-CAPTURO-CONSENTIMIENTO.
           MOVE "M" TO WS-CNS-PROPOSITO.
           PERFORM MUESTRO-CONSENTIMIENTO.
           MOVE "E" TO WS-CNS-PROPOSITO.
           PERFORM MUESTRO-CONSENTIMIENTO.
           MOVE "T" TO WS-CNS-PROPOSITO.
           PERFORM MUESTRO-CONSENTIMIENTO.
           DISPLAY "Proposito: (M)ercadeo, (E)ncuestas o (T)erceros?".
           ACCEPT WS-CNS-PROPOSITO.
           IF WS-CNS-PROPOSITO = "m"
               MOVE "M" TO WS-CNS-PROPOSITO.
           IF WS-CNS-PROPOSITO = "e"
               MOVE "E" TO WS-CNS-PROPOSITO.
           IF WS-CNS-PROPOSITO = "t"
               MOVE "T" TO WS-CNS-PROPOSITO.
           MOVE CLI-ID           TO CNS-ID-CLIENTE.
           MOVE WS-CNS-PROPOSITO TO CNS-PROPOSITO.
           IF NOT CNS-PROPOSITO-VALIDO
               DISPLAY "Proposito no valido, no se graba."
               GO TO F-CAPTURO-CONSENTIMIENTO.
           MOVE "N" TO WS-CNS-NUEVO-SW.
           READ CONSENTIMIENTOS KEY IS CNS-CLAVE
               INVALID KEY
                   SET CNS-NUEVO TO TRUE
                   MOVE CLI-ID           TO CNS-ID-CLIENTE
                   MOVE WS-CNS-PROPOSITO TO CNS-PROPOSITO
           END-READ.
           DISPLAY "El cliente autoriza? (S/N):".
           ACCEPT CNS-OTORGADO.
           IF CNS-OTORGADO = "s"
               MOVE "S" TO CNS-OTORGADO.
           IF CNS-OTORGADO = "n"
               MOVE "N" TO CNS-OTORGADO.
           IF NOT CNS-SI AND NOT CNS-NO
               DISPLAY "Respuesta no valida, no se graba."
               GO TO F-CAPTURO-CONSENTIMIENTO.
           DISPLAY "Fecha en que el cliente lo indico (AAAAMMDD, "
               "ENTER = hoy):".
           MOVE SPACE TO WS-CNS-FECHA.
           ACCEPT WS-CNS-FECHA.
           ACCEPT CNS-FECHA-REGISTRO FROM DATE YYYYMMDD.
           IF WS-CNS-FECHA NUMERIC AND WS-CNS-FECHA NOT = "00000000"
               MOVE WS-CNS-FECHA TO CNS-FECHA
           ELSE
               MOVE CNS-FECHA-REGISTRO TO CNS-FECHA.
           IF CNS-FECHA > CNS-FECHA-REGISTRO
               DISPLAY "La fecha no puede ser futura, no se graba."
               GO TO F-CAPTURO-CONSENTIMIENTO.
           DISPLAY "Fuente (FORMULARIO, TELEFONO, WEB, CORREO...):".
           MOVE SPACE TO CNS-FUENTE.
           ACCEPT CNS-FUENTE.
           IF CNS-FUENTE = SPACE
               MOVE "VENTANILLA" TO CNS-FUENTE.
           MOVE WS-OPERADOR-FIRMADO TO CNS-OPERADOR.
           IF CNS-NUEVO
               WRITE REG-CONSENTIMIENTO
           ELSE
               REWRITE REG-CONSENTIMIENTO.
           IF ST-CONSENTIMIENTOS > "07"
               DISPLAY "Error grabando el consentimiento ("
                   ST-CONSENTIMIENTOS ")."
               GO TO F-CAPTURO-CONSENTIMIENTO.
           DISPLAY "Consentimiento registrado.".
           MOVE "CONSENTIM" TO AUD-OPERACION.
           MOVE CLI-ID      TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Consentimiento " CNS-PROPOSITO "=" CNS-OTORGADO
               " del " CNS-FECHA " fuente " CNS-FUENTE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.

       F-CAPTURO-CONSENTIMIENTO.
           EXIT.

       MUESTRO-CONSENTIMIENTO.
           MOVE CLI-ID           TO CNS-ID-CLIENTE.
           MOVE WS-CNS-PROPOSITO TO CNS-PROPOSITO.
           EVALUATE WS-CNS-PROPOSITO
               WHEN "M"
                   MOVE "Mercadeo"   TO WS-CNS-DESCRIPCION
               WHEN "E"
                   MOVE "Encuestas"  TO WS-CNS-DESCRIPCION
               WHEN OTHER
                   MOVE "Terceros"   TO WS-CNS-DESCRIPCION
           END-EVALUATE.
           READ CONSENTIMIENTOS KEY IS CNS-CLAVE
               INVALID KEY
                   DISPLAY "  " WS-CNS-DESCRIPCION ": sin registrar "
                       "(no autorizado)"
               NOT INVALID KEY
                   DISPLAY "  " WS-CNS-DESCRIPCION ": " CNS-OTORGADO
                       " desde " CNS-FECHA " (" CNS-FUENTE ")"
           END-READ.

      ******************************************************************
      * Alta de una sub-cuenta (sucursal) del cliente en pantalla,
      * directo en subcuentas.dat: ya no hay tope de sucursales por
           IF ST-FILE > "07"
               DISPLAY "Error leyendo el cliente: " ST-FILE
               GO TO F-BORRO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado: " WS-ID-BORRA
               GO TO F-BORRO-CLIENTE.
           IF NOT CUENTA-CERRADA
               DISPLAY "La cuenta debe estar en estado (C)errada "
                   "antes de la baja; use la opcion (O) de "
               DISPLAY "El cliente tiene saldo pendiente en alguna "
                   "sub-cuenta, no se puede dar de baja."
               GO TO F-BORRO-CLIENTE.
           CALL "INTERES-DEVENGADO" USING CLI-ID WS-DEV-INTERES
               WS-DEV-DIAS WS-DEV-ULTIMA WS-DEV-RESULTADO.
           IF WS-DEV-RESULTADO = "S"
               MOVE WS-DEV-INTERES TO WS-MONEDA-ENTRADA
               PERFORM FORMATEO-MONEDA
               DISPLAY "El cliente tiene interes de mora devengado "
                   "sin capitalizar (" WS-MONEDA-EDITADA "), no se "
                   "puede dar de baja hasta el cierre del mes."
               GO TO F-BORRO-CLIENTE.
           PERFORM CONSULTO-BLOQUEO-LEGAL.
           IF CLIENTE-BLOQUEADO
               DISPLAY "La cuenta tiene bloqueo legal desde "
                   WS-BLOQUEO-FECHA ", no se puede dar de baja: "
                   WS-BLOQUEO-MOTIVO
               GO TO F-BORRO-CLIENTE.
           PERFORM MUESTRO-DATOS.
           DISPLAY "Confirma la baja de este cliente? (S/N)".
           ACCEPT WS-CONFIRMA-BORRA.
               GO TO F-BUSCO-POR-NOMBRE.
           IF CLI_NOMBRE NOT = WS-NOMBRE-BUSCA
               GO TO F-BUSCO-POR-NOMBRE.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO SIGO-BUSCO-POR-NOMBRE.
           ADD 1 TO WS-TOTAL-ENCONTRADOS.
           MOVE CLI-ID TO WS-ACCESO-ID.
           MOVE "BUSQUEDA POR NOMBRE: NOMBRE DIRECCION"
               TO WS-ACCESO-DATOS.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR-FIRMADO
               WS-ACCESO-PROGRAMA WS-ACCESO-ID WS-ACCESO-DATOS.
           DISPLAY CLI-ID SPACE CLI_NOMBRE SPACE CLI_DIRECCION.
           GO TO SIGO-BUSCO-POR-NOMBRE.

               CLOSE MOVIMIENTOS-SUB.
           IF ST-DIRMALA NOT > "07"
               CLOSE DIRECCIONES-MALAS.
           IF MOTIVOS-DISPONIBLES
               CLOSE MOTIVOS-CIERRE.
           IF ST-CIERRES NOT > "07"
               CLOSE CIERRES-CUENTA.
           IF CONSENTIMIENTOS-DISPONIBLES
               CLOSE CONSENTIMIENTOS.
           CLOSE SUBCUENTAS.
           CLOSE CATEGORIAS.
           CLOSE MOVIMIENTOS.
           DISPLAY "Registros leidos     : " WS-TOTAL-LEIDOS.
           DISPLAY "Registros grabados   : " WS-TOTAL-GRABADOS.
           DISPLAY "Registros rechazados : " WS-TOTAL-RECHAZADOS.
           DISPLAY "Bloqueadas por lista : " WS-TOTAL-BLOQ-LISTA.
           DISPLAY "Hash de saldo grabado: " WS-HASH-SALDO.

           COPY STMSG.

           COPY FIRMA.

           COPY EMPCORR.

           COPY MASCTA.

       END PROGRAM INICIO_2.
