      *          REINSTALA en la pista de auditoria -- antes la cuenta
      *          se rekeaba como alta nueva y se perdia el historial.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La cuenta que vuelve del historico llega
      *                     cerrada (la purga la archiva con motivo de
      *                     cierre): se reinstala activa, sin motivo
      *                     ni fecha de cierre, y deja su linea "R" de
      *                     reapertura en cierres_cuenta.dat para que
      *                     REPORTE-BAJAS la descuente.
      *   2026-10-15  CEVR  El historico solo ofrece cuentas de las
      *                     empresas del grupo autorizadas al operador
      *                     firmado.
      *   2026-10-15  CEVR  La linea de cierres_cuenta.dat lleva la
      *                     empresa del grupo de la cuenta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSTALA-CLIENTES.
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL CIERRES-CUENTA
                  ASSIGN TO "./cierres_cuenta.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           COPY OPERSEL.

       DATA DIVISION.

           COPY AUDITORIA.

       FD  CIERRES-CUENTA.

           COPY CIERRECTA.

       FD  OPERADORES.

           COPY OPERADOR.
       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-ARCHIVO    PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.
       01  ST-CIERRES    PIC XX VALUE SPACE.

      * Criterio de busqueda en el historico: por (I)d o por (N)ombre.
       01  WS-CRITERIO        PIC X     VALUE SPACE.
       01  WS-TOTAL-REVISADOS PIC 9(7)  VALUE 0.
       01  WS-REINSTALADO-SW  PIC X     VALUE "N".
           88 CLIENTE-REINSTALADO VALUE "S".
       01  WS-REABIERTA-SW    PIC X     VALUE "N".
           88 CUENTA-REABIERTA    VALUE "S".

      * Campos de fecha/hora para el registro de auditoria, igual que
      * GRABO-AUDITORIA en INICIO_2.
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   "): no se deja pista de auditoria."
               MOVE 16 TO RETURN-CODE.
           OPEN EXTEND CIERRES-CUENTA.
           IF ST-CIERRES > "07"
               DISPLAY "Bitacora de cierres no disponible ("
                   ST-CIERRES "), la reapertura no llegara al "
                   "reporte de bajas.".

       PIDO-CRITERIO.
           DISPLAY "=== REINSTALACION DE CLIENTE PURGADO ===".
               IF CLI-ID IN REG-ARCHIVO NOT = WS-ID-BUSCA
                   GO TO BUSCO-EN-HISTORICO
               END-IF.
           MOVE CLI-EMPRESA IN REG-ARCHIVO TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO BUSCO-EN-HISTORICO.
           DISPLAY "Encontrado en el historico:".
           DISPLAY "  ID     : " CLI-ID IN REG-ARCHIVO.
           DISPLAY "  Nombre : " CLI_NOMBRE IN REG-ARCHIVO.
                   "reinstala."
               GO TO F-REINSTALO-CLIENTE.
           MOVE REG-ARCHIVO TO REG-CLIENTES.
           MOVE "N" TO WS-REABIERTA-SW.
           IF CUENTA-CERRADA IN REG-CLIENTES
               MOVE "A"   TO CLI-ESTADO IN REG-CLIENTES
               MOVE SPACE TO CLI-MOTIVO-CIERRE IN REG-CLIENTES
               MOVE 0     TO CLI-FECHA-CIERRE IN REG-CLIENTES
               MOVE "S"   TO WS-REABIERTA-SW.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error reinstalando el cliente (" ST-FILE ")"
           MOVE "Reinstalado desde el historico de purga"
               TO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           IF CUENTA-REABIERTA
               PERFORM GRABO-REAPERTURA THRU F-GRABO-REAPERTURA.
           MOVE 0 TO CLI-ID IN REG-ARCHIVO.
           REWRITE REG-ARCHIVO.
           IF ST-ARCHIVO > "07"
       F-REINSTALO-CLIENTE.
           EXIT.

      ******************************************************************
      * Linea "R" de reapertura en cierres_cuenta.dat: el motivo es el
      * con que la cuenta salio, para que el reporte de bajas la
      * descuente del motivo correcto.
      ******************************************************************
       GRABO-REAPERTURA.
           IF ST-CIERRES > "07"
               GO TO F-GRABO-REAPERTURA.
           ACCEPT CIE-FECHA FROM DATE YYYYMMDD.
           MOVE CLI-ID IN REG-ARCHIVO TO CIE-ID-CLIENTE.
           MOVE "R" TO CIE-EVENTO.
           MOVE CLI-MOTIVO-CIERRE IN REG-ARCHIVO TO CIE-MOTIVO.
           MOVE CLI_CATEGORIA IN REG-ARCHIVO TO CIE-CATEGORIA.
           MOVE CLI_CODPOST IN REG-ARCHIVO TO CIE-CODPOST.
           MOVE CLI-SALDO IN REG-ARCHIVO TO CIE-SALDO.
           MOVE CLI-MONEDA IN REG-ARCHIVO TO CIE-MONEDA.
           IF CLI-FECHA-ALTA IN REG-ARCHIVO NUMERIC
               MOVE CLI-FECHA-ALTA IN REG-ARCHIVO TO CIE-FECHA-ALTA
           ELSE
               MOVE 0 TO CIE-FECHA-ALTA.
           MOVE WS-OPERADOR-FIRMADO TO CIE-OPERADOR.
           MOVE CLI-EMPRESA IN REG-ARCHIVO TO CIE-EMPRESA.
           WRITE REG-CIERRE-CUENTA.

       F-GRABO-REAPERTURA.
           EXIT.

      ******************************************************************
      * Deja constancia en AUDITORIA-TRAIL de la reinstalacion, igual
      * que GRABO-AUDITORIA en INICIO_2: el parrafo que invoca llena
           CLOSE CLIENTES.
           CLOSE ARCHIVO-HISTORICO.
           CLOSE AUDITORIA-TRAIL.
           IF ST-CIERRES NOT > "07"
               CLOSE CIERRES-CUENTA.

           COPY BANNER.

