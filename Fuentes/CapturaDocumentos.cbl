      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Captura del expediente de documentos de la cuenta
      *          (documentos_cliente.dat, DOCCLI.cpy): el operador
      *          firmado registra o renueva un documento que la
      *          categoria del cliente exige segun
      *          tipos_documento.dat (camara de comercio, RUT,
      *          documento del representante legal, certificacion
      *          bancaria del mandato...), con su referencia, fecha de
      *          recibo y vencimiento (por omision la fecha de recibo
      *          mas la vigencia del tipo); queda verificado por el
      *          operador firmado. (C)onsulta muestra lo exigido a la
      *          cuenta contra lo que hay en el expediente y (B)aja
      *          retira un documento mal capturado. Registrar y dar de
      *          baja exigen nivel 2 y dejan su linea en auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL TIPOS-DOCUMENTO
                  ASSIGN TO "./tipos_documento.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TDO-CLAVE
                  STATUS ST-TIPOS.

           SELECT OPTIONAL DOCUMENTOS-CLIENTE
                  ASSIGN TO "./documentos_cliente.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DCL-CLAVE
                  STATUS ST-DOCUMENTOS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  TIPOS-DOCUMENTO.

           COPY TIPODOC.

       FD  DOCUMENTOS-CLIENTE.

           COPY DOCCLI.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE        PIC XX VALUE SPACE.
       01  ST-TIPOS       PIC XX VALUE SPACE.
       01  ST-DOCUMENTOS  PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION      PIC X     VALUE SPACE.
       01  WS-FECHA-HOY   PIC 9(8)  VALUE 0.
       01  WS-ID-CLIENTE  PIC 9(8)  VALUE 0.
       01  WS-CODIGO      PIC X(10) VALUE SPACE.
       01  WS-CATEGORIA   PIC X     VALUE SPACE.
       01  WS-CLIENTE-SW  PIC X     VALUE "N".
           88 CLIENTE-VALIDO  VALUE "S".
       01  WS-NUEVO-SW    PIC X     VALUE "N".
           88 DOCUMENTO-NUEVO VALUE "S".
       01  WS-VISTOS      PIC 9(3)  VALUE 0.
       01  WS-ESTADO-DOC  PIC X(12) VALUE SPACE.

      * Vencimiento por omision: fecha de recibo mas la vigencia del
      * tipo en meses; el dia se topa en 28 para caer en todo mes.
       01  WS-FECHA-VENCE PIC 9(8)  VALUE 0.
       01  WS-VENCE-PARTES REDEFINES WS-FECHA-VENCE.
           05 WS-VEN-ANO  PIC 9(4).
           05 WS-VEN-MES  PIC 99.
           05 WS-VEN-DIA  PIC 99.
       01  WS-MESES-AUX   PIC 9(5)  VALUE 0.
       01  WS-ANOS-AUX    PIC 9(4)  VALUE 0.
       01  WS-MES-AUX     PIC 99    VALUE 0.
       01  WS-FECHA-ENTRA PIC 9(8)  VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CAPTURA-DOCUMENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
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
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TIPOS-DOCUMENTO.
           IF ST-TIPOS NOT = "00"
               DISPLAY "No hay tabla de documentos exigidos; corra "
                   "primero MANTIENE-TIPOS-DOC."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O DOCUMENTOS-CLIENTE.
           IF ST-DOCUMENTOS = "35"
               OPEN OUTPUT DOCUMENTOS-CLIENTE
               CLOSE DOCUMENTOS-CLIENTE
               OPEN I-O DOCUMENTOS-CLIENTE.
           IF ST-DOCUMENTOS > "07"
               DISPLAY "Error abriendo DOCUMENTOS-CLIENTE ("
                   ST-DOCUMENTOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (R)egistrar o renovar documento, "
               "(C)onsulta del expediente, (B)aja o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "R" WHEN "r"
                   PERFORM REGISTRO-DOCUMENTO
                       THRU F-REGISTRO-DOCUMENTO
               WHEN "C" WHEN "c"
                   PERFORM CONSULTO-EXPEDIENTE
                       THRU F-CONSULTO-EXPEDIENTE
               WHEN "B" WHEN "b"
                   PERFORM BAJA-DOCUMENTO THRU F-BAJA-DOCUMENTO
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide el Id-Cliente y lo deja leido; la cuenta de una empresa
      * no autorizada al operador se trata como inexistente.
      ******************************************************************
       PIDO-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           DISPLAY "Id-Cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   GO TO F-PIDO-CLIENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-PIDO-CLIENTE.
           MOVE CLI_CATEGORIA TO WS-CATEGORIA.
           SET CLIENTE-VALIDO TO TRUE.
           DISPLAY "Cliente " CLI_NOMBRE (1:40) " categoria "
               WS-CATEGORIA ".".

       F-PIDO-CLIENTE.
           EXIT.

      ******************************************************************
      * Registra un documento nuevo o renueva el que habia: el tipo
      * debe estar exigido a la categoria del cliente.
      ******************************************************************
       REGISTRO-DOCUMENTO.
           IF NOT PUEDE-ACTUALIZAR
               DISPLAY "Registrar documentos requiere nivel 2 o "
                   "superior."
               GO TO F-REGISTRO-DOCUMENTO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF NOT CLIENTE-VALIDO
               GO TO F-REGISTRO-DOCUMENTO.
           DISPLAY "Tipo de documento (CAMARA-COM, RUT, ...):".
           ACCEPT WS-CODIGO.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CATEGORIA TO TDO-CATEGORIA.
           MOVE WS-CODIGO    TO TDO-CODIGO.
           READ TIPOS-DOCUMENTO KEY IS TDO-CLAVE
               INVALID KEY
                   DISPLAY "Ese documento no se exige a la categoria "
                       WS-CATEGORIA "."
                   GO TO F-REGISTRO-DOCUMENTO
           END-READ.
           MOVE "N" TO WS-NUEVO-SW.
           MOVE WS-ID-CLIENTE TO DCL-ID-CLIENTE.
           MOVE WS-CODIGO     TO DCL-TIPO.
           READ DOCUMENTOS-CLIENTE KEY IS DCL-CLAVE
               INVALID KEY
                   SET DOCUMENTO-NUEVO TO TRUE
           END-READ.
           IF DOCUMENTO-NUEVO
               INITIALIZE REG-DOCUMENTO-CLIENTE
               MOVE WS-ID-CLIENTE TO DCL-ID-CLIENTE
               MOVE WS-CODIGO     TO DCL-TIPO
           ELSE
               DISPLAY "En el expediente: " DCL-REFERENCIA
                   " recibido " DCL-FECHA-RECIBIDO " vence "
                   DCL-FECHA-VENCE "; se reemplaza.".
           DISPLAY TDO-DESCRIPCION.
           DISPLAY "Numero o referencia del documento:".
           ACCEPT DCL-REFERENCIA.
           DISPLAY "Fecha de recibo (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA > WS-FECHA-HOY
               DISPLAY "La fecha de recibo no puede ser futura, no "
                   "se graba."
               GO TO F-REGISTRO-DOCUMENTO.
           MOVE WS-FECHA-ENTRA TO DCL-FECHA-RECIBIDO.
           PERFORM CALCULO-VENCIMIENTO.
           IF TDO-MESES-VIGENCIA = 0
               DISPLAY "Fecha de vencimiento (AAAAMMDD, 0 = no "
                   "vence):"
           ELSE
               DISPLAY "Fecha de vencimiento (AAAAMMDD, 0 = "
                   WS-FECHA-VENCE "):".
           ACCEPT WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA = 0
               MOVE WS-FECHA-VENCE TO WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA NOT = 0
            AND WS-FECHA-ENTRA NOT > DCL-FECHA-RECIBIDO
               DISPLAY "El vencimiento debe ser posterior al recibo, "
                   "no se graba."
               GO TO F-REGISTRO-DOCUMENTO.
           MOVE WS-FECHA-ENTRA      TO DCL-FECHA-VENCE.
           MOVE WS-OPERADOR-FIRMADO TO DCL-VERIFICADO-POR.
           MOVE WS-FECHA-HOY        TO DCL-FECHA-VERIFICA.
           IF DOCUMENTO-NUEVO
               WRITE REG-DOCUMENTO-CLIENTE
           ELSE
               REWRITE REG-DOCUMENTO-CLIENTE.
           IF ST-DOCUMENTOS > "07"
               DISPLAY "Error grabando el documento (" ST-DOCUMENTOS
                   ")."
               GO TO F-REGISTRO-DOCUMENTO.
           MOVE "DOCUMENTO"   TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING DCL-TIPO " " DCL-REFERENCIA " rec "
               DCL-FECHA-RECIBIDO " vence " DCL-FECHA-VENCE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Documento registrado.".

       F-REGISTRO-DOCUMENTO.
           EXIT.

       CALCULO-VENCIMIENTO.
           MOVE 0 TO WS-FECHA-VENCE.
           IF TDO-MESES-VIGENCIA = 0
               GO TO F-CALCULO-VENCIMIENTO.
           MOVE DCL-FECHA-RECIBIDO TO WS-FECHA-VENCE.
           COMPUTE WS-MESES-AUX = WS-VEN-MES - 1 + TDO-MESES-VIGENCIA.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-ANOS-AUX
               REMAINDER WS-MES-AUX.
           ADD WS-ANOS-AUX TO WS-VEN-ANO.
           COMPUTE WS-VEN-MES = WS-MES-AUX + 1.
           IF WS-VEN-DIA > 28
               MOVE 28 TO WS-VEN-DIA.

       F-CALCULO-VENCIMIENTO.
           EXIT.

      ******************************************************************
      * Expediente de la cuenta: cada documento exigido a su
      * categoria con lo que hay registrado, y despues lo registrado
      * que ya no se exige.
      ******************************************************************
       CONSULTO-EXPEDIENTE.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF NOT CLIENTE-VALIDO
               GO TO F-CONSULTO-EXPEDIENTE.
           MOVE 0 TO WS-VISTOS.
           MOVE WS-CATEGORIA TO TDO-CATEGORIA.
           MOVE LOW-VALUES   TO TDO-CODIGO.
           START TIPOS-DOCUMENTO KEY IS NOT LESS THAN TDO-CLAVE
               INVALID KEY
                   GO TO CONSULTO-REGISTRADOS
           END-START.

       LEO-TIPO-EXIGIDO.
           READ TIPOS-DOCUMENTO NEXT RECORD
               AT END
                   GO TO CONSULTO-REGISTRADOS
           END-READ.
           IF TDO-CATEGORIA NOT = WS-CATEGORIA
               GO TO CONSULTO-REGISTRADOS.
           ADD 1 TO WS-VISTOS.
           MOVE WS-ID-CLIENTE TO DCL-ID-CLIENTE.
           MOVE TDO-CODIGO    TO DCL-TIPO.
           READ DOCUMENTOS-CLIENTE KEY IS DCL-CLAVE
               INVALID KEY
                   MOVE "FALTA" TO WS-ESTADO-DOC
                   IF TDO-CON-MANDATO AND CLI-MANDATO-SW NOT = "S"
                       MOVE "NO APLICA" TO WS-ESTADO-DOC
                   END-IF
                   DISPLAY "  " TDO-CODIGO " " TDO-DESCRIPCION (1:30)
                       " oblig. " TDO-OBLIGATORIO " " WS-ESTADO-DOC
                   GO TO LEO-TIPO-EXIGIDO
           END-READ.
           IF DCL-FECHA-VENCE NOT = 0
            AND DCL-FECHA-VENCE < WS-FECHA-HOY
               MOVE "VENCIDO" TO WS-ESTADO-DOC
           ELSE
               MOVE "VIGENTE" TO WS-ESTADO-DOC.
           DISPLAY "  " TDO-CODIGO " " TDO-DESCRIPCION (1:30)
               " oblig. " TDO-OBLIGATORIO " " WS-ESTADO-DOC " ref "
               DCL-REFERENCIA " rec " DCL-FECHA-RECIBIDO " vence "
               DCL-FECHA-VENCE " (" DCL-VERIFICADO-POR ")".
           GO TO LEO-TIPO-EXIGIDO.

       CONSULTO-REGISTRADOS.
           IF WS-VISTOS = 0
               DISPLAY "La categoria " WS-CATEGORIA " no exige "
                   "documentos.".
           MOVE WS-ID-CLIENTE TO DCL-ID-CLIENTE.
           MOVE LOW-VALUES    TO DCL-TIPO.
           START DOCUMENTOS-CLIENTE KEY IS NOT LESS THAN DCL-CLAVE
               INVALID KEY
                   GO TO F-CONSULTO-EXPEDIENTE
           END-START.

       LEO-REGISTRADO.
           READ DOCUMENTOS-CLIENTE NEXT RECORD
               AT END
                   GO TO F-CONSULTO-EXPEDIENTE
           END-READ.
           IF DCL-ID-CLIENTE NOT = WS-ID-CLIENTE
               GO TO F-CONSULTO-EXPEDIENTE.
           MOVE WS-CATEGORIA TO TDO-CATEGORIA.
           MOVE DCL-TIPO     TO TDO-CODIGO.
           READ TIPOS-DOCUMENTO KEY IS TDO-CLAVE
               INVALID KEY
                   DISPLAY "  " DCL-TIPO " (ya no exigido) ref "
                       DCL-REFERENCIA " rec " DCL-FECHA-RECIBIDO
                       " vence " DCL-FECHA-VENCE
           END-READ.
           GO TO LEO-REGISTRADO.

       F-CONSULTO-EXPEDIENTE.
           EXIT.

       BAJA-DOCUMENTO.
           IF NOT PUEDE-ACTUALIZAR
               DISPLAY "Dar de baja documentos requiere nivel 2 o "
                   "superior."
               GO TO F-BAJA-DOCUMENTO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF NOT CLIENTE-VALIDO
               GO TO F-BAJA-DOCUMENTO.
           DISPLAY "Tipo de documento a retirar:".
           ACCEPT WS-CODIGO.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-ID-CLIENTE TO DCL-ID-CLIENTE.
           MOVE WS-CODIGO     TO DCL-TIPO.
           READ DOCUMENTOS-CLIENTE KEY IS DCL-CLAVE
               INVALID KEY
                   DISPLAY "Ese documento no esta en el expediente."
                   GO TO F-BAJA-DOCUMENTO
           END-READ.
           DELETE DOCUMENTOS-CLIENTE RECORD.
           IF ST-DOCUMENTOS > "07"
               DISPLAY "Error retirando el documento (" ST-DOCUMENTOS
                   ")."
               GO TO F-BAJA-DOCUMENTO.
           MOVE "DOCUMENTO"   TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING DCL-TIPO " " DCL-REFERENCIA " retirado"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Documento retirado.".

       F-BAJA-DOCUMENTO.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE TIPOS-DOCUMENTO.
           CLOSE DOCUMENTOS-CLIENTE.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CAPTURA-DOCUMENTOS.
