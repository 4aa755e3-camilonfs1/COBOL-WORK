      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Actualizacion masiva y selectiva del maestro de
      *          CLIENTES, para la renumeracion de una zona postal, el
      *          retiro de una categoria o el cambio del dia de ciclo
      *          de todo un segmento, que antes se tecleaban como
      *          cientos de transacciones de MANTENIMIENTO-LOTE.
      *          Modo (V)ista previa: el operador firmado captura la
      *          seleccion (categoria, rango de codigo postal, estado,
      *          ciclo de facturacion, rango de ID) y el cambio de
      *          campo; el programa lista las cuentas que cambiarian
      *          con sus conteos en masiva_vista_previa.txt y deja la
      *          solicitud pendiente (masiva_solicitud.dat,
      *          MASIVASOL.cpy) con las cuentas y su estampa
      *          (masiva_detalle.dat, MASIVADET.cpy). Modo (A)probar:
      *          un supervisor distinto del que preparo la solicitud
      *          la aplica o la rechaza. Al aplicar, cada cuenta se
      *          relee, se rechaza si su CLI-ESTAMPA cambio desde la
      *          vista previa o si ya no cumple la seleccion, el valor
      *          nuevo se valida como en MANTENIMIENTO-LOTE, y cada
      *          cambio sube la estampa y deja su registro de
      *          auditoria. El reporte de control queda en
      *          masiva_control.txt.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La seleccion solo toma cuentas de las
      *                     empresas del grupo autorizadas al operador
      *                     firmado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZACION-MASIVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL SOLICITUD ASSIGN TO "./masiva_solicitud.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SOLICITUD.

           SELECT OPTIONAL DETALLE ASSIGN TO "./masiva_detalle.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-DETALLE.

           SELECT OPTIONAL CODIGOS-POSTALES ASSIGN TO "./codpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COD-POSTAL
                  STATUS ST-CODPOSTAL.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT VISTA-PREVIA ASSIGN TO "./masiva_vista_previa.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT CONTROL-MASIVA ASSIGN TO "./masiva_control.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  SOLICITUD.

           COPY MASIVASOL.

       FD  DETALLE.

           COPY MASIVADET.

       FD  CODIGOS-POSTALES.

           COPY CODPOSTAL.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  VISTA-PREVIA.
       01  LINEA-VISTA PIC X(100).

       FD  CONTROL-MASIVA.
       01  LINEA-CONTROL PIC X(100).

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-SOLICITUD     PIC XX VALUE SPACE.
       01  ST-DETALLE       PIC XX VALUE SPACE.
       01  ST-CODPOSTAL     PIC XX VALUE SPACE.
       01  ST-CATEGORIAS    PIC XX VALUE SPACE.
       01  ST-AUDITORIA     PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.

       01  WS-MODO      PIC X VALUE SPACE.
       01  WS-DECISION  PIC X VALUE SPACE.
       01  WS-FECHA-HOY PIC 9(8) VALUE 0.
       01  WS-HORA-HOY  PIC 9(8) VALUE 0.

      * Maestros de validacion del valor nuevo, igual que en
      * MANTENIMIENTO-LOTE: sin el maestro no se valida.
       01  WS-CODPOSTAL-SW         PIC X VALUE "N".
           88 CODPOSTAL-DISPONIBLE VALUE "S".
       01  WS-CATEGORIAS-SW        PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

      * Solicitud en preparacion o en decision (copia de
      * REG-MASIVA-SOL, que se relee y se regraba aparte).
       01  WS-SOLICITUD-SW  PIC X VALUE "N".
           88 HAY-SOLICITUD VALUE "S".
       01  WS-VALOR-OK-SW   PIC X VALUE "N".
           88 VALOR-NUEVO-VALIDO VALUE "S".
       01  WS-SELECCION-SW  PIC X VALUE "N".
           88 CUENTA-SELECCIONADA VALUE "S".

       01  WS-ID-HASTA      PIC 9(8) VALUE 0.
       01  WS-CICLO-CTA     PIC X  VALUE SPACE.
       01  WS-CICLO-DIA     PIC 99 VALUE 0.
       01  WS-NUEVO-CICLO   PIC X  VALUE SPACE.
       01  WS-NUEVO-DIA     PIC 99 VALUE 0.
       01  WS-DIA-TEXTO     PIC X(2) VALUE SPACE.
       01  WS-ESTAMPA       PIC 9(7) VALUE 0.
       01  WS-VALOR-ACTUAL  PIC X(20) VALUE SPACE.
       01  WS-MOTIVO        PIC X(40) VALUE SPACE.

      * Conteos de la vista previa, por estado de la cuenta.
       01  WS-TOTAL-LEIDOS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-SELECCIONADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-CAMBIO   PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACTIVAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-BLOQUEADAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-CERRADAS     PIC 9(7) VALUE 0.

      * Conteos de la aplicacion.
       01  WS-TOTAL-APLICADOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS   PIC 9(7) VALUE 0.

       01  LINEA-CUENTA.
           05 LCU-ID           PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACE.
           05 LCU-NOMBRE       PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LCU-ESTADO       PIC X.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LCU-CATEGORIA    PIC X.
           05 FILLER           PIC X(2) VALUE SPACE.
           05 LCU-ANTERIOR     PIC X(20).
           05 FILLER           PIC X(4) VALUE " -> ".
           05 LCU-NUEVO        PIC X(20).

       01  LINEA-RESULTADO.
           05 LRE-ID           PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACE.
           05 LRE-RESULTADO    PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACE.
           05 LRE-ANTERIOR     PIC X(20).
           05 FILLER           PIC X(4) VALUE " -> ".
           05 LRE-NUEVO        PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACE.
           05 LRE-MOTIVO       PIC X(30).

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "ACTUALIZACION-MASIVA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                  TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "La actualizacion masiva exige firma de nivel "
                   "2 o mas, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.
           DISPLAY "Modo: (V)ista previa de una solicitud nueva o "
               "(A)probar la pendiente?".
           ACCEPT WS-MODO.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM ABRO-VALIDACION.
           EVALUATE WS-MODO
               WHEN "V" WHEN "v"
                   PERFORM PREPARO-SOLICITUD THRU F-PREPARO-SOLICITUD
               WHEN "A" WHEN "a"
                   PERFORM DECIDO-SOLICITUD THRU F-DECIDO-SOLICITUD
               WHEN OTHER
                   DISPLAY "Modo desconocido, el programa termina."
           END-EVALUATE.
           CLOSE CODIGOS-POSTALES.
           CLOSE CATEGORIAS.
           CLOSE AUDITORIA-TRAIL.
           STOP RUN.

       ABRO-VALIDACION.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE
           ELSE
               MOVE "N" TO WS-CODPOSTAL-SW
               DISPLAY "Maestro de codigos postales no disponible, "
                   "no se validara CLI_CODPOST.".
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE
           ELSE
               MOVE "N" TO WS-CATEGORIAS-SW
               DISPLAY "Maestro de categorias no disponible, no se "
                   "validara la categoria.".

      ******************************************************************
      * Vista previa: captura la seleccion y el cambio, recorre el
      * maestro y deja la lista, los conteos y la solicitud pendiente.
      * Una solicitud pendiente anterior solo se reemplaza si el
      * operador lo confirma.
      ******************************************************************
       PREPARO-SOLICITUD.
           PERFORM LEO-SOLICITUD THRU F-LEO-SOLICITUD.
           IF HAY-SOLICITUD AND MSV-PENDIENTE
               DISPLAY "Hay una solicitud pendiente de " MSV-OPERADOR
                   " del " MSV-FECHA " sobre " MSV-SELECCIONADOS
                   " cuentas. La reemplaza? (S/N)"
               ACCEPT WS-DECISION
               IF WS-DECISION NOT = "S" AND WS-DECISION NOT = "s"
                   DISPLAY "Se conserva la solicitud pendiente."
                   GO TO F-PREPARO-SOLICITUD.
           INITIALIZE REG-MASIVA-SOL.
           PERFORM CAPTURO-SELECCION.
           PERFORM CAPTURO-CAMBIO THRU F-CAPTURO-CAMBIO.
           IF NOT VALOR-NUEVO-VALIDO
               DISPLAY "No se prepara la solicitud."
               GO TO F-PREPARO-SOLICITUD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-PREPARO-SOLICITUD.
           OPEN OUTPUT DETALLE.
           OPEN OUTPUT VISTA-PREVIA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "VISTA PREVIA DE ACTUALIZACION MASIVA DEL "
               WS-FECHA-HOY " POR " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           PERFORM ESCRIBO-CRITERIOS.
           MOVE SPACE TO LINEA-VISTA.
           WRITE LINEA-VISTA.
           PERFORM RECORRO-MAESTRO THRU F-RECORRO-MAESTRO.
           PERFORM ESCRIBO-CONTEOS.
           CLOSE CLIENTES.
           CLOSE DETALLE.
           CLOSE VISTA-PREVIA.
           DISPLAY "Cuentas seleccionadas: " WS-TOTAL-SELECCIONADOS
               " (ya con el valor nuevo: " WS-TOTAL-SIN-CAMBIO ").".
           DISPLAY "Lista en masiva_vista_previa.txt.".
           IF WS-TOTAL-SELECCIONADOS = 0
               DISPLAY "Ninguna cuenta cambiaria, no queda solicitud "
                   "pendiente."
               GO TO F-PREPARO-SOLICITUD.
           MOVE "P"                    TO MSV-ESTADO.
           MOVE WS-FECHA-HOY           TO MSV-FECHA.
           MOVE WS-HORA-HOY            TO MSV-HORA.
           MOVE WS-OPERADOR-FIRMADO    TO MSV-OPERADOR.
           MOVE WS-TOTAL-SELECCIONADOS TO MSV-SELECCIONADOS.
           MOVE WS-TOTAL-SIN-CAMBIO    TO MSV-SIN-CAMBIO.
           PERFORM GRABO-SOLICITUD.
           MOVE "MASIVA-SOL" TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Solicitud masiva campo " MSV-CAMPO " a "
               MSV-VALOR-NUEVO " sobre " MSV-SELECCIONADOS
               " cuentas"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Solicitud pendiente de aprobacion por un segundo "
               "operador.".

       F-PREPARO-SOLICITUD.
           EXIT.

       CAPTURO-SELECCION.
           DISPLAY "Seleccion -- en blanco o cero no filtra.".
           DISPLAY "Categoria (CLI_CATEGORIA):".
           ACCEPT MSV-SEL-CATEGORIA.
           DISPLAY "Codigo postal desde:".
           ACCEPT MSV-SEL-CODPOST-DESDE.
           DISPLAY "Codigo postal hasta:".
           ACCEPT MSV-SEL-CODPOST-HASTA.
           DISPLAY "Estado de la cuenta: (A)ctiva, (B)loqueada o "
               "(C)errada:".
           ACCEPT MSV-SEL-ESTADO.
           IF MSV-SEL-ESTADO = "a"
               MOVE "A" TO MSV-SEL-ESTADO.
           IF MSV-SEL-ESTADO = "b"
               MOVE "B" TO MSV-SEL-ESTADO.
           IF MSV-SEL-ESTADO = "c"
               MOVE "C" TO MSV-SEL-ESTADO.
           DISPLAY "Ciclo de facturacion: (S)emanal, (M)ensual o "
               "(T)rimestral:".
           ACCEPT MSV-SEL-CICLO.
           IF MSV-SEL-CICLO = "s"
               MOVE "S" TO MSV-SEL-CICLO.
           IF MSV-SEL-CICLO = "m"
               MOVE "M" TO MSV-SEL-CICLO.
           IF MSV-SEL-CICLO = "t"
               MOVE "T" TO MSV-SEL-CICLO.
           DISPLAY "Dia del ciclo:".
           ACCEPT MSV-SEL-CICLO-DIA.
           IF MSV-SEL-CICLO-DIA NOT NUMERIC
               MOVE 0 TO MSV-SEL-CICLO-DIA.
           DISPLAY "Id-Cliente desde:".
           ACCEPT MSV-SEL-ID-DESDE.
           DISPLAY "Id-Cliente hasta:".
           ACCEPT MSV-SEL-ID-HASTA.

      ******************************************************************
      * Campo a cambiar y su valor nuevo, validado una vez aqui y otra
      * al aplicar: codigo postal y categoria contra sus maestros; el
      * ciclo con las mismas reglas de la opcion (F) de INICIO_2,
      * pero un dia fuera de rango se rechaza en vez de tomarse como
      * 1.
      ******************************************************************
       CAPTURO-CAMBIO.
           MOVE "N" TO WS-VALOR-OK-SW.
           DISPLAY "Campo a cambiar: (P)ostal, (C)ategoria o (F) "
               "ciclo de facturacion?".
           ACCEPT MSV-CAMPO.
           IF MSV-CAMPO = "p"
               MOVE "P" TO MSV-CAMPO.
           IF MSV-CAMPO = "c"
               MOVE "C" TO MSV-CAMPO.
           IF MSV-CAMPO = "f"
               MOVE "F" TO MSV-CAMPO.
           EVALUATE MSV-CAMPO
               WHEN "P"
                   DISPLAY "Codigo postal nuevo:"
                   ACCEPT MSV-VALOR-NUEVO
               WHEN "C"
                   DISPLAY "Categoria nueva:"
                   ACCEPT MSV-VALOR-NUEVO
               WHEN "F"
                   DISPLAY "Ciclo nuevo: (S)emanal, (M)ensual o "
                       "(T)rimestral?"
                   ACCEPT WS-NUEVO-CICLO
                   DISPLAY "Dia del ciclo nuevo (1-7 semanal, 1-28 "
                       "mensual o trimestral):"
                   ACCEPT WS-NUEVO-DIA
                   MOVE SPACE TO MSV-VALOR-NUEVO
                   MOVE WS-NUEVO-CICLO TO MSV-VALOR-NUEVO (1:1)
                   MOVE WS-NUEVO-DIA   TO WS-DIA-TEXTO
                   MOVE WS-DIA-TEXTO   TO MSV-VALOR-NUEVO (2:2)
               WHEN OTHER
                   DISPLAY "Campo desconocido."
                   GO TO F-CAPTURO-CAMBIO
           END-EVALUATE.
           PERFORM VALIDO-VALOR-NUEVO THRU F-VALIDO-VALOR-NUEVO.

       F-CAPTURO-CAMBIO.
           EXIT.

       VALIDO-VALOR-NUEVO.
           MOVE "N" TO WS-VALOR-OK-SW.
           EVALUATE MSV-CAMPO
               WHEN "P"
                   IF MSV-VALOR-NUEVO = SPACE
                       DISPLAY "El codigo postal nuevo esta en blanco."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
                   PERFORM VALIDO-CODIGO-POSTAL
                       THRU F-VALIDO-CODIGO-POSTAL
                   IF ST-CODPOSTAL NOT = "00"
                       DISPLAY "Codigo postal " MSV-VALOR-NUEVO
                           " invalido."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
               WHEN "C"
                   IF MSV-VALOR-NUEVO (1:1) = SPACE
                       DISPLAY "La categoria nueva esta en blanco."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
                   MOVE MSV-VALOR-NUEVO (1:1) TO CAT-CODIGO
                   PERFORM VALIDO-CATEGORIA THRU F-VALIDO-CATEGORIA
                   IF ST-CATEGORIAS NOT = "00"
                       DISPLAY "Categoria " CAT-CODIGO
                           " no registrada."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
               WHEN "F"
                   MOVE MSV-VALOR-NUEVO (1:1) TO WS-NUEVO-CICLO
                   IF WS-NUEVO-CICLO = "s"
                       MOVE "S" TO WS-NUEVO-CICLO
                   END-IF
                   IF WS-NUEVO-CICLO = "m"
                       MOVE "M" TO WS-NUEVO-CICLO
                   END-IF
                   IF WS-NUEVO-CICLO = "t"
                       MOVE "T" TO WS-NUEVO-CICLO
                   END-IF
                   MOVE WS-NUEVO-CICLO TO MSV-VALOR-NUEVO (1:1)
                   IF WS-NUEVO-CICLO NOT = "S"
                    AND WS-NUEVO-CICLO NOT = "M"
                    AND WS-NUEVO-CICLO NOT = "T"
                       DISPLAY "Ciclo " WS-NUEVO-CICLO " desconocido."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
                   IF MSV-VALOR-NUEVO (2:2) NOT NUMERIC
                       DISPLAY "Dia del ciclo no numerico."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
                   MOVE MSV-VALOR-NUEVO (2:2) TO WS-NUEVO-DIA
                   IF WS-NUEVO-DIA = 0
                    OR (WS-NUEVO-CICLO = "S" AND WS-NUEVO-DIA > 7)
                    OR WS-NUEVO-DIA > 28
                       DISPLAY "Dia del ciclo " WS-NUEVO-DIA
                           " fuera de rango."
                       GO TO F-VALIDO-VALOR-NUEVO
                   END-IF
               WHEN OTHER
                   GO TO F-VALIDO-VALOR-NUEVO
           END-EVALUATE.
           SET VALOR-NUEVO-VALIDO TO TRUE.

       F-VALIDO-VALOR-NUEVO.
           EXIT.

       VALIDO-CODIGO-POSTAL.
           IF NOT CODPOSTAL-DISPONIBLE
               MOVE "00" TO ST-CODPOSTAL
               GO TO F-VALIDO-CODIGO-POSTAL.
           MOVE MSV-VALOR-NUEVO TO COD-POSTAL.
           READ CODIGOS-POSTALES KEY IS COD-POSTAL
               INVALID KEY
                   CONTINUE
           END-READ.

       F-VALIDO-CODIGO-POSTAL.
           EXIT.

       VALIDO-CATEGORIA.
           IF NOT CATEGORIAS-DISPONIBLES
               MOVE "00" TO ST-CATEGORIAS
               GO TO F-VALIDO-CATEGORIA.
           READ CATEGORIAS KEY IS CAT-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.

       F-VALIDO-CATEGORIA.
           EXIT.

      ******************************************************************
      * Recorre el maestro desde el ID inicial de la seleccion: cada
      * cuenta que cumple los criterios y no tiene ya el valor nuevo
      * va a la lista y al detalle de la solicitud con su estampa.
      ******************************************************************
       RECORRO-MAESTRO.
           MOVE MSV-SEL-ID-HASTA TO WS-ID-HASTA.
           IF WS-ID-HASTA = 0
               MOVE 99999999 TO WS-ID-HASTA.
           MOVE MSV-SEL-ID-DESDE TO CLI-ID.
           START CLIENTES KEY IS NOT LESS THAN ID-CLIENTE
               INVALID KEY
                   GO TO F-RECORRO-MAESTRO
           END-START.

       LEO-CLIENTE-SELECCION.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-RECORRO-MAESTRO
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-RECORRO-MAESTRO.
           IF CLI-ID > WS-ID-HASTA
               GO TO F-RECORRO-MAESTRO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           PERFORM EVALUO-SELECCION THRU F-EVALUO-SELECCION.
           IF NOT CUENTA-SELECCIONADA
               GO TO LEO-CLIENTE-SELECCION.
           PERFORM ARMO-VALOR-ACTUAL.
           IF WS-VALOR-ACTUAL = MSV-VALOR-NUEVO
               ADD 1 TO WS-TOTAL-SIN-CAMBIO
               GO TO LEO-CLIENTE-SELECCION.
           ADD 1 TO WS-TOTAL-SELECCIONADOS.
           EVALUATE TRUE
               WHEN CUENTA-BLOQUEADA
                   ADD 1 TO WS-TOTAL-BLOQUEADAS
               WHEN CUENTA-CERRADA
                   ADD 1 TO WS-TOTAL-CERRADAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACTIVAS
           END-EVALUATE.
           PERFORM TOMO-ESTAMPA.
           MOVE CLI-ID          TO MSD-ID-CLIENTE.
           MOVE WS-ESTAMPA      TO MSD-ESTAMPA.
           MOVE WS-VALOR-ACTUAL TO MSD-VALOR-ANTERIOR.
           WRITE REG-MASIVA-DET.
           MOVE CLI-ID            TO LCU-ID.
           MOVE CLI_NOMBRE (1:30) TO LCU-NOMBRE.
           MOVE CLI-ESTADO        TO LCU-ESTADO.
           MOVE CLI_CATEGORIA     TO LCU-CATEGORIA.
           MOVE WS-VALOR-ACTUAL   TO LCU-ANTERIOR.
           MOVE MSV-VALOR-NUEVO   TO LCU-NUEVO.
           MOVE LINEA-CUENTA TO LINEA-VISTA.
           WRITE LINEA-VISTA.
           GO TO LEO-CLIENTE-SELECCION.

       F-RECORRO-MAESTRO.
           EXIT.

      ******************************************************************
      * Criterios de la solicitud sobre el registro leido. El ciclo en
      * blanco de los maestros viejos cuenta como mensual el dia 1,
      * igual que en FACTURACION-COMERCIAL. Las cuentas de empresas
      * del grupo no autorizadas al operador nunca entran.
      ******************************************************************
       EVALUO-SELECCION.
           MOVE "N" TO WS-SELECCION-SW.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-CATEGORIA NOT = SPACE
            AND CLI_CATEGORIA NOT = MSV-SEL-CATEGORIA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-CODPOST-DESDE NOT = SPACE
            AND CLI_CODPOST (1:10) < MSV-SEL-CODPOST-DESDE
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-CODPOST-HASTA NOT = SPACE
            AND CLI_CODPOST (1:10) > MSV-SEL-CODPOST-HASTA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-ESTADO = "A" AND NOT CUENTA-ACTIVA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-ESTADO = "B" AND NOT CUENTA-BLOQUEADA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-ESTADO = "C" AND NOT CUENTA-CERRADA
               GO TO F-EVALUO-SELECCION.
           PERFORM TOMO-CICLO-CUENTA.
           IF MSV-SEL-CICLO NOT = SPACE
            AND WS-CICLO-CTA NOT = MSV-SEL-CICLO
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-CICLO-DIA NOT = 0
            AND WS-CICLO-DIA NOT = MSV-SEL-CICLO-DIA
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-ID-DESDE NOT = 0
            AND CLI-ID < MSV-SEL-ID-DESDE
               GO TO F-EVALUO-SELECCION.
           IF MSV-SEL-ID-HASTA NOT = 0
            AND CLI-ID > MSV-SEL-ID-HASTA
               GO TO F-EVALUO-SELECCION.
           SET CUENTA-SELECCIONADA TO TRUE.

       F-EVALUO-SELECCION.
           EXIT.

       TOMO-CICLO-CUENTA.
           MOVE CLI-CICLO-FACT TO WS-CICLO-CTA.
           IF CLI-CICLO-DIA NUMERIC AND CLI-CICLO-DIA > 0
               MOVE CLI-CICLO-DIA TO WS-CICLO-DIA
           ELSE
               MOVE 1 TO WS-CICLO-DIA.
           IF WS-CICLO-CTA = SPACE
               MOVE "M" TO WS-CICLO-CTA
               MOVE 1   TO WS-CICLO-DIA.

       ARMO-VALOR-ACTUAL.
           MOVE SPACE TO WS-VALOR-ACTUAL.
           EVALUATE MSV-CAMPO
               WHEN "P"
                   MOVE CLI_CODPOST (1:20) TO WS-VALOR-ACTUAL
               WHEN "C"
                   MOVE CLI_CATEGORIA TO WS-VALOR-ACTUAL
               WHEN "F"
                   PERFORM TOMO-CICLO-CUENTA
                   MOVE WS-CICLO-CTA TO WS-VALOR-ACTUAL (1:1)
                   MOVE WS-CICLO-DIA TO WS-DIA-TEXTO
                   MOVE WS-DIA-TEXTO TO WS-VALOR-ACTUAL (2:2)
           END-EVALUATE.

       TOMO-ESTAMPA.
           IF CLI-ESTAMPA NUMERIC
               MOVE CLI-ESTAMPA TO WS-ESTAMPA
           ELSE
               MOVE 0 TO WS-ESTAMPA.

       ESCRIBO-CRITERIOS.
           MOVE SPACE TO LINEA-VISTA.
           STRING "SELECCION: CATEGORIA [" MSV-SEL-CATEGORIA
               "] POSTAL [" MSV-SEL-CODPOST-DESDE "]-["
               MSV-SEL-CODPOST-HASTA "] ESTADO [" MSV-SEL-ESTADO
               "] CICLO [" MSV-SEL-CICLO MSV-SEL-CICLO-DIA "]"
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "           ID " MSV-SEL-ID-DESDE " A "
               MSV-SEL-ID-HASTA "   CAMBIO: CAMPO " MSV-CAMPO
               " A [" MSV-VALOR-NUEVO "]"
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.

       ESCRIBO-CONTEOS.
           MOVE SPACE TO LINEA-VISTA.
           WRITE LINEA-VISTA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "CUENTAS LEIDAS:         " WS-TOTAL-LEIDOS
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "CUENTAS QUE CAMBIARIAN: " WS-TOTAL-SELECCIONADOS
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "  ACTIVAS " WS-TOTAL-ACTIVAS
               "  BLOQUEADAS " WS-TOTAL-BLOQUEADAS
               "  CERRADAS " WS-TOTAL-CERRADAS
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.
           MOVE SPACE TO LINEA-VISTA.
           STRING "YA CON EL VALOR NUEVO:  " WS-TOTAL-SIN-CAMBIO
               DELIMITED BY SIZE INTO LINEA-VISTA.
           WRITE LINEA-VISTA.

      ******************************************************************
      * Aprobacion: un supervisor distinto del que preparo la
      * solicitud la aplica, la rechaza o la deja pendiente.
      ******************************************************************
       DECIDO-SOLICITUD.
           IF NOT PUEDE-BORRAR
               DISPLAY "La aprobacion exige firma de nivel 3."
               MOVE 16 TO RETURN-CODE
               GO TO F-DECIDO-SOLICITUD.
           PERFORM LEO-SOLICITUD THRU F-LEO-SOLICITUD.
           IF NOT HAY-SOLICITUD OR NOT MSV-PENDIENTE
               DISPLAY "No hay solicitud masiva pendiente."
               GO TO F-DECIDO-SOLICITUD.
           IF MSV-OPERADOR = WS-OPERADOR-FIRMADO
               DISPLAY "La solicitud la preparo " MSV-OPERADOR
                   ": la aprobacion exige un segundo operador."
               MOVE 16 TO RETURN-CODE
               GO TO F-DECIDO-SOLICITUD.
           DISPLAY "Solicitud de " MSV-OPERADOR " del " MSV-FECHA
               " " MSV-HORA.
           DISPLAY "  Campo " MSV-CAMPO " a [" MSV-VALOR-NUEVO
               "] sobre " MSV-SELECCIONADOS " cuentas (ver "
               "masiva_vista_previa.txt).".
           DISPLAY "(A)plicar, (R)echazar o dejar (P)endiente?".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A" WHEN "a"
                   PERFORM APLICO-SOLICITUD THRU F-APLICO-SOLICITUD
               WHEN "R" WHEN "r"
                   MOVE "R"                 TO MSV-ESTADO
                   MOVE WS-OPERADOR-FIRMADO TO MSV-APROBADOR
                   MOVE WS-FECHA-HOY        TO MSV-FECHA-DECISION
                   PERFORM GRABO-SOLICITUD
                   MOVE "MASIVA-REC" TO AUD-OPERACION
                   MOVE 0            TO AUD-ID-CLIENTE
                   MOVE SPACE TO AUD-DETALLE
                   STRING "Solicitud masiva de " MSV-OPERADOR
                       " del " MSV-FECHA " rechazada"
                       DELIMITED BY SIZE INTO AUD-DETALLE
                   PERFORM GRABO-AUDITORIA
                   DISPLAY "Solicitud rechazada."
               WHEN OTHER
                   DISPLAY "La solicitud queda pendiente."
           END-EVALUATE.

       F-DECIDO-SOLICITUD.
           EXIT.

      ******************************************************************
      * Aplica la solicitud aprobada cuenta por cuenta del detalle. El
      * valor nuevo se revalida antes de empezar (los maestros pueden
      * haber cambiado desde la vista previa).
      ******************************************************************
       APLICO-SOLICITUD.
           PERFORM VALIDO-VALOR-NUEVO THRU F-VALIDO-VALOR-NUEVO.
           IF NOT VALOR-NUEVO-VALIDO
               DISPLAY "El valor nuevo ya no es valido, no se aplica; "
                   "rechace la solicitud y prepare otra."
               GO TO F-APLICO-SOLICITUD.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-SOLICITUD.
           OPEN INPUT DETALLE.
           IF ST-DETALLE > "07"
               DISPLAY "Error abriendo el detalle de la solicitud ("
                   ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               GO TO F-APLICO-SOLICITUD.
           OPEN OUTPUT CONTROL-MASIVA.
           MOVE SPACE TO LINEA-CONTROL.
           STRING "CONTROL DE ACTUALIZACION MASIVA DEL " WS-FECHA-HOY
               " -- SOLICITADA POR " MSV-OPERADOR " APROBADA POR "
               WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACE TO LINEA-CONTROL.
           STRING "CAMPO " MSV-CAMPO " A [" MSV-VALOR-NUEVO "]"
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACE TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           PERFORM APLICO-CUENTA THRU F-APLICO-CUENTA.
           MOVE SPACE TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACE TO LINEA-CONTROL.
           STRING "CUENTAS EN LA SOLICITUD: " MSV-SELECCIONADOS
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACE TO LINEA-CONTROL.
           STRING "CAMBIOS APLICADOS:       " WS-TOTAL-APLICADOS
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACE TO LINEA-CONTROL.
           STRING "CUENTAS RECHAZADAS:      " WS-TOTAL-RECHAZADOS
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CLIENTES.
           CLOSE DETALLE.
           CLOSE CONTROL-MASIVA.
           MOVE "A"                 TO MSV-ESTADO.
           MOVE WS-OPERADOR-FIRMADO TO MSV-APROBADOR.
           MOVE WS-FECHA-HOY        TO MSV-FECHA-DECISION.
           MOVE WS-TOTAL-APLICADOS  TO MSV-APLICADOS.
           MOVE WS-TOTAL-RECHAZADOS TO MSV-RECHAZADOS.
           PERFORM GRABO-SOLICITUD.
           MOVE "MASIVA-APR" TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Masiva de " MSV-OPERADOR " aplicada: "
               WS-TOTAL-APLICADOS " cambios, " WS-TOTAL-RECHAZADOS
               " rechazos"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cambios aplicados: " WS-TOTAL-APLICADOS
               "  rechazados: " WS-TOTAL-RECHAZADOS.
           DISPLAY "Reporte de control en masiva_control.txt.".

       F-APLICO-SOLICITUD.
           EXIT.

      ******************************************************************
      * Una cuenta del detalle: se relee, se rechaza si su estampa
      * cambio desde la vista previa o si ya no cumple la seleccion, y
      * si no, se cambia el campo, se sube la estampa, se reescribe y
      * queda la auditoria.
      ******************************************************************
       APLICO-CUENTA.
           READ DETALLE
               AT END
                   GO TO F-APLICO-CUENTA
           END-READ.
           IF ST-DETALLE > "07" AND ST-DETALLE NOT = "10"
               DISPLAY "Error leyendo el detalle (" ST-DETALLE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-APLICO-CUENTA.
           MOVE SPACE TO WS-MOTIVO.
           MOVE MSD-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE YA NO EXISTE" TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACE
               PERFORM TOMO-ESTAMPA
               IF WS-ESTAMPA NOT = MSD-ESTAMPA
                   MOVE "MODIFICADO DESPUES DE LA VISTA" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACE
               PERFORM EVALUO-SELECCION THRU F-EVALUO-SELECCION
               IF NOT CUENTA-SELECCIONADA
                   MOVE "YA NO CUMPLE LA SELECCION" TO WS-MOTIVO.
           IF WS-MOTIVO NOT = SPACE
               PERFORM ESCRIBO-RECHAZO
               GO TO APLICO-CUENTA.
           EVALUATE MSV-CAMPO
               WHEN "P"
                   MOVE MSV-VALOR-NUEVO TO CLI_CODPOST
               WHEN "C"
                   MOVE MSV-VALOR-NUEVO (1:1) TO CLI_CATEGORIA
                   MOVE CLI_CATEGORIA TO CLI_CATEGORIA_2
               WHEN "F"
                   MOVE MSV-VALOR-NUEVO (1:1) TO CLI-CICLO-FACT
                   MOVE MSV-VALOR-NUEVO (2:2) TO WS-DIA-TEXTO
                   MOVE WS-DIA-TEXTO TO CLI-CICLO-DIA
           END-EVALUATE.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE "ERROR DE ESCRITURA" TO WS-MOTIVO
               PERFORM ESCRIBO-RECHAZO
               GO TO APLICO-CUENTA.
           ADD 1 TO WS-TOTAL-APLICADOS.
           MOVE "ACTUALIZA" TO AUD-OPERACION.
           MOVE CLI-ID      TO AUD-ID-CLIENTE.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Masiva campo " MSV-CAMPO ": "
               MSD-VALOR-ANTERIOR " > " MSV-VALOR-NUEVO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           MOVE CLI-ID             TO LRE-ID.
           MOVE "APLICADO"         TO LRE-RESULTADO.
           MOVE MSD-VALOR-ANTERIOR TO LRE-ANTERIOR.
           MOVE MSV-VALOR-NUEVO    TO LRE-NUEVO.
           MOVE SPACE              TO LRE-MOTIVO.
           MOVE LINEA-RESULTADO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           GO TO APLICO-CUENTA.

       F-APLICO-CUENTA.
           EXIT.

       ESCRIBO-RECHAZO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           MOVE MSD-ID-CLIENTE     TO LRE-ID.
           MOVE "RECHAZADO"        TO LRE-RESULTADO.
           MOVE MSD-VALOR-ANTERIOR TO LRE-ANTERIOR.
           MOVE MSV-VALOR-NUEVO    TO LRE-NUEVO.
           MOVE WS-MOTIVO          TO LRE-MOTIVO.
           MOVE LINEA-RESULTADO TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

      ******************************************************************
      * La solicitud es un solo registro: se lee entero y se regraba
      * entero.
      ******************************************************************
       LEO-SOLICITUD.
           MOVE "N" TO WS-SOLICITUD-SW.
           OPEN INPUT SOLICITUD.
           IF ST-SOLICITUD > "07"
               GO TO F-LEO-SOLICITUD.
           READ SOLICITUD
               AT END
                   CLOSE SOLICITUD
                   GO TO F-LEO-SOLICITUD
           END-READ.
           IF ST-SOLICITUD = "00"
               SET HAY-SOLICITUD TO TRUE.
           CLOSE SOLICITUD.

       F-LEO-SOLICITUD.
           EXIT.

       GRABO-SOLICITUD.
           OPEN OUTPUT SOLICITUD.
           IF ST-SOLICITUD > "07"
               DISPLAY "Error grabando la solicitud (" ST-SOLICITUD
                   ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE REG-MASIVA-SOL
               CLOSE SOLICITUD.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM ACTUALIZACION-MASIVA.
