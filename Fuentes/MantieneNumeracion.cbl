      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de los rangos de numeracion autorizados
      *          por la autoridad tributaria (numeracion_fiscal.dat,
      *          NUMFISCAL.cpy): un operador firmado de nivel 3
      *          registra un rango nuevo por tipo de documento
      *          ((F)actura, (N)ota de credito, (R)ecibo de caja) y
      *          sucursal emisora con su resolucion, la fecha de la
      *          resolucion y la de vencimiento; corrige la
      *          resolucion o la vigencia de un rango; anula un rango
      *          (deja de entregar numeros); o lista los rangos con lo
      *          usado. Un rango no puede cruzarse con otro del mismo
      *          tipo en ninguna sucursal, porque el numero es la
      *          clave del registro del documento. Cada cambio queda
      *          en auditoria.dat. NUMERACION-FISCAL entrega los
      *          numeros de estos rangos.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Cada rango nuevo lleva la empresa del grupo
      *                     a la que la autoridad se lo autorizo
      *                     (NUM-EMPRESA, en blanco = 001): debe estar
      *                     registrada y activa en empresas.dat y
      *                     autorizada al operador. El listado muestra
      *                     la empresa de cada rango.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-NUMERACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY NUMSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  NUMERACION.

           COPY NUMFISCAL.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-NUMERACION PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION  PIC X VALUE SPACE.

      * Rango en captura, guardado aparte mientras se recorre el
      * archivo buscando cruces.
       01  WS-TIPO        PIC X     VALUE SPACE.
       01  WS-SUCURSAL    PIC 9(3)  VALUE 0.
       01  WS-DESDE       PIC 9(8)  VALUE 0.
       01  WS-HASTA       PIC 9(8)  VALUE 0.
       01  WS-RESOLUCION  PIC X(20) VALUE SPACE.
       01  WS-FECHA-RESOL PIC 9(8)  VALUE 0.
       01  WS-FECHA-VENCE PIC 9(8)  VALUE 0.
       01  WS-CRUCE-SW    PIC X     VALUE "N".
           88 HAY-CRUCE   VALUE "S".
       01  WS-USADOS      PIC 9(8)  VALUE 0.
       01  WS-EMPRESA     PIC X(3)  VALUE SPACE.
       01  WS-EMPRESA-NUM REDEFINES WS-EMPRESA PIC 9(3).

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-NUMERACION" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "El mantenimiento de la numeracion exige firma "
                   "de nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O NUMERACION.
           IF ST-NUMERACION = "35"
               OPEN OUTPUT NUMERACION
               CLOSE NUMERACION
               OPEN I-O NUMERACION.
           IF ST-NUMERACION > "07"
               DISPLAY "Error abriendo NUMERACION (" ST-NUMERACION ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar rango, (V)igencia o "
               "resolucion, a(N)ular rango, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM AGREGO-RANGO THRU F-AGREGO-RANGO
               WHEN "V" WHEN "v"
                   PERFORM CORRIJO-RANGO THRU F-CORRIJO-RANGO
               WHEN "N" WHEN "n"
                   PERFORM ANULO-RANGO THRU F-ANULO-RANGO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-RANGOS THRU F-LISTO-RANGOS
               WHEN "S" WHEN "s"
                   CLOSE NUMERACION
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       PIDO-CLAVE.
           DISPLAY "Tipo de documento: (F)actura, (N)ota de credito o "
               "(R)ecibo de caja:".
           ACCEPT WS-TIPO.
           INSPECT WS-TIPO CONVERTING "fnr" TO "FNR".
           DISPLAY "Sucursal emisora (1-999):".
           ACCEPT WS-SUCURSAL.
           DISPLAY "Primer numero del rango:".
           ACCEPT WS-DESDE.

      ******************************************************************
      * Rango nuevo: clave, limites, resolucion y vigencia validados,
      * y ningun cruce con otro rango del mismo tipo.
      ******************************************************************
       AGREGO-RANGO.
           PERFORM PIDO-CLAVE.
           IF WS-TIPO NOT = "F" AND WS-TIPO NOT = "N"
            AND WS-TIPO NOT = "R"
               DISPLAY "Tipo de documento no valido."
               GO TO F-AGREGO-RANGO.
           IF WS-SUCURSAL = 0 OR WS-DESDE = 0
               DISPLAY "La sucursal y el primer numero deben ser "
                   "mayores que cero."
               GO TO F-AGREGO-RANGO.
           DISPLAY "Ultimo numero del rango:".
           ACCEPT WS-HASTA.
           IF WS-HASTA < WS-DESDE
               DISPLAY "El ultimo numero no puede ser menor que el "
                   "primero."
               GO TO F-AGREGO-RANGO.
           DISPLAY "Numero de la resolucion:".
           ACCEPT WS-RESOLUCION.
           IF WS-RESOLUCION = SPACE
               DISPLAY "Falta el numero de la resolucion."
               GO TO F-AGREGO-RANGO.
           DISPLAY "Fecha de la resolucion (AAAAMMDD):".
           ACCEPT WS-FECHA-RESOL.
           DISPLAY "Fecha de vencimiento (AAAAMMDD):".
           ACCEPT WS-FECHA-VENCE.
           IF WS-FECHA-RESOL = 0 OR WS-FECHA-VENCE < WS-FECHA-RESOL
               DISPLAY "Vigencia no valida."
               GO TO F-AGREGO-RANGO.
           DISPLAY "Empresa del grupo (en blanco = 001):".
           ACCEPT WS-EMPRESA.
           IF WS-EMPRESA = SPACE
               MOVE 1 TO WS-EMPRESA-NUM.
           IF WS-EMPRESA NOT NUMERIC OR WS-EMPRESA-NUM = 0
               DISPLAY "Empresa no valida."
               GO TO F-AGREGO-RANGO.
           MOVE WS-EMPRESA TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           IF NOT EMPRESA-HALLADA
               DISPLAY "La empresa " WS-EMPRESA " no esta registrada "
                   "o esta retirada."
               GO TO F-AGREGO-RANGO.
           MOVE WS-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Operador no autorizado para la empresa "
                   WS-EMPRESA "."
               GO TO F-AGREGO-RANGO.
           PERFORM BUSCO-CRUCE THRU F-BUSCO-CRUCE.
           IF HAY-CRUCE
               GO TO F-AGREGO-RANGO.
           MOVE WS-TIPO        TO NUM-TIPO.
           MOVE WS-SUCURSAL    TO NUM-SUCURSAL.
           MOVE WS-DESDE       TO NUM-DESDE.
           MOVE WS-HASTA       TO NUM-HASTA.
           MOVE 0              TO NUM-ULTIMO.
           MOVE WS-RESOLUCION  TO NUM-RESOLUCION.
           MOVE WS-FECHA-RESOL TO NUM-FECHA-RESOL.
           MOVE WS-FECHA-VENCE TO NUM-FECHA-VENCE.
           MOVE "A"            TO NUM-ESTADO.
           MOVE WS-EMPRESA-NUM TO NUM-EMPRESA.
           WRITE REG-NUMERACION.
           IF ST-NUMERACION > "07"
               DISPLAY "Error grabando el rango (" ST-NUMERACION ")."
               GO TO F-AGREGO-RANGO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Rango " NUM-TIPO "-" NUM-SUCURSAL " " NUM-DESDE
               "-" NUM-HASTA " res. " NUM-RESOLUCION (1:12)
               " vence " NUM-FECHA-VENCE " emp. " NUM-EMPRESA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Rango grabado.".

       F-AGREGO-RANGO.
           EXIT.

      ******************************************************************
      * Cruce con cualquier rango del mismo tipo, de cualquier
      * sucursal y en cualquier estado: los numeros de un rango anulado
      * pueden estar ya en el registro del documento.
      ******************************************************************
       BUSCO-CRUCE.
           MOVE "N" TO WS-CRUCE-SW.
           MOVE WS-TIPO TO NUM-TIPO.
           MOVE 0       TO NUM-SUCURSAL.
           MOVE 0       TO NUM-DESDE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-CRUCE
           END-START.

       PRUEBO-CRUCE.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO F-BUSCO-CRUCE
           END-READ.
           IF NUM-TIPO NOT = WS-TIPO
               GO TO F-BUSCO-CRUCE.
           IF WS-HASTA < NUM-DESDE OR WS-DESDE > NUM-HASTA
               GO TO PRUEBO-CRUCE.
           SET HAY-CRUCE TO TRUE.
           DISPLAY "El rango se cruza con " NUM-TIPO "-" NUM-SUCURSAL
               " " NUM-DESDE " al " NUM-HASTA " (res. "
               NUM-RESOLUCION "), no se graba.".

       F-BUSCO-CRUCE.
           EXIT.

      ******************************************************************
      * Correccion de la resolucion o de la vigencia de un rango (una
      * prorroga de la autoridad, un error de captura).
      ******************************************************************
       CORRIJO-RANGO.
           PERFORM PIDO-CLAVE.
           PERFORM LEO-RANGO THRU F-LEO-RANGO.
           IF ST-NUMERACION NOT = "00"
               GO TO F-CORRIJO-RANGO.
           DISPLAY "Resolucion " NUM-RESOLUCION " del "
               NUM-FECHA-RESOL " vence " NUM-FECHA-VENCE.
           DISPLAY "Numero de la resolucion (en blanco = igual):".
           ACCEPT WS-RESOLUCION.
           IF WS-RESOLUCION NOT = SPACE
               MOVE WS-RESOLUCION TO NUM-RESOLUCION.
           DISPLAY "Fecha de la resolucion (0 = igual):".
           ACCEPT WS-FECHA-RESOL.
           IF WS-FECHA-RESOL NOT = 0
               MOVE WS-FECHA-RESOL TO NUM-FECHA-RESOL.
           DISPLAY "Fecha de vencimiento (0 = igual):".
           ACCEPT WS-FECHA-VENCE.
           IF WS-FECHA-VENCE NOT = 0
               MOVE WS-FECHA-VENCE TO NUM-FECHA-VENCE.
           IF NUM-FECHA-VENCE < NUM-FECHA-RESOL
               DISPLAY "Vigencia no valida, no se graba."
               GO TO F-CORRIJO-RANGO.
           REWRITE REG-NUMERACION.
           IF ST-NUMERACION > "07"
               DISPLAY "Error grabando el rango (" ST-NUMERACION ")."
               GO TO F-CORRIJO-RANGO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Rango " NUM-TIPO "-" NUM-SUCURSAL " " NUM-DESDE
               " res. " NUM-RESOLUCION (1:12) " del " NUM-FECHA-RESOL
               " vence " NUM-FECHA-VENCE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Rango corregido.".

       F-CORRIJO-RANGO.
           EXIT.

       ANULO-RANGO.
           PERFORM PIDO-CLAVE.
           PERFORM LEO-RANGO THRU F-LEO-RANGO.
           IF ST-NUMERACION NOT = "00"
               GO TO F-ANULO-RANGO.
           MOVE "I" TO NUM-ESTADO.
           REWRITE REG-NUMERACION.
           IF ST-NUMERACION > "07"
               DISPLAY "Error grabando el rango (" ST-NUMERACION ")."
               GO TO F-ANULO-RANGO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Rango " NUM-TIPO "-" NUM-SUCURSAL " " NUM-DESDE
               " anulado, ultimo entregado " NUM-ULTIMO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Rango anulado: no entrega mas numeros.".

       F-ANULO-RANGO.
           EXIT.

       LEO-RANGO.
           MOVE WS-TIPO     TO NUM-TIPO.
           MOVE WS-SUCURSAL TO NUM-SUCURSAL.
           MOVE WS-DESDE    TO NUM-DESDE.
           READ NUMERACION KEY IS NUM-CLAVE
               INVALID KEY
                   DISPLAY "Rango no encontrado."
           END-READ.

       F-LEO-RANGO.
           EXIT.

       LISTO-RANGOS.
           MOVE LOW-VALUES TO NUM-CLAVE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   DISPLAY "No hay rangos registrados."
                   GO TO F-LISTO-RANGOS
           END-START.

       LEO-RANGO-LISTA.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO F-LISTO-RANGOS
           END-READ.
           MOVE 0 TO WS-USADOS.
           MOVE NUM-EMPRESA TO WS-EMPRESA.
           IF WS-EMPRESA NOT NUMERIC OR WS-EMPRESA-NUM = 0
               MOVE 1 TO WS-EMPRESA-NUM.
           IF NUM-ULTIMO NUMERIC AND NUM-ULTIMO NOT < NUM-DESDE
               COMPUTE WS-USADOS = NUM-ULTIMO - NUM-DESDE + 1.
           DISPLAY "  " NUM-TIPO "-" NUM-SUCURSAL " " NUM-DESDE
               " al " NUM-HASTA " usados " WS-USADOS " res. "
               NUM-RESOLUCION " vence " NUM-FECHA-VENCE " ("
               NUM-ESTADO ") emp. " WS-EMPRESA.
           GO TO LEO-RANGO-LISTA.

       F-LISTO-RANGOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "NUMERACION" TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

           COPY EMPCORR.

       END PROGRAM MANTIENE-NUMERACION.
