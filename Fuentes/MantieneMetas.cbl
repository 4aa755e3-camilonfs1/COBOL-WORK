      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de las metas mensuales de cobranza
      *          (metas_cobranza.dat, METACOB.cpy): un operador
      *          firmado de nivel de actualizacion fija o corrige, por
      *          cobrador y periodo (AAAAMM), la meta de recaudo y la
      *          de cuentas a curar, la borra, o lista las metas de
      *          un periodo. El cobrador se valida contra el maestro
      *          de operadores (el mismo OPE-ID de COB-COBRADOR). Cada
      *          cambio queda en auditoria.dat. AVANCE-METAS compara
      *          cada dia lo recaudado en el mes contra estas metas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-METAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL METAS-COBRANZA
                  ASSIGN TO "./metas_cobranza.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MET-CLAVE
                  STATUS ST-METAS.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  METAS-COBRANZA.

           COPY METACOB.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-METAS      PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.

       01  WS-OPCION    PIC X    VALUE SPACE.
       01  WS-COBRADOR  PIC X(8) VALUE SPACE.
       01  WS-PERIODO   PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-PERIODO.
           05 WS-PER-ANO   PIC 9(4).
           05 WS-PER-MES   PIC 99.
       01  WS-META-NUEVA-SW PIC X VALUE "N".
           88 META-NUEVA VALUE "S".
       01  WS-OPERADORES-SW PIC X VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADAS PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-METAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Se requiere firma de operador con nivel de "
                   "actualizacion, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O METAS-COBRANZA.
           IF ST-METAS = "35"
               OPEN OUTPUT METAS-COBRANZA
               CLOSE METAS-COBRANZA
               OPEN I-O METAS-COBRANZA.
           IF ST-METAS > "07"
               DISPLAY "Error abriendo METAS-COBRANZA (" ST-METAS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES > "07"
               DISPLAY "Maestro de operadores no disponible ("
                   ST-OPERADORES "), el cobrador no se valida."
           ELSE
               SET OPERADORES-DISPONIBLES TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir meta, (B)orrar, "
               "(L)istar periodo o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-META THRU F-EDITO-META
               WHEN "B" WHEN "b"
                   PERFORM BORRO-META THRU F-BORRO-META
               WHEN "L" WHEN "l"
                   PERFORM LISTO-METAS THRU F-LISTO-METAS
               WHEN "S" WHEN "s"
                   CLOSE METAS-COBRANZA
                   IF OPERADORES-DISPONIBLES
                       CLOSE OPERADORES
                   END-IF
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Pide cobrador y periodo: el cobrador debe existir en el
      * maestro de operadores y el periodo ser un mes valido.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-META-NUEVA-SW.
           DISPLAY "Cobrador (ID de operador):".
           ACCEPT WS-COBRADOR.
           IF WS-COBRADOR = SPACE
               DISPLAY "Cobrador invalido."
               GO TO F-PIDO-CLAVE.
           IF OPERADORES-DISPONIBLES
               MOVE WS-COBRADOR TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       DISPLAY "El cobrador no esta en el maestro de "
                           "operadores."
                       MOVE SPACE TO WS-COBRADOR
                       GO TO F-PIDO-CLAVE
               END-READ
               DISPLAY "Cobrador: " OPE-NOMBRE.
           DISPLAY "Periodo (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE SPACE TO WS-COBRADOR
               GO TO F-PIDO-CLAVE.
           MOVE WS-COBRADOR TO MET-COBRADOR.
           MOVE WS-PERIODO  TO MET-PERIODO.
           READ METAS-COBRANZA KEY IS MET-CLAVE
               INVALID KEY
                   SET META-NUEVA TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-META.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF WS-COBRADOR = SPACE
               GO TO F-EDITO-META.
           IF META-NUEVA
               DISPLAY "Meta nueva."
               MOVE WS-COBRADOR TO MET-COBRADOR
               MOVE WS-PERIODO  TO MET-PERIODO
           ELSE
               DISPLAY "Meta actual: recaudo " MET-META-RECAUDO
                   " cuentas a curar " MET-META-CURAS.
           DISPLAY "Meta de recaudo del mes:".
           ACCEPT MET-META-RECAUDO.
           DISPLAY "Meta de cuentas a curar en el mes:".
           ACCEPT MET-META-CURAS.
           IF MET-META-RECAUDO = 0 AND MET-META-CURAS = 0
               DISPLAY "La meta no puede quedar en cero, no se graba."
               GO TO F-EDITO-META.
           ACCEPT MET-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO MET-OPERADOR.
           IF META-NUEVA
               WRITE REG-META-COBRO
           ELSE
               REWRITE REG-META-COBRO.
           IF ST-METAS > "07"
               DISPLAY "Error grabando la meta (" ST-METAS ")."
               GO TO F-EDITO-META.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Meta " MET-COBRADOR " " MET-PERIODO " recaudo "
               MET-META-RECAUDO " curas " MET-META-CURAS
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Meta grabada.".

       F-EDITO-META.
           EXIT.

       BORRO-META.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF WS-COBRADOR = SPACE
               GO TO F-BORRO-META.
           IF META-NUEVA
               DISPLAY "No hay meta para ese cobrador y periodo."
               GO TO F-BORRO-META.
           DELETE METAS-COBRANZA RECORD.
           IF ST-METAS > "07"
               DISPLAY "Error borrando la meta (" ST-METAS ")."
               GO TO F-BORRO-META.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Meta " WS-COBRADOR " " WS-PERIODO " borrada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Meta borrada.".

       F-BORRO-META.
           EXIT.

       LISTO-METAS.
           DISPLAY "Periodo a listar (AAAAMM):".
           ACCEPT WS-PERIODO.
           MOVE 0 TO WS-TOTAL-LISTADAS.
           MOVE LOW-VALUES TO MET-CLAVE.
           START METAS-COBRANZA KEY IS NOT LESS THAN MET-CLAVE
               INVALID KEY
                   DISPLAY "No hay metas cargadas."
                   GO TO F-LISTO-METAS
           END-START.

       LEO-META.
           READ METAS-COBRANZA NEXT RECORD
               AT END
                   DISPLAY "Metas del periodo: " WS-TOTAL-LISTADAS
                   GO TO F-LISTO-METAS
           END-READ.
           IF MET-PERIODO NOT = WS-PERIODO
               GO TO LEO-META.
           ADD 1 TO WS-TOTAL-LISTADAS.
           DISPLAY "  " MET-COBRADOR " recaudo " MET-META-RECAUDO
               " curas " MET-META-CURAS " (" MET-OPERADOR " "
               MET-FECHA-ALTA ")".
           GO TO LEO-META.

       F-LISTO-METAS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "METACOBRO"  TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-METAS.
