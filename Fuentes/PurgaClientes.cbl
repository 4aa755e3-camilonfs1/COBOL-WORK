      *                     propio subcuentas.dat (SUBCUENTA.cpy) en
      *                     vez del OCCURS del maestro, que quedo
      *                     superado.
      *   2026-10-15  CEVR  Una cuenta con bloqueo legal vigente
      *                     (CONSULTA-BLOQUEO) no se purga aunque
      *                     cumpla la regla de inactividad; cada
      *                     cuenta saltada sale listada en el control
      *                     de la corrida.
      *   2026-10-15  CEVR  La cuenta purgada sin cierre previo se
      *                     archiva como cerrada con motivo "INA"
      *                     (inactividad) y la fecha de la purga, y
      *                     deja su linea "P" en cierres_cuenta.dat
      *                     para REPORTE-BAJAS; la que ya venia
      *                     cerrada conserva en el historico el
      *                     motivo con que se cerro.
      *   2026-10-15  CEVR  La linea de cierres_cuenta.dat lleva la
      *                     empresa del grupo de la cuenta.
      *   2026-10-15  CEVR  Modo simulacion (MODO_SIMULACION=S): revisa
      *                     todo el maestro desde el principio sin
      *                     borrar, sin checkpoint, sin auditoria ni
      *                     cierres; las cuentas que se purgarian salen
      *                     en simulacion_clientes_inactivos.dat y los
      *                     totales se comparan contra la ultima
      *                     corrida real.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-CLIENTES.
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT ARCHIVO-HISTORICO ASSIGN TO WS-HISTORICO-PATH
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-ARCHIVO.

                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CHECKPOINT.

           SELECT OPTIONAL CIERRES-CUENTA
                  ASSIGN TO "./cierres_cuenta.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

       DATA DIVISION.
       FILE SECTION.

       01  REG-CHECKPOINT.
           05 CKP-ULTIMO-ID  PIC 9(8).

       FD  CIERRES-CUENTA.

           COPY CIERRECTA.

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-ARCHIVO    PIC XX VALUE SPACE.
       01  ST-AUDITORIA  PIC XX VALUE SPACE.
       01  ST-CIERRES    PIC XX VALUE SPACE.
       01  WS-HISTORICO-PATH PIC X(60)
                         VALUE "./clientes_inactivos.dat".

      * Motivo de cierre que se estampa en el historico a la cuenta
      * purgada sin cierre previo (ver MOTIVOCIE.cpy).
       01  WS-MOTIVO-PURGA  PIC X(3) VALUE "INA".

      * Campos para el registro PURGA de la pista de auditoria,
      * igual que GRABO-AUDITORIA en INICIO_2 (el operador queda en
       01  WS-EXCLUIDA-SW       PIC X VALUE "N".
           88 CLIENTE-EXCLUIDO  VALUE "S".
       01  WS-TOTAL-EXCLUIDOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-BLOQUEADOS  PIC 9(7) VALUE 0.
       01  WS-ULTIMO-CHECKPOINT    PIC 9(8) VALUE 0.
       01  WS-CONTADOR-CHECKPOINT  PIC 9(4) VALUE 0.

       01  WS-SUB-SALDO-TOTAL  PIC S9(8)V9(2) VALUE 0.
       01  WS-ID-MATRIZ        PIC 9(8) VALUE 0.

           COPY BLOQWS.

           COPY BANNERWS.

           COPY RESCORR.

           COPY SIMULAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "PURGA-CLIENTES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM LEO-MODO-SIMULACION.
      *    La simulacion revisa el maestro completo y no deja
      *    checkpoint: no hay purga real que reanudar.
           IF CORRIDA-SIMULADA
               MOVE "./simulacion_clientes_inactivos.dat"
                   TO WS-HISTORICO-PATH
               MOVE 0 TO WS-ULTIMO-CHECKPOINT
           ELSE
               PERFORM LEO-CHECKPOINT.
           PERFORM CARGO-EXCLUSIONES THRU F-CARGO-EXCLUSIONES.
           PERFORM ABRO-ARCHIVOS.
           PERFORM CALCULO-FECHA-CORTE.
      *    Corrida completa: el checkpoint vuelve a cero para que la
      *    proxima purga arranque desde el principio.
           MOVE 0 TO WS-ULTIMO-CHECKPOINT.
           IF NOT CORRIDA-SIMULADA
               PERFORM GRABO-CHECKPOINT.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.
               MOVE "S" TO WS-EXCLUIDA-SW.

       ABRO-ARCHIVOS.
           IF CORRIDA-SIMULADA
               OPEN INPUT CLIENTES
           ELSE
               OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
               DISPLAY "Archivo de sub-cuentas no disponible ("
                   ST-SUBCUENTAS "), se asume saldo cero en "
                   "sucursales.".
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-AUDITORIA
           ELSE
               OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL (" ST-AUDITORIA
                   "): las purgas no dejarian pista."
               DISPLAY "Error abriendo ARCHIVO-HISTORICO (" ST-ARCHIVO
                   ")"
               MOVE 16 TO RETURN-CODE.
           IF CORRIDA-SIMULADA
               MOVE "00" TO ST-CIERRES
           ELSE
               OPEN EXTEND CIERRES-CUENTA.
           IF ST-CIERRES > "07"
               DISPLAY "Bitacora de cierres no disponible ("
                   ST-CIERRES "), las purgas no llegaran al reporte "
                   "de bajas.".
           IF WS-ULTIMO-CHECKPOINT > 0
               MOVE WS-ULTIMO-CHECKPOINT
                   TO ID-CLIENTE IN REG-CLIENTES
              AND CLI-ULTIMO-CONTACTO IN REG-CLIENTES > 0
              AND CLI-ULTIMO-CONTACTO IN REG-CLIENTES < WS-FECHA-CORTE
               PERFORM VERIFICO-EXCLUSION
               PERFORM VERIFICO-BLOQUEO
               IF CLIENTE-EXCLUIDO
                   ADD 1 TO WS-TOTAL-EXCLUIDOS
               ELSE
                   IF CLIENTE-BLOQUEADO
                       ADD 1 TO WS-TOTAL-BLOQUEADOS
                       DISPLAY "Bloqueo legal, no se purga: "
                           CLI-ID IN REG-CLIENTES " desde "
                           WS-BLOQUEO-FECHA " " WS-BLOQUEO-MOTIVO
                   ELSE
                       PERFORM ARCHIVO-Y-BORRO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CONTADOR-CHECKPOINT.
               MOVE 0 TO WS-CONTADOR-CHECKPOINT.
           PERFORM LEO-CLIENTE THRU FIN-LEO-CLIENTE.

      ******************************************************************
      * Una cuenta en litigio o bajo investigacion conserva todo su
      * rastro mientras el bloqueo legal este vigente.
      ******************************************************************
       VERIFICO-BLOQUEO.
           MOVE CLI-ID IN REG-CLIENTES TO WS-BLOQUEO-ID.
           CALL "CONSULTA-BLOQUEO" USING WS-BLOQUEO-ID WS-BLOQUEO-SW
               WS-BLOQUEO-MOTIVO WS-BLOQUEO-FECHA WS-BLOQUEO-OPERADOR.

       ARCHIVO-Y-BORRO.
           IF NOT CORRIDA-SIMULADA
               DELETE CLIENTES RECORD.
           IF ST-FILE > "07"
               DISPLAY "Error archivando cliente "
                   CLI-ID IN REG-CLIENTES ": " ST-FILE
           ELSE
               MOVE REG-CLIENTES TO REG-ARCHIVO
               IF NOT CUENTA-CERRADA IN REG-CLIENTES
                   MOVE "C" TO CLI-ESTADO IN REG-ARCHIVO
                   MOVE WS-MOTIVO-PURGA
                       TO CLI-MOTIVO-CIERRE IN REG-ARCHIVO
                   MOVE WS-FECHA-HOY TO CLI-FECHA-CIERRE IN REG-ARCHIVO
                   IF NOT CORRIDA-SIMULADA
                       PERFORM GRABO-CIERRE-PURGA
                           THRU F-GRABO-CIERRE-PURGA
                   END-IF
               END-IF
               WRITE REG-ARCHIVO
               ADD 1 TO WS-TOTAL-ARCHIVADOS
               IF NOT CORRIDA-SIMULADA
                   PERFORM GRABO-AUDITORIA-PURGA
               END-IF
           END-IF.

      ******************************************************************
                   AUD-ID-CLIENTE " (" ST-AUDITORIA ")."
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Deja la linea "P" de la cuenta purgada sin cierre previo en
      * cierres_cuenta.dat, con la foto que el maestro pierde.
      ******************************************************************
       GRABO-CIERRE-PURGA.
           IF ST-CIERRES > "07"
               GO TO F-GRABO-CIERRE-PURGA.
           MOVE WS-FECHA-HOY TO CIE-FECHA.
           MOVE CLI-ID IN REG-CLIENTES TO CIE-ID-CLIENTE.
           MOVE "P" TO CIE-EVENTO.
           MOVE WS-MOTIVO-PURGA TO CIE-MOTIVO.
           MOVE CLI_CATEGORIA IN REG-CLIENTES TO CIE-CATEGORIA.
           MOVE CLI_CODPOST IN REG-CLIENTES TO CIE-CODPOST.
           MOVE CLI-SALDO IN REG-CLIENTES TO CIE-SALDO.
           MOVE CLI-MONEDA IN REG-CLIENTES TO CIE-MONEDA.
           IF CLI-FECHA-ALTA IN REG-CLIENTES NUMERIC
               MOVE CLI-FECHA-ALTA IN REG-CLIENTES TO CIE-FECHA-ALTA
           ELSE
               MOVE 0 TO CIE-FECHA-ALTA.
           MOVE SPACE TO CIE-OPERADOR.
           MOVE CLI-EMPRESA IN REG-CLIENTES TO CIE-EMPRESA.
           WRITE REG-CIERRE-CUENTA.

       F-GRABO-CIERRE-PURGA.
           EXIT.

       IMPRIMO-RESUMEN.
           IF CORRIDA-SIMULADA
               DISPLAY "=== SIMULACION: NINGUNA CUENTA FUE BORRADA ===".
           DISPLAY "Fecha de corte de inactividad: " WS-FECHA-CORTE.
           DISPLAY "Clientes revisados  : " WS-TOTAL-REVISADOS.
           DISPLAY "Clientes archivados : " WS-TOTAL-ARCHIVADOS.
           DISPLAY "Retenidos por exclusion del gerente: "
               WS-TOTAL-EXCLUIDOS.
           DISPLAY "Retenidos por bloqueo legal        : "
               WS-TOTAL-BLOQUEADOS.
           MOVE "CLIENTES REVISADOS"      TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-REVISADOS        TO WS-SIM-CANTIDAD.
           MOVE 0                         TO WS-SIM-VALOR.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "CLIENTES ARCHIVADOS"     TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-ARCHIVADOS       TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "RETENIDOS POR EXCLUSION" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-EXCLUIDOS        TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           MOVE "RETENIDOS POR BLOQUEO LEGAL" TO WS-SIM-CONCEPTO.
           MOVE WS-TOTAL-BLOQUEADOS       TO WS-SIM-CANTIDAD.
           PERFORM ANOTO-RESULTADO THRU F-ANOTO-RESULTADO.
           PERFORM CIERRO-RESULTADOS.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           IF ST-SUBCUENTAS NOT > "07"
               CLOSE SUBCUENTAS.
           CLOSE ARCHIVO-HISTORICO.
           IF NOT CORRIDA-SIMULADA
               CLOSE AUDITORIA-TRAIL
               IF ST-CIERRES NOT > "07"
                   CLOSE CIERRES-CUENTA
               END-IF
           END-IF.

           COPY BANNER.

           COPY SIMULA.

       END PROGRAM PURGA-CLIENTES.
