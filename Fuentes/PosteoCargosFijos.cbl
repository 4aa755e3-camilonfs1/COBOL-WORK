      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Posteo nocturno de los cargos fijos recurrentes
      *          (cargos_fijos.dat, CARGOFIJO.cpy): recorre los
      *          cargos activos y, por cada uno que vence en el
      *          periodo de hoy segun su frecuencia y su dia de
      *          inicio, carga el valor a CLI-SALDO y deja el
      *          movimiento CARGOFIJO con el saldo resultante. Las
      *          cuentas bloqueadas o cerradas (CLI-ESTADO) y los
      *          cargos en moneda distinta a la de la cuenta se
      *          saltan; los cargos cuya fecha fin ya paso se marcan
      *          terminados. CFJ-ULTIMO-PERIODO es la compuerta: un
      *          periodo ya posteado no se vuelve a postear en una
      *          recorrida. Cierra con el reporte de control fechado
      *          de cargos posteados, saltados y terminados.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  El cargo fijo suma a los cargos del saldo
      *                     (COMPONENTES-SALDO).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Si el movimiento del cargo no se graba, el
      *                     cargo no se postea: se devuelve el saldo,
      *                     el periodo queda sin marcar, no entra a los
      *                     totales y el reporte lo muestra con error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEO-CARGOS-FIJOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL CARGOS-FIJOS ASSIGN TO "./cargos_fijos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CFJ-CLAVE
                  STATUS ST-CARGOS.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  CARGOS-FIJOS.

           COPY CARGOFIJO.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS   PIC XX VALUE SPACE.
       01  ST-CARGOS        PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-REPORTE-PATH  PIC X(60) VALUE SPACE.

       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-PERIODO-HOY  PIC 9(6).
           05 WS-DIA-HOY      PIC 99.
       01  WS-PERIODO-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY     PIC 9(4).
           05 WS-MES-HOY      PIC 99.
           05 FILLER          PIC 99.

       01  WS-FECHA-INICIO  PIC 9(8) VALUE 0.
       01  WS-FECHA-INICIO-R REDEFINES WS-FECHA-INICIO.
           05 WS-ANIO-INICIO  PIC 9(4).
           05 WS-MES-INICIO   PIC 99.
           05 WS-DIA-INICIO   PIC 99.
       01  WS-PERIODO-INICIO PIC 9(6) VALUE 0.

      * Meses corridos desde el inicio del cargo y su intervalo de
      * cobro segun la frecuencia (1, 3, 6 o 12 meses).
       01  WS-MESES-CORRIDOS PIC S9(5) VALUE 0.
       01  WS-INTERVALO      PIC 99    VALUE 0.
       01  WS-COCIENTE       PIC 9(5)  VALUE 0.
       01  WS-RESIDUO        PIC 99    VALUE 0.

       01  WS-MOTIVO         PIC X(20) VALUE SPACE.
       01  WS-VALOR-CARGO    PIC S9(7)V9(3) VALUE 0.

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-POSTEADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALTADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-TERMINADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-YA-POSTEADOS PIC 9(7) VALUE 0.
       01  WS-VALOR-POSTEADO   PIC S9(9)V9(3) VALUE 0.

       01  WS-TIPO-VALIDO    PIC X VALUE SPACE.

       01  LINEA-DETALLE.
           05 DET-ID        PIC Z(7)9.
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-CODIGO    PIC X(6).
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-VALOR     PIC -(6)9,999.
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-MONEDA    PIC X(3).
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-RESULTADO PIC X(10).
           05 FILLER        PIC X     VALUE SPACE.
           05 DET-MOTIVO    PIC X(20).

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "POSTEO-CARGOS-FIJOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./cargos_fijos_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           MOVE "CONTROL DEL POSTEO DE CARGOS FIJOS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "FECHA: " WS-FECHA-HOY "  PERIODO: " WS-PERIODO-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM RECORRO-CARGOS THRU F-RECORRO-CARGOS.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O CARGOS-FIJOS.
           IF ST-CARGOS = "35"
               OPEN OUTPUT CARGOS-FIJOS
               CLOSE CARGOS-FIJOS
               OPEN I-O CARGOS-FIJOS.
           IF ST-CARGOS > "07"
               DISPLAY "Error abriendo CARGOS-FIJOS (" ST-CARGOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Recorre los cargos fijos en orden de cliente y codigo.
      ******************************************************************
       RECORRO-CARGOS.
           MOVE LOW-VALUES TO CFJ-CLAVE.
           START CARGOS-FIJOS KEY IS NOT LESS THAN CFJ-CLAVE
               INVALID KEY
                   DISPLAY "No hay cargos fijos registrados."
                   GO TO F-RECORRO-CARGOS
           END-START.

       LEO-CARGO.
           READ CARGOS-FIJOS NEXT RECORD
               AT END
                   GO TO F-RECORRO-CARGOS
           END-READ.
           IF ST-CARGOS > "07" AND ST-CARGOS NOT = "10"
               DISPLAY "Error leyendo CARGOS-FIJOS (" ST-CARGOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-RECORRO-CARGOS.
           IF CARGO-TERMINADO
               GO TO LEO-CARGO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           PERFORM EVALUO-CARGO THRU F-EVALUO-CARGO.
           GO TO LEO-CARGO.

       F-RECORRO-CARGOS.
           EXIT.

      ******************************************************************
      * Decide si el cargo vence hoy: termina el vencido, ignora el
      * que no cae en el periodo, salta el ya posteado (recorrida) y
      * la cuenta que no puede recibir cargos; postea el resto.
      ******************************************************************
       EVALUO-CARGO.
           IF CFJ-FECHA-FIN NOT = 0 AND CFJ-FECHA-FIN < WS-FECHA-HOY
               PERFORM TERMINO-CARGO
               GO TO F-EVALUO-CARGO.
           MOVE CFJ-FECHA-INICIO TO WS-FECHA-INICIO.
           MOVE WS-FECHA-INICIO (1:6) TO WS-PERIODO-INICIO.
           IF WS-PERIODO-HOY < WS-PERIODO-INICIO
               GO TO F-EVALUO-CARGO.
           EVALUATE TRUE
               WHEN CARGO-TRIMESTRAL
                   MOVE 3 TO WS-INTERVALO
               WHEN CARGO-SEMESTRAL
                   MOVE 6 TO WS-INTERVALO
               WHEN CARGO-ANUAL
                   MOVE 12 TO WS-INTERVALO
               WHEN OTHER
                   MOVE 1 TO WS-INTERVALO
           END-EVALUATE.
           COMPUTE WS-MESES-CORRIDOS =
               (WS-ANIO-HOY - WS-ANIO-INICIO) * 12
               + WS-MES-HOY - WS-MES-INICIO.
           DIVIDE WS-MESES-CORRIDOS BY WS-INTERVALO
               GIVING WS-COCIENTE REMAINDER WS-RESIDUO.
           IF WS-RESIDUO NOT = 0
               GO TO F-EVALUO-CARGO.
      *    El cargo vence el dia de su fecha de inicio; el que cae en
      *    un dia que el mes no tiene (29 a 31) vence desde el 28.
           IF WS-DIA-HOY < WS-DIA-INICIO AND WS-DIA-HOY < 28
               GO TO F-EVALUO-CARGO.
           IF CFJ-ULTIMO-PERIODO NOT < WS-PERIODO-HOY
               ADD 1 TO WS-TOTAL-YA-POSTEADOS
               GO TO F-EVALUO-CARGO.
           MOVE CFJ-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                   PERFORM SALTO-CARGO
                   GO TO F-EVALUO-CARGO
           END-READ.
           IF CUENTA-BLOQUEADA
               MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
               PERFORM SALTO-CARGO
               GO TO F-EVALUO-CARGO.
           IF CUENTA-CERRADA
               MOVE "CUENTA CERRADA" TO WS-MOTIVO
               PERFORM SALTO-CARGO
               GO TO F-EVALUO-CARGO.
           IF CFJ-MONEDA NOT = SPACE AND CFJ-MONEDA NOT = CLI-MONEDA
               MOVE "MONEDA DISTINTA" TO WS-MOTIVO
               PERFORM SALTO-CARGO
               GO TO F-EVALUO-CARGO.
           PERFORM POSTEO-CARGO THRU F-POSTEO-CARGO.

       F-EVALUO-CARGO.
           EXIT.

      ******************************************************************
      * Postea el cargo: la deuda crece (CLI-SALDO baja), queda el
      * movimiento CARGOFIJO y el periodo se marca posteado.
      ******************************************************************
       POSTEO-CARGO.
           COMPUTE WS-VALOR-CARGO = 0 - CFJ-VALOR.
           ADD WS-VALOR-CARGO TO CLI-SALDO.
           MOVE "CARGOFIJO" TO WS-CMP-TIPO.
           MOVE WS-VALOR-CARGO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el saldo del cliente " CLI-ID
                   " (" ST-FILE "), el cargo " CFJ-CODIGO
                   " no se postea."
               MOVE 16 TO RETURN-CODE
               MOVE "ERROR MAESTRO" TO WS-MOTIVO
               PERFORM SALTO-CARGO
               GO TO F-POSTEO-CARGO.
           MOVE CLI-ID TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0              TO MOV-SECUENCIA.
           MOVE "CARGOFIJO"    TO MOV-TIPO.
           MOVE WS-VALOR-CARGO TO MOV-VALOR.
           MOVE CLI-SALDO      TO MOV-SALDO-NUEVO.
           MOVE SPACE          TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
      *    Referencia al cargo y al periodo cobrado.
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "CARGO " CFJ-CODIGO " P" WS-PERIODO-HOY
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "Aviso: tipo de movimiento " MOV-TIPO
                   " no esta en la tabla de tipos.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-CARGO-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-CARGO-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento del cargo "
                   CFJ-CODIGO " del cliente " CLI-ID " ("
                   ST-MOVIMIENTOS "), el cargo no se postea."
               MOVE 16 TO RETURN-CODE
               PERFORM DEVUELVO-SALDO-CARGO
               MOVE "ERROR MOV" TO DET-RESULTADO
               MOVE "ERROR MOVIMIENTOS" TO WS-MOTIVO
               PERFORM IMPRIMO-DETALLE
               GO TO F-POSTEO-CARGO.
           MOVE WS-PERIODO-HOY TO CFJ-ULTIMO-PERIODO.
           REWRITE REG-CARGO-FIJO.
           IF ST-CARGOS > "07"
               DISPLAY "Error marcando el periodo del cargo "
                   CFJ-CODIGO " del cliente " CLI-ID " ("
                   ST-CARGOS "), REVISAR A MANO: el cargo ya esta "
                   "posteado."
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOTAL-POSTEADOS.
           ADD CFJ-VALOR TO WS-VALOR-POSTEADO.
           MOVE "POSTEADO" TO DET-RESULTADO.
           MOVE SPACE      TO WS-MOTIVO.
           PERFORM IMPRIMO-DETALLE.

       F-POSTEO-CARGO.
           EXIT.

      ******************************************************************
      * El movimiento del cargo no se grabo: se devuelve el saldo que
      * ya se habia cargado, para que el periodo quede sin marcar y
      * la recorrida postee el cargo completo una sola vez.
      ******************************************************************
       DEVUELVO-SALDO-CARGO.
           SUBTRACT WS-VALOR-CARGO FROM CLI-SALDO.
           MOVE "CARGOFIJO" TO WS-CMP-TIPO.
           COMPUTE WS-CMP-VALOR = 0 - WS-VALOR-CARGO.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error devolviendo el saldo del cliente "
                   CLI-ID " (" ST-FILE "), REVISAR A MANO: el saldo "
                   "tiene el cargo " CFJ-CODIGO " sin movimiento."
               MOVE 16 TO RETURN-CODE.

       SALTO-CARGO.
           ADD 1 TO WS-TOTAL-SALTADOS.
           MOVE "SALTADO" TO DET-RESULTADO.
           PERFORM IMPRIMO-DETALLE.

       TERMINO-CARGO.
           MOVE "T" TO CFJ-ESTADO.
           REWRITE REG-CARGO-FIJO.
           IF ST-CARGOS > "07"
               DISPLAY "Error terminando el cargo " CFJ-CODIGO
                   " del cliente " CFJ-ID-CLIENTE " (" ST-CARGOS ")"
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOTAL-TERMINADOS.
           MOVE "TERMINADO" TO DET-RESULTADO.
           MOVE "VENCIO FECHA FIN" TO WS-MOTIVO.
           PERFORM IMPRIMO-DETALLE.

       IMPRIMO-DETALLE.
           MOVE CFJ-ID-CLIENTE  TO DET-ID.
           MOVE CFJ-CODIGO      TO DET-CODIGO.
           MOVE CFJ-DESCRIPCION TO DET-DESCRIPCION.
           MOVE CFJ-VALOR       TO DET-VALOR.
           MOVE CFJ-MONEDA      TO DET-MONEDA.
           MOVE WS-MOTIVO       TO DET-MOTIVO.
           MOVE LINEA-DETALLE   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "CARGOS ACTIVOS REVISADOS: " WS-TOTAL-LEIDOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CARGOS POSTEADOS: " WS-TOTAL-POSTEADOS
               "  VALOR: " WS-VALOR-POSTEADO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CARGOS SALTADOS: " WS-TOTAL-SALTADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CARGOS TERMINADOS: " WS-TOTAL-TERMINADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "YA POSTEADOS EN EL PERIODO (RECORRIDA): "
               WS-TOTAL-YA-POSTEADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Cargos fijos posteados : " WS-TOTAL-POSTEADOS.
           DISPLAY "Cargos fijos saltados  : " WS-TOTAL-SALTADOS.
           DISPLAY "Cargos fijos terminados: " WS-TOTAL-TERMINADOS.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE CARGOS-FIJOS.
           CLOSE REPORTE.

      ******************************************************************
      * Deja la generacion fechada del reporte de control anotada en
      * el registro de generaciones, para LIMPIA-GENERACIONES.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "cargos_fijos" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

       END PROGRAM POSTEO-CARGOS-FIJOS.
