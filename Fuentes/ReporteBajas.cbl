      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte mensual de bajas (desercion de clientes) a
      *          partir de la bitacora de cierres cierres_cuenta.dat
      *          (CIERRECTA.cpy): las cuentas cerradas en INICIO_2 o
      *          archivadas por PURGA-CLIENTES en el mes tecleado,
      *          por motivo de cierre (con su tipo voluntario o
      *          involuntario de motivos_cierre.dat), por categoria y
      *          por zona postal, con la cantidad, las reabiertas del
      *          mes, el saldo que se llevaron (convertido a la
      *          moneda base con la tasa en vigor a la fecha del
      *          cierre) y la antiguedad promedio en meses desde
      *          CLI-FECHA-ALTA. Cierra con la tendencia de los doce
      *          meses que terminan en el periodo. Reporte en
      *          ./bajas_cuentas_AAAAMM.txt.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-BAJAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CIERRES-CUENTA
                  ASSIGN TO "./cierres_cuenta.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL MOTIVOS-CIERRE
                  ASSIGN TO "./motivos_cierre.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MTC-CODIGO
                  STATUS ST-MOTIVOS.

           COPY CATSEL.

           SELECT OPTIONAL CODIGOS-POSTALES ASSIGN TO "./codpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COD-POSTAL
                  STATUS ST-CODPOSTAL.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CIERRES-CUENTA.

           COPY CIERRECTA.

       FD  MOTIVOS-CIERRE.

           COPY MOTIVOCIE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  CODIGOS-POSTALES.

           COPY CODPOSTAL.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-CIERRES      PIC XX VALUE SPACE.
       01  ST-MOTIVOS      PIC XX VALUE SPACE.
       01  ST-CATEGORIAS   PIC XX VALUE SPACE.
       01  ST-CODPOSTAL    PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-MOTIVOS-SW        PIC X VALUE "N".
           88 MOTIVOS-DISPONIBLES    VALUE "S".
       01  WS-CATEGORIAS-SW     PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".
       01  WS-CODPOSTAL-SW      PIC X VALUE "N".
           88 CODPOSTAL-DISPONIBLE   VALUE "S".

       01  WS-PERIODO          PIC 9(6)  VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO       PIC 9(4).
           05 WS-PER-MES       PIC 99.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACE.
       01  WS-FECHA-HOY        PIC 9(8)  VALUE 0.

      * Fechas del evento leido y de alta de la cuenta, partidas para
      * contar meses.
       01  WS-FECHA-EVENTO     PIC 9(8)  VALUE 0.
       01  WS-EVENTO-PARTES REDEFINES WS-FECHA-EVENTO.
           05 WS-EVE-ANO       PIC 9(4).
           05 WS-EVE-MES       PIC 99.
           05 WS-EVE-DIA       PIC 99.
       01  WS-FECHA-ALTA       PIC 9(8)  VALUE 0.
       01  WS-ALTA-PARTES REDEFINES WS-FECHA-ALTA.
           05 WS-ALT-ANO       PIC 9(4).
           05 WS-ALT-MES       PIC 99.
           05 WS-ALT-DIA       PIC 99.
       01  WS-MESES-ATRAS      PIC S9(5) VALUE 0.
       01  WS-MESES-ANTIGUEDAD PIC S9(5) VALUE 0.
       01  WS-ANTIGUEDAD-SW    PIC X     VALUE "N".
           88 ANTIGUEDAD-CONOCIDA VALUE "S".
       01  WS-SALDO-BASE       PIC S9(9)V9(3) VALUE 0.

      * Conversion a base con la tasa en vigor a la fecha del cierre.
       01  WS-TAS-MONEDA    PIC X(3)      VALUE SPACE.
       01  WS-TAS-FECHA     PIC 9(8)      VALUE 0.
       01  WS-TAS-TASA      PIC 9(5)V9(6) VALUE 0.
       01  WS-TAS-HALLADA   PIC X         VALUE "N".
       01  WS-SIN-TASA      PIC 9(5)      VALUE 0.

      * Acumuladores del mes por grupo: GRP-TIPO "M" motivo de
      * cierre, "K" categoria, "Z" zona postal; la tabla se mantiene
      * ordenada por tipo y clave al insertar.
       01  WS-GRP-USADOS       PIC 9(3) VALUE 0.
       01  WS-GRP-I            PIC 9(3) VALUE 0.
       01  WS-GRP-J            PIC 9(3) VALUE 0.
       01  WS-GRUPOS-LLENOS    PIC 9(5) VALUE 0.
       01  WS-TABLA-GRUPOS.
           05 WS-GRUPO OCCURS 400 TIMES.
               10 GRP-TIPO        PIC X.
               10 GRP-CLAVE       PIC X(20).
               10 GRP-CIERRES     PIC 9(7).
               10 GRP-REABIERTAS  PIC 9(7).
               10 GRP-SALDO       PIC S9(11)V9(3).
               10 GRP-MESES       PIC 9(9).
               10 GRP-CON-ANTIG   PIC 9(7).
       01  WS-BUS-TIPO         PIC X     VALUE SPACE.
       01  WS-BUS-CLAVE        PIC X(20) VALUE SPACE.

      * Totales del mes.
       01  WS-TOT-CIERRES      PIC 9(7)       VALUE 0.
       01  WS-TOT-REABIERTAS   PIC 9(7)       VALUE 0.
       01  WS-TOT-SALDO        PIC S9(11)V9(3) VALUE 0.
       01  WS-TOT-MESES        PIC 9(9)       VALUE 0.
       01  WS-TOT-CON-ANTIG    PIC 9(7)       VALUE 0.
       01  WS-TOT-VOLUNTARIAS  PIC 9(7)       VALUE 0.
       01  WS-TOT-INVOLUNTARIAS PIC 9(7)      VALUE 0.
       01  WS-TOT-PURGADAS     PIC 9(7)       VALUE 0.
       01  WS-TOT-LEIDOS       PIC 9(7)       VALUE 0.

      * Tendencia: ocurrencia 12 = periodo tecleado, 1 = once meses
      * antes.
       01  WS-TABLA-TENDENCIA.
           05 WS-TENDENCIA OCCURS 12 TIMES.
               10 TND-PERIODO     PIC 9(6).
               10 TND-CIERRES     PIC 9(7).
               10 TND-REABIERTAS  PIC 9(7).
               10 TND-SALDO       PIC S9(11)V9(3).
       01  WS-TND-I            PIC 99    VALUE 0.
       01  WS-MES-ABSOLUTO     PIC 9(7)  VALUE 0.
       01  WS-TND-ANO          PIC 9(4)  VALUE 0.
       01  WS-TND-MES          PIC 99    VALUE 0.

      * Seccion en impresion y su descripcion.
       01  WS-SEC-TIPO         PIC X     VALUE SPACE.
       01  WS-DESCRIPCION      PIC X(30) VALUE SPACE.
       01  WS-TIPO-MOTIVO      PIC X     VALUE SPACE.
       01  WS-NETAS            PIC S9(7) VALUE 0.
       01  WS-PROMEDIO         PIC 9(5)V9 VALUE 0.
       01  WS-PORCENTAJE       PIC 9(3)V9 VALUE 0.

       01  LINEA-DETALLE.
           05 DET-CLAVE        PIC X(20).
           05 FILLER           PIC X     VALUE SPACE.
           05 DET-DESCRIPCION  PIC X(30).
           05 FILLER           PIC X     VALUE SPACE.
           05 DET-TIPO         PIC X.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-CIERRES      PIC Z(6)9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-PORCENTAJE   PIC ZZ9,9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-REABIERTAS   PIC Z(6)9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-NETAS        PIC -(6)9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-SALDO        PIC -(11)9,99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DET-ANTIGUEDAD   PIC Z(4)9,9.

       01  LINEA-TENDENCIA.
           05 TEN-PERIODO      PIC 9(6).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 TEN-CIERRES      PIC Z(6)9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 TEN-REABIERTAS   PIC Z(6)9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 TEN-NETAS        PIC -(6)9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 TEN-SALDO        PIC -(11)9,99.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-BAJAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"           TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo del reporte (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PER-ANO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING "./bajas_cuentas_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           PERFORM ARMO-TENDENCIA
               VARYING WS-TND-I FROM 1 BY 1 UNTIL WS-TND-I > 12.
           PERFORM CARGO-MOTIVOS THRU F-CARGO-MOTIVOS.
           PERFORM LEO-CIERRE THRU F-LEO-CIERRE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "BAJAS DE CLIENTES DEL PERIODO " WS-PERIODO
               "  CORRIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "M" TO WS-SEC-TIPO.
           PERFORM IMPRIMO-SECCION.
           MOVE "K" TO WS-SEC-TIPO.
           PERFORM IMPRIMO-SECCION.
           MOVE "Z" TO WS-SEC-TIPO.
           PERFORM IMPRIMO-SECCION.
           PERFORM IMPRIMO-TENDENCIA.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CIERRES-CUENTA.
           IF ST-CIERRES > "07"
               DISPLAY "Error abriendo CIERRES-CUENTA (" ST-CIERRES
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT MOTIVOS-CIERRE.
           IF ST-MOTIVOS = "00"
               SET MOTIVOS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Tabla de motivos de cierre no disponible, los "
                   "motivos salen sin descripcion.".
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Rotula los doce periodos de la tendencia, del mas viejo al
      * tecleado.
      ******************************************************************
       ARMO-TENDENCIA.
           COMPUTE WS-MES-ABSOLUTO =
               (WS-PER-ANO * 12) + WS-PER-MES - 1 - (12 - WS-TND-I).
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-TND-ANO
               REMAINDER WS-TND-MES.
           ADD 1 TO WS-TND-MES.
           COMPUTE TND-PERIODO (WS-TND-I) =
               (WS-TND-ANO * 100) + WS-TND-MES.
           MOVE 0 TO TND-CIERRES (WS-TND-I).
           MOVE 0 TO TND-REABIERTAS (WS-TND-I).
           MOVE 0 TO TND-SALDO (WS-TND-I).

      ******************************************************************
      * Todo motivo vigente sale en el reporte, aunque no tenga
      * cierres en el mes.
      ******************************************************************
       CARGO-MOTIVOS.
           IF NOT MOTIVOS-DISPONIBLES
               GO TO F-CARGO-MOTIVOS.
           MOVE LOW-VALUES TO MTC-CODIGO.
           START MOTIVOS-CIERRE KEY IS NOT LESS THAN MTC-CODIGO
               INVALID KEY
                   GO TO F-CARGO-MOTIVOS
           END-START.

       LEO-MOTIVO.
           READ MOTIVOS-CIERRE NEXT RECORD
               AT END
                   GO TO F-CARGO-MOTIVOS
           END-READ.
           IF ST-MOTIVOS > "07"
               GO TO F-CARGO-MOTIVOS.
           MOVE "M"        TO WS-BUS-TIPO.
           MOVE MTC-CODIGO TO WS-BUS-CLAVE.
           PERFORM UBICO-GRUPO THRU F-UBICO-GRUPO.
           GO TO LEO-MOTIVO.

       F-CARGO-MOTIVOS.
           EXIT.

      ******************************************************************
      * Recorre la bitacora: todo evento de los doce meses suma en la
      * tendencia; los del periodo tecleado ademas suman por motivo,
      * categoria y zona. Cierre ("C") y purga sin cierre previo
      * ("P") son bajas; la reapertura ("R") se informa aparte y se
      * descuenta en las netas.
      ******************************************************************
       LEO-CIERRE.
           READ CIERRES-CUENTA
               AT END
                   GO TO F-LEO-CIERRE
           END-READ.
           IF ST-CIERRES > "07"
               DISPLAY "Error leyendo CIERRES-CUENTA (" ST-CIERRES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-LEO-CIERRE.
           ADD 1 TO WS-TOT-LEIDOS.
           MOVE CIE-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-CIERRE.
           IF CIE-FECHA NOT NUMERIC
               GO TO LEO-CIERRE.
           MOVE CIE-FECHA TO WS-FECHA-EVENTO.
           COMPUTE WS-MESES-ATRAS =
               ((WS-PER-ANO * 12) + WS-PER-MES)
               - ((WS-EVE-ANO * 12) + WS-EVE-MES).
           IF WS-MESES-ATRAS < 0 OR WS-MESES-ATRAS > 11
               GO TO LEO-CIERRE.
           PERFORM CONVIERTO-SALDO THRU F-CONVIERTO-SALDO.
           COMPUTE WS-TND-I = 12 - WS-MESES-ATRAS.
           IF CIE-REAPERTURA
               ADD 1 TO TND-REABIERTAS (WS-TND-I)
           ELSE
               ADD 1 TO TND-CIERRES (WS-TND-I)
               ADD WS-SALDO-BASE TO TND-SALDO (WS-TND-I).
           IF WS-MESES-ATRAS NOT = 0
               GO TO LEO-CIERRE.
           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           IF CIE-REAPERTURA
               ADD 1 TO WS-TOT-REABIERTAS
           ELSE
               ADD 1 TO WS-TOT-CIERRES
               ADD WS-SALDO-BASE TO WS-TOT-SALDO
               IF CIE-PURGA
                   ADD 1 TO WS-TOT-PURGADAS
               END-IF
               IF ANTIGUEDAD-CONOCIDA
                   ADD WS-MESES-ANTIGUEDAD TO WS-TOT-MESES
                   ADD 1 TO WS-TOT-CON-ANTIG
               END-IF
           END-IF.
           MOVE "M"        TO WS-BUS-TIPO.
           MOVE CIE-MOTIVO TO WS-BUS-CLAVE.
           PERFORM ACUMULO-EVENTO THRU F-ACUMULO-EVENTO.
           MOVE "K"           TO WS-BUS-TIPO.
           MOVE CIE-CATEGORIA TO WS-BUS-CLAVE.
           PERFORM ACUMULO-EVENTO THRU F-ACUMULO-EVENTO.
           MOVE "Z"         TO WS-BUS-TIPO.
           MOVE CIE-CODPOST TO WS-BUS-CLAVE.
           PERFORM ACUMULO-EVENTO THRU F-ACUMULO-EVENTO.
           GO TO LEO-CIERRE.

       F-LEO-CIERRE.
           EXIT.

       CONVIERTO-SALDO.
           MOVE CIE-SALDO TO WS-SALDO-BASE.
           IF CIE-MONEDA = SPACE OR CIE-MONEDA = "USD"
               GO TO F-CONVIERTO-SALDO.
           MOVE CIE-MONEDA TO WS-TAS-MONEDA.
           MOVE CIE-FECHA  TO WS-TAS-FECHA.
           CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
               WS-TAS-TASA WS-TAS-HALLADA.
           IF WS-TAS-HALLADA = "S"
               COMPUTE WS-SALDO-BASE ROUNDED =
                   CIE-SALDO * WS-TAS-TASA
           ELSE
               ADD 1 TO WS-SIN-TASA.

       F-CONVIERTO-SALDO.
           EXIT.

      ******************************************************************
      * Meses completos de calendario entre la fecha de alta y la del
      * evento; sin fecha de alta (cuentas anteriores al campo) la
      * antiguedad queda desconocida y sale del promedio.
      ******************************************************************
       CALCULO-ANTIGUEDAD.
           MOVE "N" TO WS-ANTIGUEDAD-SW.
           MOVE 0   TO WS-MESES-ANTIGUEDAD.
           IF CIE-FECHA-ALTA NOT NUMERIC
               GO TO F-CALCULO-ANTIGUEDAD.
           IF CIE-FECHA-ALTA = 0 OR CIE-FECHA-ALTA > CIE-FECHA
               GO TO F-CALCULO-ANTIGUEDAD.
           MOVE CIE-FECHA-ALTA TO WS-FECHA-ALTA.
           COMPUTE WS-MESES-ANTIGUEDAD =
               ((WS-EVE-ANO * 12) + WS-EVE-MES)
               - ((WS-ALT-ANO * 12) + WS-ALT-MES).
           IF WS-EVE-DIA < WS-ALT-DIA AND WS-MESES-ANTIGUEDAD > 0
               SUBTRACT 1 FROM WS-MESES-ANTIGUEDAD.
           SET ANTIGUEDAD-CONOCIDA TO TRUE.

       F-CALCULO-ANTIGUEDAD.
           EXIT.

       ACUMULO-EVENTO.
           PERFORM UBICO-GRUPO THRU F-UBICO-GRUPO.
           IF WS-GRP-I = 0
               GO TO F-ACUMULO-EVENTO.
           IF CIE-REAPERTURA
               ADD 1 TO GRP-REABIERTAS (WS-GRP-I)
               GO TO F-ACUMULO-EVENTO.
           ADD 1 TO GRP-CIERRES (WS-GRP-I).
           ADD WS-SALDO-BASE TO GRP-SALDO (WS-GRP-I).
           IF ANTIGUEDAD-CONOCIDA
               ADD WS-MESES-ANTIGUEDAD TO GRP-MESES (WS-GRP-I)
               ADD 1 TO GRP-CON-ANTIG (WS-GRP-I).

       F-ACUMULO-EVENTO.
           EXIT.

      ******************************************************************
      * Deja en WS-GRP-I la fila de (WS-BUS-TIPO, WS-BUS-CLAVE),
      * insertandola en su lugar si no existe; cero si la tabla se
      * lleno.
      ******************************************************************
       UBICO-GRUPO.
           MOVE 1 TO WS-GRP-I.

       BUSCO-GRUPO.
           IF WS-GRP-I > WS-GRP-USADOS
               GO TO INSERTO-GRUPO.
           IF GRP-TIPO (WS-GRP-I) = WS-BUS-TIPO
            AND GRP-CLAVE (WS-GRP-I) = WS-BUS-CLAVE
               GO TO F-UBICO-GRUPO.
           IF GRP-TIPO (WS-GRP-I) > WS-BUS-TIPO
               GO TO INSERTO-GRUPO.
           IF GRP-TIPO (WS-GRP-I) = WS-BUS-TIPO
            AND GRP-CLAVE (WS-GRP-I) > WS-BUS-CLAVE
               GO TO INSERTO-GRUPO.
           ADD 1 TO WS-GRP-I.
           GO TO BUSCO-GRUPO.

       INSERTO-GRUPO.
           IF WS-GRP-USADOS >= 400
               ADD 1 TO WS-GRUPOS-LLENOS
               MOVE 0 TO WS-GRP-I
               GO TO F-UBICO-GRUPO.
           PERFORM CORRO-GRUPO
               VARYING WS-GRP-J FROM WS-GRP-USADOS BY -1
               UNTIL WS-GRP-J < WS-GRP-I.
           INITIALIZE WS-GRUPO (WS-GRP-I).
           MOVE WS-BUS-TIPO  TO GRP-TIPO (WS-GRP-I).
           MOVE WS-BUS-CLAVE TO GRP-CLAVE (WS-GRP-I).
           ADD 1 TO WS-GRP-USADOS.

       F-UBICO-GRUPO.
           EXIT.

       CORRO-GRUPO.
           MOVE WS-GRUPO (WS-GRP-J) TO WS-GRUPO (WS-GRP-J + 1).

      ******************************************************************
      * Una seccion del reporte: las filas de WS-SEC-TIPO con su
      * descripcion, y el total del mes.
      ******************************************************************
       IMPRIMO-SECCION.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           EVALUATE WS-SEC-TIPO
               WHEN "M"
                   MOVE SPACE TO LINEA-REPORTE
                   STRING "BAJAS POR MOTIVO DE CIERRE "
                       "(TIPO V = VOLUNTARIA, I = INVOLUNTARIA)"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
               WHEN "K"
                   MOVE "BAJAS POR CATEGORIA" TO LINEA-REPORTE
               WHEN OTHER
                   MOVE "BAJAS POR ZONA POSTAL" TO LINEA-REPORTE
           END-EVALUATE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLAVE                DESCRIPCION                    "
               "T  BAJAS    %BAJAS  REABIERTAS    NETAS    "
               "SALDO LLEVADO  ANTIG.MESES"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-GRUPO
               VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-USADOS.
           MOVE SPACE TO LINEA-DETALLE.
           MOVE "TOTAL DEL MES"   TO DET-CLAVE.
           MOVE WS-TOT-CIERRES    TO DET-CIERRES.
           IF WS-TOT-CIERRES > 0
               MOVE 100 TO DET-PORCENTAJE
           ELSE
               MOVE 0 TO DET-PORCENTAJE.
           MOVE WS-TOT-REABIERTAS TO DET-REABIERTAS.
           COMPUTE DET-NETAS = WS-TOT-CIERRES - WS-TOT-REABIERTAS.
           MOVE WS-TOT-SALDO      TO DET-SALDO.
           MOVE 0 TO WS-PROMEDIO.
           IF WS-TOT-CON-ANTIG > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-TOT-MESES / WS-TOT-CON-ANTIG.
           MOVE WS-PROMEDIO TO DET-ANTIGUEDAD.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-GRUPO.
           IF GRP-TIPO (WS-GRP-I) = WS-SEC-TIPO
               PERFORM BUSCO-DESCRIPCION
               PERFORM ARMO-DETALLE
               MOVE LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       ARMO-DETALLE.
           MOVE SPACE TO LINEA-DETALLE.
           MOVE GRP-CLAVE (WS-GRP-I) TO DET-CLAVE.
           IF GRP-CLAVE (WS-GRP-I) = SPACE
               MOVE "(SIN DATO)" TO DET-CLAVE.
           MOVE WS-DESCRIPCION TO DET-DESCRIPCION.
           MOVE WS-TIPO-MOTIVO TO DET-TIPO.
           MOVE GRP-CIERRES (WS-GRP-I)    TO DET-CIERRES.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOT-CIERRES > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   GRP-CIERRES (WS-GRP-I) * 100 / WS-TOT-CIERRES.
           MOVE WS-PORCENTAJE TO DET-PORCENTAJE.
           MOVE GRP-REABIERTAS (WS-GRP-I) TO DET-REABIERTAS.
           COMPUTE WS-NETAS =
               GRP-CIERRES (WS-GRP-I) - GRP-REABIERTAS (WS-GRP-I).
           MOVE WS-NETAS TO DET-NETAS.
           MOVE GRP-SALDO (WS-GRP-I) TO DET-SALDO.
           MOVE 0 TO WS-PROMEDIO.
           IF GRP-CON-ANTIG (WS-GRP-I) > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   GRP-MESES (WS-GRP-I) / GRP-CON-ANTIG (WS-GRP-I).
           MOVE WS-PROMEDIO TO DET-ANTIGUEDAD.

      ******************************************************************
      * Descripcion de la fila segun su tipo, de la tabla de motivos,
      * de categorias.dat o de codpostal.dat; las bajas voluntarias e
      * involuntarias del mes se cuentan aqui, al pasar por los
      * motivos.
      ******************************************************************
       BUSCO-DESCRIPCION.
           MOVE SPACE TO WS-DESCRIPCION.
           MOVE SPACE TO WS-TIPO-MOTIVO.
           EVALUATE WS-SEC-TIPO
               WHEN "M"
                   IF MOTIVOS-DISPONIBLES
                       MOVE GRP-CLAVE (WS-GRP-I) TO MTC-CODIGO
                       READ MOTIVOS-CIERRE KEY IS MTC-CODIGO
                           INVALID KEY
                               MOVE "(NO REGISTRADO)"
                                   TO WS-DESCRIPCION
                           NOT INVALID KEY
                               MOVE MTC-DESCRIPCION TO WS-DESCRIPCION
                               MOVE MTC-TIPO TO WS-TIPO-MOTIVO
                       END-READ
                   END-IF
                   IF WS-TIPO-MOTIVO = "V"
                       ADD GRP-CIERRES (WS-GRP-I) TO WS-TOT-VOLUNTARIAS
                   END-IF
                   IF WS-TIPO-MOTIVO = "I"
                       ADD GRP-CIERRES (WS-GRP-I)
                           TO WS-TOT-INVOLUNTARIAS
                   END-IF
               WHEN "K"
                   IF CATEGORIAS-DISPONIBLES
                       MOVE GRP-CLAVE (WS-GRP-I) (1:1) TO CAT-CODIGO
                       READ CATEGORIAS KEY IS CAT-CODIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CAT-DESCRIPCION TO WS-DESCRIPCION
                       END-READ
                   END-IF
               WHEN OTHER
                   IF CODPOSTAL-DISPONIBLE
                       MOVE GRP-CLAVE (WS-GRP-I) TO COD-POSTAL
                       READ CODIGOS-POSTALES KEY IS COD-POSTAL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE COD-DESCRIPCION TO WS-DESCRIPCION
                       END-READ
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Tendencia de doce meses: bajas, reabiertas, netas y saldo
      * llevado por mes.
      ******************************************************************
       IMPRIMO-TENDENCIA.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TENDENCIA DE DOCE MESES" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PERIODO      BAJAS   REABIERTAS     NETAS"
               "       SALDO LLEVADO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-MES-TENDENCIA
               VARYING WS-TND-I FROM 1 BY 1 UNTIL WS-TND-I > 12.

       IMPRIMO-MES-TENDENCIA.
           MOVE SPACE TO LINEA-TENDENCIA.
           MOVE TND-PERIODO (WS-TND-I)    TO TEN-PERIODO.
           MOVE TND-CIERRES (WS-TND-I)    TO TEN-CIERRES.
           MOVE TND-REABIERTAS (WS-TND-I) TO TEN-REABIERTAS.
           COMPUTE WS-NETAS =
               TND-CIERRES (WS-TND-I) - TND-REABIERTAS (WS-TND-I).
           MOVE WS-NETAS TO TEN-NETAS.
           MOVE TND-SALDO (WS-TND-I)      TO TEN-SALDO.
           MOVE LINEA-TENDENCIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "BAJAS VOLUNTARIAS: " WS-TOT-VOLUNTARIAS
               "  INVOLUNTARIAS: " WS-TOT-INVOLUNTARIAS
               "  DE ELLAS POR PURGA DE INACTIVAS: " WS-TOT-PURGADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOT-CIERRES > WS-TOT-CON-ANTIG
               MOVE SPACE TO LINEA-REPORTE
               COMPUTE WS-NETAS = WS-TOT-CIERRES - WS-TOT-CON-ANTIG
               STRING "AVISO: " WS-NETAS " BAJAS SIN FECHA DE "
                   "ALTA, FUERA DE LA ANTIGUEDAD PROMEDIO"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF WS-SIN-TASA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "AVISO: " WS-SIN-TASA " SALDOS SIN TASA DE "
                   "CAMBIO HISTORICA, SUMADOS SIN CONVERTIR"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF WS-GRUPOS-LLENOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "AVISO: TABLA DE GRUPOS LLENA, " WS-GRUPOS-LLENOS
                   " ACUMULACIONES FUERA DEL DETALLE"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 4 TO RETURN-CODE.
           DISPLAY "Eventos leidos de la bitacora: " WS-TOT-LEIDOS.
           DISPLAY "Bajas del periodo            : " WS-TOT-CIERRES.
           DISPLAY "Reabiertas del periodo       : " WS-TOT-REABIERTAS.
           DISPLAY "Reporte en " WS-REPORTE-PATH.

       CIERRO-ARCHIVOS.
           CLOSE CIERRES-CUENTA.
           IF MOTIVOS-DISPONIBLES
               CLOSE MOTIVOS-CIERRE.
           IF CATEGORIAS-DISPONIBLES
               CLOSE CATEGORIAS.
           IF CODPOSTAL-DISPONIBLE
               CLOSE CODIGOS-POSTALES.
           CLOSE REPORTE.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-BAJAS.
