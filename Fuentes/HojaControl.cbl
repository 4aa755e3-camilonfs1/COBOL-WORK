      *          (bitacora_nocturna.dat). El dia arranca de una
      *          pagina en vez de cinco pantallas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  REG-RECHAZO crece con el layout CLINUEVO
      *                     (identificacion tributaria al final).
      *   2026-10-15  CEVR  Documentos electronicos rechazados por la
      *                     autoridad (docs_electronicos.dat, estado
      *                     "R"): conteo, antiguedad y valor, y una
      *                     linea por documento con la razon, hasta
      *                     que se marquen para reenvio; los ya
      *                     marcados se cuentan aparte.
      *   2026-10-15  CEVR  Numeracion fiscal: cada rango activo de
      *                     numeracion_fiscal.dat usado en el porcentaje
      *                     de aviso o mas (90 por omision), a los dias
      *                     de aviso de su vencimiento (30), vencido o
      *                     agotado sale con su linea bajo el conteo.
      *   2026-10-15  CEVR  REG-RECHAZO crece con el layout CLINUEVO
      *                     (empresa del grupo al final).
      *   2026-10-15  CEVR  El registro de nuevos_rechazos.dat crece a
      *                     354 bytes con la campana de mercadeo de la
      *                     alta.
      *   2026-10-15  CEVR  El registro de nuevos_rechazos.dat crece a
      *                     358 bytes con el sector de actividad de la
      *                     alta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-CONTROL.
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECHAZOS.

           SELECT OPTIONAL DOCS-ELECTRONICOS
                  ASSIGN TO "./docs_electronicos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEL-CLAVE
                  STATUS ST-DOCS.

           SELECT OPTIONAL BITACORA
                  ASSIGN TO "./bitacora_nocturna.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-BITACORA.

           COPY NUMSEL.

           SELECT REPORTE ASSIGN TO "./hoja_control.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.
               ==PAG-FECHA==      BY ==SUS-FECHA==
               ==PAG-REFERENCIA== BY ==SUS-REFERENCIA==
               ==PAG-VALOR==      BY ==SUS-VALOR==
               ==PAG-MONEDA==     BY ==SUS-MONEDA==
               ==PAG-RETENCION==  BY ==SUS-RETENCION==
               ==PAG-TIPO-RETENCION== BY ==SUS-TIPO-RETENCION==.

       FD  ALTAS-SUSPENSO.

           COPY PERSONA.

       FD  NUEVOS-RECHAZOS.
       01  REG-RECHAZO PIC X(358).

       FD  DOCS-ELECTRONICOS.

           COPY DOCELEC.

       FD  BITACORA.

           COPY BITACORA.

       FD  NUMERACION.

           COPY NUMFISCAL.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).

       01  ST-APROBACIONES  PIC XX VALUE SPACE.
       01  ST-PERSONAS      PIC XX VALUE SPACE.
       01  ST-RECHAZOS      PIC XX VALUE SPACE.
       01  ST-DOCS          PIC XX VALUE SPACE.
       01  ST-BITACORA      PIC XX VALUE SPACE.
       01  ST-NUMERACION    PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.

      * Antiguedad en dias aproximados (ano comercial de 360 dias,
       01  WS-APR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PER-CONTEO   PIC 9(7) VALUE 0.
       01  WS-REJ-CONTEO   PIC 9(7) VALUE 0.
       01  WS-DEL-CONTEO   PIC 9(7) VALUE 0.
       01  WS-DEL-VIEJA    PIC 9(8) VALUE 0.
       01  WS-DEL-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-DEL-MARCADOS PIC 9(7) VALUE 0.

      * Bitacora de anoche: la fecha mas reciente de la bitacora y
      * sus pasos con retorno (dos pasadas sobre el archivo).
       01  WS-BIT-PASOS    PIC 9(3) VALUE 0.
       01  WS-BIT-FALLAS   PIC 9(3) VALUE 0.

      * Rangos de numeracion fiscal por agotarse o por vencer: umbral
      * de uso en porcentaje y dias de aviso antes del vencimiento
      * (parametros NUMERACION-PCT-AVISO y NUMERACION-DIAS-AVISO).
       01  WS-NUM-PCT-AVISO  PIC 9(3) VALUE 90.
       01  WS-NUM-DIAS-AVISO PIC 9(3) VALUE 30.
       01  WS-NUM-PORCENTAJE PIC 9(3) VALUE 0.
       01  WS-NUM-ENTREGADOS PIC 9(8) VALUE 0.
       01  WS-NUM-DIAS-VENCE PIC S9(8) VALUE 0.
       01  WS-NUM-DIAS-EDIT  PIC -(7)9.
       01  WS-NUM-CONTEO     PIC 9(5) VALUE 0.
       01  WS-NUM-AVISO      PIC X(30) VALUE SPACE.
       01  WS-PAR-CLAVE      PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR      PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO    PIC X           VALUE SPACE.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           PERFORM RESUMO-APROBACIONES THRU F-RESUMO-APROBACIONES.
           PERFORM RESUMO-PROSPECTOS THRU F-RESUMO-PROSPECTOS.
           PERFORM RESUMO-RECHAZOS THRU F-RESUMO-RECHAZOS.
           PERFORM RESUMO-DOCS-ELECTRONICOS THRU F-RESUMO-DOCS.
           PERFORM RESUMO-NUMERACION THRU F-RESUMO-NUMERACION.
           PERFORM RESUMO-BITACORA THRU F-RESUMO-BITACORA.
           CLOSE REPORTE.
           DISPLAY "Hoja de control generada: hoja_control.txt".
       F-RESUMO-RECHAZOS.
           EXIT.

      ******************************************************************
      * Documentos electronicos rechazados: dos pasadas sobre el
      * registro -- la primera totaliza, la segunda lista cada uno
      * con su razon bajo la linea de totales.
      ******************************************************************
       RESUMO-DOCS-ELECTRONICOS.
           OPEN INPUT DOCS-ELECTRONICOS.
           IF ST-DOCS > "07"
               GO TO CIERRO-DOCS-ELECTRONICOS.
           MOVE LOW-VALUES TO DEL-CLAVE.
           START DOCS-ELECTRONICOS KEY IS NOT LESS THAN DEL-CLAVE
               INVALID KEY
                   CLOSE DOCS-ELECTRONICOS
                   GO TO CIERRO-DOCS-ELECTRONICOS
           END-START.

       LEO-DOC-ELECTRONICO.
           READ DOCS-ELECTRONICOS NEXT RECORD
               AT END
                   GO TO CIERRO-DOCS-ELECTRONICOS
           END-READ.
           IF DEL-POR-REENVIAR
               ADD 1 TO WS-DEL-MARCADOS.
           IF NOT DEL-RECHAZADO
               GO TO LEO-DOC-ELECTRONICO.
           ADD 1 TO WS-DEL-CONTEO.
           ADD DEL-TOTAL TO WS-DEL-VALOR.
           IF WS-DEL-VIEJA = 0 OR DEL-FECHA-RESPUESTA < WS-DEL-VIEJA
               MOVE DEL-FECHA-RESPUESTA TO WS-DEL-VIEJA.
           GO TO LEO-DOC-ELECTRONICO.

       CIERRO-DOCS-ELECTRONICOS.
           MOVE WS-DEL-VIEJA TO WS-FECHA-AUX.
           PERFORM CALCULO-EDAD.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DOC. ELECTR. RECHAZ. : " WS-DEL-CONTEO
               " ITEMS, MAS VIEJO " WS-EDAD-DIAS " DIAS, VALOR "
               WS-DEL-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-DEL-MARCADOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "  MARCADOS PARA REENVIO: " WS-DEL-MARCADOS
                   " ITEMS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           IF WS-DEL-CONTEO = 0
               IF ST-DOCS = "10"
                   CLOSE DOCS-ELECTRONICOS
               END-IF
               GO TO F-RESUMO-DOCS.
           MOVE LOW-VALUES TO DEL-CLAVE.
           START DOCS-ELECTRONICOS KEY IS NOT LESS THAN DEL-CLAVE
               INVALID KEY
                   CLOSE DOCS-ELECTRONICOS
                   GO TO F-RESUMO-DOCS
           END-START.

       LISTO-DOC-RECHAZADO.
           READ DOCS-ELECTRONICOS NEXT RECORD
               AT END
                   CLOSE DOCS-ELECTRONICOS
                   GO TO F-RESUMO-DOCS
           END-READ.
           IF NOT DEL-RECHAZADO
               GO TO LISTO-DOC-RECHAZADO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  " DEL-TIPO " " DEL-NUMERO " CLIENTE "
               DEL-ID-CLIENTE " DEL " DEL-FECHA-RESPUESTA ": "
               DEL-MOTIVO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LISTO-DOC-RECHAZADO.

       F-RESUMO-DOCS.
           EXIT.

      ******************************************************************
      * Rangos activos de numeracion fiscal que piden atencion: usados
      * en el porcentaje de aviso o mas, o a los dias de aviso de su
      * vencimiento (o ya vencidos). Dos pasadas, como los documentos
      * rechazados: la primera cuenta, la segunda lista cada rango
      * para que se tramite la resolucion siguiente a tiempo.
      ******************************************************************
       RESUMO-NUMERACION.
           MOVE "NUMERACION-PCT-AVISO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
            AND WS-PAR-VALOR NOT > 100
               MOVE WS-PAR-VALOR TO WS-NUM-PCT-AVISO.
           MOVE "NUMERACION-DIAS-AVISO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR NOT < 0
            AND WS-PAR-VALOR < 1000
               MOVE WS-PAR-VALOR TO WS-NUM-DIAS-AVISO.
           OPEN INPUT NUMERACION.
           IF ST-NUMERACION > "07"
               GO TO CIERRO-NUMERACION.
           MOVE LOW-VALUES TO NUM-CLAVE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   CLOSE NUMERACION
                   GO TO CIERRO-NUMERACION
           END-START.

       CUENTO-NUMERACION.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO CIERRO-NUMERACION
           END-READ.
           PERFORM EVALUO-RANGO-NUMERACION.
           IF WS-NUM-AVISO NOT = SPACE
               ADD 1 TO WS-NUM-CONTEO.
           GO TO CUENTO-NUMERACION.

       CIERRO-NUMERACION.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "NUMERACION FISCAL    : " WS-NUM-CONTEO
               " RANGOS CON AVISO (USO " WS-NUM-PCT-AVISO
               "% O VENCE EN " WS-NUM-DIAS-AVISO " DIAS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-NUM-CONTEO = 0
               IF ST-NUMERACION = "10"
                   CLOSE NUMERACION
               END-IF
               GO TO F-RESUMO-NUMERACION.
           MOVE LOW-VALUES TO NUM-CLAVE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   CLOSE NUMERACION
                   GO TO F-RESUMO-NUMERACION
           END-START.

       LISTO-NUMERACION.
           READ NUMERACION NEXT RECORD
               AT END
                   CLOSE NUMERACION
                   GO TO F-RESUMO-NUMERACION
           END-READ.
           PERFORM EVALUO-RANGO-NUMERACION.
           IF WS-NUM-AVISO = SPACE
               GO TO LISTO-NUMERACION.
           MOVE SPACE TO LINEA-REPORTE.
           MOVE WS-NUM-DIAS-VENCE TO WS-NUM-DIAS-EDIT.
           STRING "  " NUM-TIPO "-" NUM-SUCURSAL " "
               NUM-DESDE " AL " NUM-HASTA " RES. "
               NUM-RESOLUCION (1:12) " USADO " WS-NUM-PORCENTAJE
               "% VENCE " NUM-FECHA-VENCE " (" WS-NUM-DIAS-EDIT
               " DIAS) " WS-NUM-AVISO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           GO TO LISTO-NUMERACION.

       EVALUO-RANGO-NUMERACION.
           MOVE SPACE TO WS-NUM-AVISO.
           MOVE 0 TO WS-NUM-ENTREGADOS.
           IF NUM-ULTIMO NUMERIC AND NUM-ULTIMO NOT < NUM-DESDE
               COMPUTE WS-NUM-ENTREGADOS = NUM-ULTIMO - NUM-DESDE + 1.
           COMPUTE WS-NUM-PORCENTAJE = (WS-NUM-ENTREGADOS * 100)
               / (NUM-HASTA - NUM-DESDE + 1).
           MOVE NUM-FECHA-VENCE TO WS-FECHA-AUX.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-NUM-DIAS-VENCE = WS-DIAS-CALC - WS-DIAS-HOY.
           IF NOT NUM-ACTIVO
               MOVE SPACE TO WS-NUM-AVISO
           ELSE
               EVALUATE TRUE
                   WHEN WS-NUM-DIAS-VENCE < 0
                       MOVE "VENCIDO: ANULAR" TO WS-NUM-AVISO
                   WHEN WS-NUM-PORCENTAJE NOT < 100
                       MOVE "AGOTADO: ANULAR" TO WS-NUM-AVISO
                   WHEN WS-NUM-PORCENTAJE NOT < WS-NUM-PCT-AVISO
                       MOVE "POR AGOTARSE" TO WS-NUM-AVISO
                   WHEN WS-NUM-DIAS-VENCE NOT > WS-NUM-DIAS-AVISO
                       MOVE "POR VENCER" TO WS-NUM-AVISO
               END-EVALUATE.

       F-RESUMO-NUMERACION.
           EXIT.

      ******************************************************************
      * Resultado de la corrida de anoche: dos pasadas sobre la
      * bitacora acumulada -- la primera halla la fecha mas reciente,
