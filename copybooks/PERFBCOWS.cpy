      ******************************************************************
      * Copybook: PERFBCOWS.cpy
      * Purpose:  Working-storage fields for the collection-bank
      *           paragraphs in PERFBCO.cpy. COPY this and
      *           PERFBANCO.cpy (el perfil del banco en curso) into
      *           WORKING-STORAGE. PERFORM CARGO-PERFILES-BANCO deja
      *           en WS-TABLA-PERFILES los perfiles activos (sin
      *           archivo de perfiles, una sola entrada con codigo en
      *           blanco que se comporta como el banco de siempre);
      *           con WS-PBA-I puesto, PERFORM TOMO-PERFIL-BANCO
      *           copia esa entrada a REG-PERFIL-BANCO. Con la cuenta
      *           del cliente en WS-CTA-RUTEAR, PERFORM RUTEO-MANDATO
      *           THRU F-RUTEO-MANDATO deja en WS-BANCO-RUTEADO el
      *           banco que cobra ese mandato. Con WS-RUTA-BASE
      *           ("./pagos_banco") y WS-RUTA-EXT (".dat") puestos,
      *           PERFORM ARMO-RUTA-BANCO deja en WS-RUTA-BANCO el
      *           archivo de ese banco.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-bank collections.
      ******************************************************************
       01  WS-TABLA-PERFILES.
           05 WS-PBA-USADOS     PIC 99 VALUE 0.
           05 WS-PBA-PRINCIPAL  PIC 99 VALUE 0.
           05 WS-PBA-ENTRADA    PIC X(80) OCCURS 20 TIMES.
       01  WS-PBA-I             PIC 99 VALUE 0.
       01  WS-PBA-J             PIC 99 VALUE 0.
       01  WS-CTA-RUTEAR        PIC X(24) VALUE SPACE.
       01  WS-BANCO-RUTEADO     PIC X(4)  VALUE SPACE.
       01  WS-RUTA-BASE         PIC X(40) VALUE SPACE.
       01  WS-RUTA-EXT          PIC X(8)  VALUE SPACE.
       01  WS-RUTA-BANCO        PIC X(60) VALUE SPACE.
