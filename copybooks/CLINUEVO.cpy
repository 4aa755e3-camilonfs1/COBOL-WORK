      *                     al final (tampoco rompen altas viejas)
      *                     para que la carga capture la domiciliacion
      *                     bancaria de la alta.
      *   2026-10-15  CEVR  CLIN-TIPO-DOC, CLIN-NIT y CLIN-NIT-DV
      *                     agregados al final (tampoco rompen altas
      *                     viejas: llegan en blanco = sin registrar)
      *                     con la identificacion tributaria de la
      *                     alta, validada por EDITA-NUEVOS y por la
      *                     carga con VALIDA-NIT.
      *   2026-10-15  CEVR  CLIN-EMPRESA agregado al final (las altas
      *                     viejas llegan en blanco = 001): empresa
      *                     del grupo de la cuenta nueva, validada por
      *                     EDITA-NUEVOS y por la carga.
      *   2026-10-15  CEVR  CLIN-CAMPANA agregado al final (las altas
      *                     viejas llegan en blanco = sin campana):
      *                     campana de mercadeo de la cuenta nueva,
      *                     validada por EDITA-NUEVOS contra
      *                     campanas.dat y estampada por la carga en
      *                     CLI-CAMPANA.
      *   2026-10-15  CEVR  CLIN-SECTOR agregado al final (las altas
      *                     viejas llegan en blanco = sin clasificar):
      *                     sector de actividad economica de la cuenta
      *                     comercial nueva, validado por EDITA-NUEVOS
      *                     contra sectores.dat y estampado por la
      *                     carga en CLI-SECTOR.
      ******************************************************************
       01  REG-CLIENTE-NUEVO.
           03  CLIN-ID          PIC 9(8).
           03  CLIN-RAZONSOCIAL PIC X(60).
           03  CLIN-CTA-BANCARIA PIC X(24).
           03  CLIN-MANDATO     PIC X.
           03  CLIN-TIPO-DOC    PIC X.
           03  CLIN-NIT         PIC X(15).
           03  CLIN-NIT-DV      PIC X.
           03  CLIN-EMPRESA     PIC X(3).
           03  CLIN-CAMPANA     PIC X(6).
           03  CLIN-SECTOR      PIC X(4).
