      ******************************************************************
      * Copybook: CIERRECTA.cpy
      * Purpose:  Record layout for the account closure log
      *           (cierres_cuenta.dat, secuencial por linea, abierto
      *           EXTEND): una linea por cada cuenta que pasa a
      *           CUENTA-CERRADA en INICIO_2 (CIE-EVENTO "C"), que la
      *           purga archiva sin cierre previo ("P") o que se
      *           reabre ("R"). Guarda la foto de la cuenta al
      *           momento del evento -- categoria, codigo postal,
      *           saldo, moneda y fecha de alta -- porque el maestro
      *           la pierde con la baja o la purga. Lo lee
      *           REPORTE-BAJAS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the monthly attrition report.
      *   2026-10-15  CEVR  CIE-EMPRESA at the end of the line, for
      *                     the per-company attrition report.
      ******************************************************************
       01  REG-CIERRE-CUENTA.
           05 CIE-FECHA          PIC 9(8).
           05 CIE-ID-CLIENTE     PIC 9(8).
           05 CIE-EVENTO         PIC X.
               88 CIE-CIERRE         VALUE "C".
               88 CIE-PURGA          VALUE "P".
               88 CIE-REAPERTURA     VALUE "R".
           05 CIE-MOTIVO         PIC X(3).
           05 CIE-CATEGORIA      PIC X.
           05 CIE-CODPOST        PIC X(20).
           05 CIE-SALDO          PIC S9(7)V9(3).
           05 CIE-MONEDA         PIC X(3).
           05 CIE-FECHA-ALTA     PIC 9(8).
           05 CIE-OPERADOR       PIC X(8).
      *    Empresa del grupo de la cuenta; las lineas grabadas antes
      *    llegan en blanco y son de la 001.
           05 CIE-EMPRESA        PIC X(3).
