      ******************************************************************
      * Copybook: ASOBANC.cpy
      * Purpose:  Record layout of the Asobancaria-style bank files
      *           (registros de 100 posiciones), para los bancos de
      *           recaudo cuyo perfil (PBA-FMT-PAGOS / PBA-FMT-GIRO)
      *           dice "A": el archivo de pagos que nos mandan y el
      *           cobro por domiciliacion que les mandamos, con su
      *           confirmacion y sus devoluciones. El tipo de registro
      *           va en las dos primeras posiciones: "01" encabezado
      *           de archivo, "05" encabezado de lote, "06" detalle,
      *           "08" control de lote, "09" control de archivo. Los
      *           valores van con dos decimales. FORMATO-ASOBANCARIA
      *           traduce entre este layout y los formatos propios.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-bank collections.
      ******************************************************************
       01  REG-ASOBANCARIA.
           05 ASB-TIPO-REG          PIC XX.
               88 ASB-ENC-ARCHIVO       VALUE "01".
               88 ASB-ENC-LOTE          VALUE "05".
               88 ASB-DETALLE           VALUE "06".
               88 ASB-CTL-LOTE          VALUE "08".
               88 ASB-CTL-ARCHIVO       VALUE "09".
           05 ASB-DATOS             PIC X(98).
           05 ASB-ENC REDEFINES ASB-DATOS.
               10 ASB-ENC-FECHA      PIC 9(8).
               10 ASB-ENC-SECUENCIA  PIC 9(6).
               10 ASB-ENC-CUENTA     PIC X(24).
               10 FILLER             PIC X(60).
           05 ASB-DET REDEFINES ASB-DATOS.
               10 ASB-DET-ID-CLIENTE PIC 9(8).
               10 ASB-DET-FECHA      PIC 9(8).
               10 ASB-DET-REFERENCIA PIC X(20).
               10 ASB-DET-CUENTA     PIC X(24).
               10 ASB-DET-VALOR      PIC 9(12)V99.
               10 ASB-DET-CAUSAL     PIC XX.
               10 FILLER             PIC X(22).
           05 ASB-CTL REDEFINES ASB-DATOS.
               10 ASB-CTL-REGISTROS  PIC 9(9).
               10 ASB-CTL-VALOR      PIC 9(16)V99.
               10 FILLER             PIC X(71).
