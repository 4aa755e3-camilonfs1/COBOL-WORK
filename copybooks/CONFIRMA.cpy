      ******************************************************************
      * Copybook: CONFIRMA.cpy
      * Purpose:  Record layout for the balance confirmation file of
      *           the external audit (confirmaciones.dat), indexed by
      *           CNF-CLAVE (periodo de la foto + cliente): una fila
      *           por cada cliente de la muestra de circularizacion
      *           de CIRCULARIZA-SALDOS, con el saldo de la foto de
      *           cierre (FOTOSALDO.cpy) que se le pidio confirmar, la
      *           fecha de envio de la carta y la respuesta capturada
      *           por CAPTURA-CONFIRMACIONES. REPORTE-CONFIRMACIONES
      *           resume las diferencias para los auditores.
      *           CNF-MOTIVO: "U" = saldo sobre el umbral, "A" =
      *           muestra aleatoria del resto. CNF-ESTADO: "P" =
      *           enviada, sin respuesta aun; "R" = no enviada por
      *           direccion rebotada; "C" = conforme; "D" = en
      *           desacuerdo; "N" = cerrada sin respuesta.
      *           CNF-FECHA-ENVIO en cero = carta aun no emitida.
      * Mod history:
      *   2026-10-15  CEVR  Created for balance confirmation letters.
      ******************************************************************
       01  REG-CONFIRMACION.
           05 CNF-CLAVE.
               10 CNF-PERIODO        PIC 9(6).
               10 CNF-ID-CLIENTE     PIC 9(8).
           05 CNF-EMPRESA            PIC 9(3).
           05 CNF-MOTIVO             PIC X.
               88 CNF-POR-UMBRAL     VALUE "U".
               88 CNF-ALEATORIA      VALUE "A".
           05 CNF-SALDO-CORTE        PIC S9(7)V9(3).
           05 CNF-MONEDA             PIC X(3).
           05 CNF-FECHA-ENVIO        PIC 9(8).
           05 CNF-CANAL              PIC X.
           05 CNF-ESTADO             PIC X.
               88 CNF-PENDIENTE      VALUE "P".
               88 CNF-REBOTADA       VALUE "R".
               88 CNF-CONFORME       VALUE "C".
               88 CNF-DESACUERDO     VALUE "D".
               88 CNF-SIN-RESPUESTA  VALUE "N".
           05 CNF-SALDO-CLIENTE      PIC S9(7)V9(3).
           05 CNF-DIFERENCIA         PIC S9(7)V9(3).
           05 CNF-FECHA-RESPUESTA    PIC 9(8).
           05 CNF-OPERADOR           PIC X(8).
           05 CNF-OBSERVACION        PIC X(40).
