      ******************************************************************
      * Copybook: REVLISTA.cpy
      * Purpose:  Record layout for the watch-list review queue
      *           (revision_listas.dat), indexed by REV-CLAVE (cliente
      *           + nombre de la lista): una fila por cada posible
      *           coincidencia que CRIBA-SANCIONES encontro entre un
      *           nombre del cliente (CLI_NOMBRE, CLI_RAZONSOCIAL o un
      *           nombre anterior de alias_nombres.dat) y la lista de
      *           vigilancia. Mientras la fila este pendiente o
      *           confirmada la cuenta queda bloqueada; REVISA-LISTAS
      *           registra la decision del oficial de cumplimiento.
      *           REV-ESTADO: "P" = pendiente de revision; "D" =
      *           descartada (falso positivo, no se vuelve a alertar
      *           contra el mismo nombre de la lista); "F" =
      *           confirmada. REV-ESTADO-ANTERIOR es el CLI-ESTADO
      *           que tenia la cuenta antes del bloqueo (todas las
      *           filas vigentes del cliente lo comparten), el que se
      *           le devuelve al descartar la ultima.
      *           REV-ORIGEN: proceso que la encontro (CARGA,
      *           CARGA-MASIVA, ALTA-LOTE, RECRIBA).
      * Mod history:
      *   2026-10-15  CEVR  Created for sanctions screening.
      ******************************************************************
       01  REG-REVISION-LISTA.
           05 REV-CLAVE.
               10 REV-ID-CLIENTE     PIC 9(8).
               10 REV-LISTA-CLAVE    PIC X(18).
           05 REV-LISTA-CODIGO       PIC X(10).
           05 REV-LISTA-NOMBRE       PIC X(60).
           05 REV-NOMBRE-CLIENTE     PIC X(60).
           05 REV-PUNTAJE            PIC 9(3).
           05 REV-ORIGEN             PIC X(12).
           05 REV-FECHA              PIC 9(8).
           05 REV-ESTADO             PIC X.
               88 REV-PENDIENTE      VALUE "P".
               88 REV-DESCARTADA     VALUE "D".
               88 REV-CONFIRMADA     VALUE "F".
           05 REV-ESTADO-ANTERIOR    PIC X.
           05 REV-FECHA-DECISION     PIC 9(8).
           05 REV-OFICIAL            PIC X(8).
           05 REV-NOTA               PIC X(40).
