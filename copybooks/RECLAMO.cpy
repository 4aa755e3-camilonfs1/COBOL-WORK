      ******************************************************************
      * Copybook: RECLAMO.cpy
      * Purpose:  Record layout for the complaints case log
      *           (reclamos.dat), indexed by REC-NUMERO (numero de
      *           caso, correlativo) with alternate key REC-ID-CLIENTE
      *           (with duplicates): una fila por reclamo del cliente
      *           que no es una disputa formal de cargos (servicio,
      *           cartas erradas, trato del gestor, errores de
      *           facturacion), con su categoria de tipos_reclamo.dat,
      *           el canal por el que llego, la fecha de recibo, la
      *           fecha limite de respuesta segun la categoria, el
      *           operador asignado, el estado y la resolucion.
      *           REC-EMPRESA es la empresa del cliente al registrar.
      *           REC-ESTADO: "A" = abierto, "T" = en tramite, "R" =
      *           resuelto. Atendido con ATIENDE-RECLAMOS (desde
      *           CAPTURA-RECLAMOS o la navegacion de INICIO_2) y
      *           reportado por REPORTE-RECLAMOS.
      * Mod history:
      *   2026-10-15  CEVR  Created for the complaints case log.
      ******************************************************************
       01  REG-RECLAMO.
           05 REC-NUMERO            PIC 9(8).
           05 REC-ID-CLIENTE        PIC 9(8).
           05 REC-EMPRESA           PIC 9(3).
           05 REC-CATEGORIA         PIC X(4).
           05 REC-CANAL             PIC X.
               88 REC-POR-TELEFONO   VALUE "T".
               88 REC-POR-CARTA      VALUE "C".
               88 REC-POR-EMAIL      VALUE "E".
               88 REC-PRESENCIAL     VALUE "P".
           05 REC-FECHA-RECIBIDO    PIC 9(8).
           05 REC-FECHA-LIMITE      PIC 9(8).
           05 REC-ASIGNADO          PIC X(8).
           05 REC-ESTADO            PIC X.
               88 REC-ABIERTO        VALUE "A".
               88 REC-EN-TRAMITE     VALUE "T".
               88 REC-RESUELTO       VALUE "R".
               88 REC-PENDIENTE      VALUES "A", "T".
           05 REC-DESCRIPCION       PIC X(60).
           05 REC-RESOLUCION        PIC X(60).
           05 REC-FECHA-RESUELTO    PIC 9(8).
           05 REC-REGISTRADO-POR    PIC X(8).
           05 REC-RESUELTO-POR      PIC X(8).
           05 FILLER                PIC X(20).
