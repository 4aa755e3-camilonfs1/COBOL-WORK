      ******************************************************************
      * Copybook: MASIVASOL.cpy
      * Purpose:  Record layout for the pending mass-update request
      *           (masiva_solicitud.dat, line sequential, one record):
      *           la seleccion de cuentas y el cambio de campo que un
      *           operador preparo con la vista previa de
      *           ACTUALIZACION-MASIVA, esperando que un segundo
      *           operador lo apruebe o lo rechace. MSV-ESTADO: "P" =
      *           pendiente, "A" = aplicada, "R" = rechazada.
      *           Criterios en blanco o en cero no filtran. MSV-CAMPO:
      *           (P)ostal, (C)ategoria o (F) ciclo de facturacion;
      *           para (F) el valor nuevo lleva la letra del ciclo en
      *           la posicion 1 y el dia en la 2 a 3.
      * Mod history:
      *   2026-10-15  CEVR  Created for the mass-update job.
      ******************************************************************
       01  REG-MASIVA-SOL.
           05 MSV-ESTADO             PIC X.
               88 MSV-PENDIENTE      VALUE "P".
               88 MSV-APLICADA       VALUE "A".
               88 MSV-RECHAZADA      VALUE "R".
           05 MSV-FECHA              PIC 9(8).
           05 MSV-HORA               PIC 9(8).
           05 MSV-OPERADOR           PIC X(8).
           05 MSV-SELECCION.
               10 MSV-SEL-CATEGORIA      PIC X.
               10 MSV-SEL-CODPOST-DESDE  PIC X(10).
               10 MSV-SEL-CODPOST-HASTA  PIC X(10).
               10 MSV-SEL-ESTADO         PIC X.
               10 MSV-SEL-CICLO          PIC X.
               10 MSV-SEL-CICLO-DIA      PIC 99.
               10 MSV-SEL-ID-DESDE       PIC 9(8).
               10 MSV-SEL-ID-HASTA       PIC 9(8).
           05 MSV-CAMPO              PIC X.
           05 MSV-VALOR-NUEVO        PIC X(20).
           05 MSV-SELECCIONADOS      PIC 9(7).
           05 MSV-SIN-CAMBIO         PIC 9(7).
           05 MSV-APROBADOR          PIC X(8).
           05 MSV-FECHA-DECISION     PIC 9(8).
           05 MSV-APLICADOS          PIC 9(7).
           05 MSV-RECHAZADOS         PIC 9(7).
