      ******************************************************************
      * Copybook: ALERTA.cpy
      * Purpose:  Record layout for the compliance alert case file
      *           (alertas.dat), indexed by ALE-CLAVE (cliente + fecha
      *           + regla): una alerta por cliente, dia y regla que
      *           levanta cada noche MONITOREO-OPERACIONES sobre los
      *           movimientos del dia. ALE-REGLA: "EFECTIVO" = pago en
      *           caja igual o mayor al umbral, "FRACCION" = varios
      *           pagos apenas bajo el umbral en pocos dias,
      *           "VOLUMEN" = recaudo del mes muy sobre el promedio
      *           mensual del cliente, "REEMBOLSO" = reembolso poco
      *           despues de un pago. ALE-ESTADO: "A" = abierta,
      *           "R" = revisada (cerrada sin reporte), "I" = informada
      *           (reportada a la autoridad). El supervisor cierra
      *           cada alerta con su comentario en REVISA-ALERTAS;
      *           ALE-FECHA-EXTRACTO es la fecha del extracto
      *           regulatorio que ya la incluyo (cero = aun no sale).
      * Mod history:
      *   2026-10-15  CEVR  Created for cash-threshold and
      *                     unusual-activity monitoring.
      ******************************************************************
       01  REG-ALERTA.
           05 ALE-CLAVE.
              10 ALE-ID-CLIENTE   PIC 9(8).
              10 ALE-FECHA        PIC 9(8).
              10 ALE-REGLA        PIC X(10).
           05 ALE-VALOR           PIC S9(9)V9(3).
           05 ALE-CANTIDAD        PIC 9(5).
           05 ALE-DETALLE         PIC X(60).
           05 ALE-ESTADO          PIC X.
              88 ALERTA-ABIERTA     VALUE "A".
              88 ALERTA-REVISADA    VALUE "R".
              88 ALERTA-INFORMADA   VALUE "I".
           05 ALE-REVISOR         PIC X(8).
           05 ALE-FECHA-REVISION  PIC 9(8).
           05 ALE-COMENTARIO      PIC X(60).
           05 ALE-FECHA-EXTRACTO  PIC 9(8).
