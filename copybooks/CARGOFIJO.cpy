      ******************************************************************
      * Copybook: CARGOFIJO.cpy
      * Purpose:  Record layout for the recurring-charges file
      *           (cargos_fijos.dat), indexed by CFJ-CLAVE (cliente +
      *           codigo de cargo): cada cuota fija que el cliente
      *           paga por periodo (cuota de manejo, arriendo, plan de
      *           servicio) con su valor, moneda, vigencia y
      *           frecuencia. CFJ-FRECUENCIA: "M" = mensual,
      *           "T" = trimestral, "S" = semestral, "A" = anual; el
      *           cargo vence en el mes de CFJ-FECHA-INICIO y luego
      *           cada tantos meses, el dia de la fecha de inicio.
      *           CFJ-FECHA-FIN en cero es cargo sin fin.
      *           CFJ-ULTIMO-PERIODO (AAAAMM) es el ultimo periodo
      *           posteado: la compuerta que impide postear dos veces
      *           el mismo periodo en una recorrida.
      *           CFJ-PERIODO-FACTURADO y CFJ-FAC-NUMERO: el periodo
      *           posteado que ya salio detallado en una factura
      *           comercial y el numero de esa factura; mientras sea
      *           igual a CFJ-ULTIMO-PERIODO el cargo no vuelve a
      *           detallarse. CFJ-ESTADO: "A" =
      *           activo, "T" = terminado (vencio su fecha fin o lo
      *           termino el operador). Mantenido por
      *           MANTIENE-CARGOS-FIJOS y posteado cada noche por
      *           POSTEO-CARGOS-FIJOS como movimiento CARGOFIJO.
      * Mod history:
      *   2026-10-15  CEVR  Created for the recurring-charges schedule.
      *   2026-10-15  CEVR  Added CFJ-PERIODO-FACTURADO and
      *                     CFJ-FAC-NUMERO (the invoice that itemized
      *                     the charge).
      ******************************************************************
       01  REG-CARGO-FIJO.
           05 CFJ-CLAVE.
              10 CFJ-ID-CLIENTE   PIC 9(8).
              10 CFJ-CODIGO       PIC X(6).
           05 CFJ-DESCRIPCION     PIC X(30).
           05 CFJ-VALOR           PIC 9(7)V9(3).
           05 CFJ-MONEDA          PIC X(3).
           05 CFJ-FECHA-INICIO    PIC 9(8).
           05 CFJ-FECHA-FIN       PIC 9(8).
           05 CFJ-FRECUENCIA      PIC X.
              88 CARGO-MENSUAL      VALUE "M".
              88 CARGO-TRIMESTRAL   VALUE "T".
              88 CARGO-SEMESTRAL    VALUE "S".
              88 CARGO-ANUAL        VALUE "A".
              88 FRECUENCIA-VALIDA  VALUE "M" "T" "S" "A".
           05 CFJ-ULTIMO-PERIODO  PIC 9(6).
           05 CFJ-ESTADO          PIC X.
              88 CARGO-ACTIVO       VALUE "A".
              88 CARGO-TERMINADO    VALUE "T".
           05 CFJ-PERIODO-FACTURADO PIC 9(6).
           05 CFJ-FAC-NUMERO      PIC 9(8).
