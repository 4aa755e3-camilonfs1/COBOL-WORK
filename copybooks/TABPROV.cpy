      ******************************************************************
      * Copybook: TABPROV.cpy
      * Purpose:  Record layout for the bad-debt provision table
      *           (tabla_provision.dat), indexed by TPV-GRADO: una
      *           fila por grado de riesgo de riesgo.dat (RGO-GRADO
      *           A a D) y la fila "*" para el cliente sin grado. Cada
      *           fila trae el porcentaje a provisionar, en por mil,
      *           de la exposicion en cada cubeta de antiguedad de
      *           AGING-FACTURAS: 1 por vencer, 2 1-30, 3 31-60,
      *           4 61-90, 5 mas de 90 dias vencida y 6 en disputa.
      *           La carga CARGA-TABLA-PROVISION desde el listado
      *           plano de contabilidad (tabla_provision.txt, mismos
      *           campos en texto) y la usa PROVISION-CARTERA.
      * Mod history:
      *   2026-10-15  CEVR  Created for the monthly bad-debt provision.
      ******************************************************************
       01  REG-TABLA-PROVISION.
           05 TPV-GRADO           PIC X.
           05 TPV-DESCRIPCION     PIC X(30).
           05 TPV-PORMIL-CUBETA   PIC 9(4) OCCURS 6 TIMES.
