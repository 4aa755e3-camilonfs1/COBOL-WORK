      ******************************************************************
      * Copybook: RESMOV.cpy
      * Purpose:  Record layout for the nightly movement summary
      *           (resumen_movimientos.dat), indexed by RSM-CLAVE
      *           (cliente + periodo AAAAMM + MOV-TIPO + empresa) with
      *           alternate key RSM-PERIODO (with duplicates): una
      *           fila por cliente, periodo y tipo de movimiento con
      *           la cantidad y el total de sus movimientos, cuantos
      *           y cuanto de ellos estan marcados como reversados,
      *           la primera y la ultima fecha del periodo, y la
      *           cantidad y el total de los movimientos fechados el
      *           dia de la generacion (RSC-FECHA-DIA del control,
      *           RESMOVCT.cpy). Lo reconstruye completo cada noche
      *           RESUME-MOVIMIENTOS, en una sola pasada sobre
      *           movimientos.dat, despues de los pasos que postean;
      *           VERIFICA-RESUMEN-MOV dice si sigue al dia. Los
      *           reportes que solo necesitan conteos y totales lo
      *           leen en vez de barrer los movimientos.
      * Mod history:
      *   2026-10-15  CEVR  Created for the nightly movement summary.
      ******************************************************************
       01  REG-RESUMEN-MOV.
           05 RSM-CLAVE.
               10 RSM-ID-CLIENTE       PIC 9(8).
               10 RSM-PERIODO          PIC 9(6).
               10 RSM-TIPO             PIC X(10).
               10 RSM-EMPRESA          PIC 9(3).
           05 RSM-CANTIDAD             PIC 9(7).
           05 RSM-TOTAL                PIC S9(11)V9(3).
           05 RSM-CANT-REVERSADOS      PIC 9(7).
           05 RSM-TOTAL-REVERSADOS     PIC S9(11)V9(3).
           05 RSM-PRIMERA-FECHA        PIC 9(8).
           05 RSM-ULTIMA-FECHA         PIC 9(8).
           05 RSM-CANT-DIA             PIC 9(7).
           05 RSM-TOTAL-DIA            PIC S9(11)V9(3).
           05 FILLER                   PIC X(20).
