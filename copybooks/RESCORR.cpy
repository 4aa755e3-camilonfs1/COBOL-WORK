      ******************************************************************
      * Copybook: RESCORR.cpy
      * Purpose:  Record layout for the run-results file
      *           (resultados_corrida.dat), indexed by RCO-PROGRAMA:
      *           los totales de la ultima corrida real de cada
      *           programa de posteo que admite simulacion, uno por
      *           concepto (nombre, cantidad y valor), con su fecha y
      *           hora. El programa arma este registro en
      *           WORKING-STORAGE (ver SIMULAWS.cpy / SIMULA.cpy) y
      *           REGISTRA-RESULTADO lo guarda en la corrida real o lo
      *           compara contra el guardado en la simulada.
      * Mod history:
      *   2026-10-15  CEVR  Created for the posting simulation mode.
      ******************************************************************
       01  REG-RESULTADO-CORRIDA.
           05 RCO-PROGRAMA      PIC X(20).
           05 RCO-FECHA         PIC 9(8).
           05 RCO-HORA          PIC 9(8).
           05 RCO-CONCEPTOS     PIC 99.
           05 RCO-CONCEPTO OCCURS 12 TIMES.
               10 RCO-NOMBRE    PIC X(30).
               10 RCO-CANTIDAD  PIC S9(9).
               10 RCO-VALOR     PIC S9(11)V9(3).
