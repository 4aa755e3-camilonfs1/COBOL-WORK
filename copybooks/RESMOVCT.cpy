      ******************************************************************
      * Copybook: RESMOVCT.cpy
      * Purpose:  Record layout for the movement-summary control file
      *           (resumen_mov_control.dat, una sola linea): fecha y
      *           hora de la generacion de resumen_movimientos.dat,
      *           el dia al que corresponden RSM-CANT-DIA y
      *           RSM-TOTAL-DIA, la marca de agua -- fecha y hora del
      *           movimiento mas reciente que entro al resumen -- y
      *           los conteos de la pasada. RESUME-MOVIMIENTOS lo
      *           vacia al arrancar y lo graba solo al terminar bien,
      *           de modo que un resumen a medio construir nunca se
      *           da por bueno. VERIFICA-RESUMEN-MOV compara la marca
      *           de agua contra los movimientos grabados despues.
      * Mod history:
      *   2026-10-15  CEVR  Created for the nightly movement summary.
      ******************************************************************
       01  REG-RESUMEN-CONTROL.
           05 RSC-FECHA-GENERADO       PIC 9(8).
           05 RSC-HORA-GENERADO        PIC 9(8).
           05 RSC-FECHA-DIA            PIC 9(8).
           05 RSC-ULTIMA-FECHA         PIC 9(8).
           05 RSC-ULTIMA-HORA          PIC 9(8).
           05 RSC-MOVIMIENTOS          PIC 9(9).
           05 RSC-FILAS                PIC 9(9).
