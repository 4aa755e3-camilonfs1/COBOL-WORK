      ******************************************************************
      * Copybook: POSCAJA.cpy
      * Purpose:  Record layout for the daily cash-position history
      *           (posicion_caja.dat, line sequential): por cada
      *           corrida de POSICION-CAJA un registro fechado por
      *           canal, moneda y cuenta con lo recibido y lo pagado
      *           en el dia (PCJ-TIPO "P"), y uno por clase de
      *           pendiente y moneda con el conteo y el valor de lo
      *           que quedo sin aplicar o sin confirmar (PCJ-TIPO
      *           "N": pagos en suspenso, giros y reembolsos enviados
      *           al banco sin confirmacion). Tesoreria tiende la
      *           historia con el modo de reporte del mismo programa.
      * Mod history:
      *   2026-10-15  CEVR  Created for the consolidated daily cash
      *                     position.
      ******************************************************************
       01  REG-POSICION-CAJA.
           05 PCJ-FECHA     PIC 9(8).
           05 PCJ-TIPO      PIC X.
               88 PCJ-POSICION  VALUE "P".
               88 PCJ-PENDIENTE VALUE "N".
           05 PCJ-CANAL     PIC X(15).
           05 PCJ-MONEDA    PIC X(3).
           05 PCJ-CUENTA    PIC X(10).
           05 PCJ-CANTIDAD  PIC 9(7).
           05 PCJ-INGRESOS  PIC S9(11)V9(3).
           05 PCJ-EGRESOS   PIC S9(11)V9(3).
