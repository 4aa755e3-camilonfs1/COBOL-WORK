      ******************************************************************
      * Copybook: HOGAR.cpy
      * Purpose:  Record layout for the household file (hogares.dat),
      *           indexed by HOG-ID-CLIENTE with HOG-ID-HOGAR as
      *           alternate key: una fila por cuenta activa con
      *           direccion, con el hogar al que pertenece. Las
      *           cuentas con la misma direccion normalizada (ver
      *           NORMALIZA-DIRECCION) forman un hogar, identificado
      *           por el CLI-ID menor de sus miembros automaticos. Lo
      *           reconstruye AGRUPA-HOGARES; MANTIENE-HOGARES fija a
      *           mano una cuenta fuera de su hogar (S)eparada o
      *           (U)nida al hogar de otra cuenta, y la fijacion
      *           caduca sola si la cuenta cambia de direccion. Las
      *           cartas no confidenciales lo consultan, via
      *           CONSULTA-HOGAR, para juntar en un sobre las del
      *           mismo hogar.
      * Mod history:
      *   2026-10-15  CEVR  Created for customer householding.
      ******************************************************************
       01  REG-HOGAR.
           05 HOG-ID-CLIENTE       PIC 9(8).
           05 HOG-ID-HOGAR         PIC 9(8).
      *    Direccion y codigo postal normalizados con que se agrupo la
      *    cuenta en la ultima corrida.
           05 HOG-DIRECCION-NORM   PIC X(80).
           05 HOG-CODPOST-NORM     PIC X(20).
           05 HOG-ORIGEN           PIC X.
               88 HOG-AUTOMATICO       VALUE "A".
               88 HOG-SEPARADO         VALUE "S".
               88 HOG-UNIDO            VALUE "U".
               88 HOG-FIJADO           VALUES "S" "U".
      *    Cuenta a cuyo hogar se unio la fila (U); cero en las demas.
           05 HOG-ID-REFERENCIA    PIC 9(8).
      *    Ultimo cambio de hogar (fecha y operador, "LOTE" si lo hizo
      *    AGRUPA-HOGARES) y ultima corrida que vio la cuenta.
           05 HOG-FECHA-CAMBIO     PIC 9(8).
           05 HOG-OPERADOR         PIC X(8).
           05 HOG-FECHA-PROCESO    PIC 9(8).
