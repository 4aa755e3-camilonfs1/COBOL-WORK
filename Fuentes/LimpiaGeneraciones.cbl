      *                     protegida de la retencion: son datos
      *                     financieros que HISTORIA-MOVIMIENTOS
      *                     recorre, no reportes reproducibles.
      *   2026-10-15  CEVR  Bloqueo legal: las generaciones son
      *                     archivos de toda la cartera y traen datos
      *                     de cualquier cuenta, asi que mientras haya
      *                     algun bloqueo vigente en
      *                     bloqueos_legales.dat las vencidas se
      *                     conservan en vez de botarse. Cada cuenta
      *                     bloqueada sale listada en el control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMPIA-GENERACIONES.
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-VIGENTES.

           SELECT OPTIONAL BLOQUEOS-LEGALES
                  ASSIGN TO "./bloqueos_legales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS BLQ-ID-CLIENTE
                  STATUS ST-BLOQUEOS.

           SELECT ARCHIVO-VENCIDO ASSIGN TO WS-RUTA-VENCIDA
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-VENCIDO.
               ==GEN-FECHA== BY ==VIG-FECHA==
               ==GEN-RUTA==  BY ==VIG-RUTA==.

       FD  BLOQUEOS-LEGALES.

           COPY BLOQLEGAL.

       FD  ARCHIVO-VENCIDO.
       01  REG-VENCIDO PIC X(60).

       01  ST-GENERACIONES  PIC XX VALUE SPACE.
       01  ST-VIGENTES      PIC XX VALUE SPACE.
       01  ST-VENCIDO       PIC XX VALUE SPACE.
       01  ST-BLOQUEOS      PIC XX VALUE SPACE.

      * Cuentas con bloqueo legal vigente hoy: con alguna, nada
      * vencido se bota.
       01  WS-FECHA-HOY          PIC 9(8) VALUE 0.
       01  WS-TOTAL-BLOQUEOS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-RETENIDAS    PIC 9(5) VALUE 0.

      * Cuantas generaciones se conservan por nombre logico; el valor
      * compilado es de omision, la clave GENERACIONES-RETEN de
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-GENERACIONES-RETENIDAS.
           PERFORM CARGO-BLOQUEOS THRU F-CARGO-BLOQUEOS.
           OPEN OUTPUT GENERACIONES-VIGENTES.
           IF ST-VIGENTES > "07"
               DISPLAY "Error abriendo GENERACIONES-VIGENTES ("
           PERFORM IMPRIMO-RESUMEN.
           STOP RUN.

      ******************************************************************
      * Recorre el registro de bloqueos legales y lista las cuentas
      * con bloqueo vigente hoy.
      ******************************************************************
       CARGO-BLOQUEOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT BLOQUEOS-LEGALES.
           IF ST-BLOQUEOS > "07"
               GO TO F-CARGO-BLOQUEOS.

       LEO-BLOQUEO.
           READ BLOQUEOS-LEGALES NEXT RECORD
               AT END
                   CLOSE BLOQUEOS-LEGALES
                   GO TO F-CARGO-BLOQUEOS
           END-READ.
           IF ST-BLOQUEOS > "07"
               DISPLAY "Error leyendo BLOQUEOS-LEGALES (" ST-BLOQUEOS
                   "), no se bota ninguna generacion."
               ADD 1 TO WS-TOTAL-BLOQUEOS
               CLOSE BLOQUEOS-LEGALES
               GO TO F-CARGO-BLOQUEOS.
           IF BLQ-FECHA-LIBERA NOT = 0
            AND BLQ-FECHA-LIBERA NOT > WS-FECHA-HOY
               GO TO LEO-BLOQUEO.
           ADD 1 TO WS-TOTAL-BLOQUEOS.
           DISPLAY "Bloqueo legal vigente: " BLQ-ID-CLIENTE " desde "
               BLQ-FECHA " " BLQ-MOTIVO.
           GO TO LEO-BLOQUEO.

       F-CARGO-BLOQUEOS.
           IF WS-TOTAL-BLOQUEOS > 0
               DISPLAY "Hay cuentas con bloqueo legal: las "
                   "generaciones vencidas se conservan.".

      ******************************************************************
      * Recibe las generaciones ordenadas por nombre y fecha (la mas
      * reciente primero): las primeras N de cada nombre se conservan
               ADD 1 TO WS-TOTAL-CONSERVADAS
               DISPLAY "Conservada: " ORD-RUTA
           ELSE
               IF WS-TOTAL-BLOQUEOS > 0
                   PERFORM RETENGO-GENERACION
               ELSE
                   PERFORM BORRO-GENERACION.
           GO TO APLICO-RETENCION.

       F-APLICO-RETENCION.
           EXIT.

       RETENGO-GENERACION.
           MOVE ORD-BASE  TO VIG-BASE.
           MOVE ORD-FECHA TO VIG-FECHA.
           MOVE ORD-RUTA  TO VIG-RUTA.
           WRITE REG-VIGENTE.
           ADD 1 TO WS-TOTAL-CONSERVADAS.
           ADD 1 TO WS-TOTAL-RETENIDAS.
           DISPLAY "Conservada (bloqueo legal): " ORD-RUTA.

       BORRO-GENERACION.
           MOVE ORD-RUTA TO WS-RUTA-VENCIDA.
           DELETE FILE ARCHIVO-VENCIDO.
           DISPLAY "Generaciones conservadas : "
               WS-TOTAL-CONSERVADAS.
           DISPLAY "Generaciones borradas    : " WS-TOTAL-BORRADAS.
           IF WS-TOTAL-BLOQUEOS > 0
               DISPLAY "Vencidas retenidas por bloqueo legal: "
                   WS-TOTAL-RETENIDAS " (cuentas bloqueadas: "
                   WS-TOTAL-BLOQUEOS ")".
           IF WS-TOTAL-NO-BORRADAS > 0
               DISPLAY "Vencidas que no se pudieron borrar: "
                   WS-TOTAL-NO-BORRADAS.
