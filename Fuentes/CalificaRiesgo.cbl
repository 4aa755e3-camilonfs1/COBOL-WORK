      *                     pesan en su propio puntaje -- si el
      *                     principal no paga, esa deuda puede
      *                     tocarle a el.
      *   2026-10-15  CEVR  Reversas y pagos desde el resumen nocturno
      *                     de movimientos (resumen_movimientos.dat)
      *                     cuando VERIFICA-RESUMEN-MOV lo da al dia; si
      *                     no, se lee la cadena de movimientos como
      *                     antes.
      *   2026-10-15  CEVR  Puntaje externo del buro: el ultimo puntaje
      *                     calificado del documento (PUNTAJE-BURO,
      *                     historia de CARGA-PUNTAJES-BURO) se lleva a
      *                     la escala 0-100 y se mezcla con el de
      *                     comportamiento segun el peso del parametro
      *                     BURO-PESO-RIESGO (30% si no esta). Sin
      *                     puntaje de buro queda el de comportamiento
      *                     solo; ambos quedan grabados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICA-RIESGO.

           COPY MOVSEL.

           COPY RSMSEL.

           SELECT OPTIONAL PROMESAS ASSIGN TO "./promesas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC

           COPY MOVIMIENTO.

       FD  RESUMEN-MOV.

           COPY RESMOV.

       FD  PROMESAS.

           COPY PROMESA.
               ==PAG-FECHA==      BY ==SUS-FECHA==
               ==PAG-REFERENCIA== BY ==SUS-REFERENCIA==
               ==PAG-VALOR==      BY ==SUS-VALOR==
               ==PAG-MONEDA==     BY ==SUS-MONEDA==
               ==PAG-RETENCION==  BY ==SUS-RETENCION==
               ==PAG-TIPO-RETENCION== BY ==SUS-TIPO-RETENCION==.

       FD  CODEUDORES.

       01  ST-SUSPENSO     PIC XX VALUE SPACE.
       01  ST-RIESGO       PIC XX VALUE SPACE.
       01  ST-CODEUDORES   PIC XX VALUE SPACE.
       01  ST-RESUMEN      PIC XX VALUE SPACE.

      * Resumen nocturno de movimientos: si esta al dia, las reversas
      * y los pagos salen de sus conteos en vez de la cadena completa
      * de movimientos de cada cliente.
       01  WS-RESUMEN-ESTADO PIC X    VALUE SPACE.
           88 RESUMEN-AL-DIA VALUE "V".
       01  WS-RESUMEN-DIA    PIC 9(8) VALUE 0.
       01  WS-RSM-REVERSAS   PIC 9(9) VALUE 0.
       01  WS-RSM-PAGOS      PIC 9(9) VALUE 0.

       01  WS-FECHA-HOY  PIC 9(8) VALUE 0.

               10 WS-SUS-ID     PIC 9(8).
               10 WS-SUS-CONTEO PIC 9(3).

      * Puntaje del buro (PUNTAJE-BURO) y su peso en la mezcla, en
      * porcentaje (parametro BURO-PESO-RIESGO). La escala del buro va
      * de 150 a 950 y se lleva a 0-100 antes de mezclar.
       01  WS-PAR-CLAVE      PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR      PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO    PIC X          VALUE "N".
       01  WS-PESO-BURO      PIC 9(3)       VALUE 30.
       01  WS-ESCALA-MINIMA  PIC 9(3)       VALUE 150.
       01  WS-ESCALA-MAXIMA  PIC 9(3)       VALUE 950.
       01  WS-PUNTAJE-INTERNO PIC 9(3)      VALUE 0.
       01  WS-BURO-PUNTAJE   PIC 9(3)       VALUE 0.
       01  WS-BURO-FECHA     PIC 9(8)       VALUE 0.
       01  WS-BURO-PUNTAJE-ANT PIC 9(3)     VALUE 0.
       01  WS-BURO-FECHA-ANT PIC 9(8)       VALUE 0.
       01  WS-BURO-RESULTADO PIC X          VALUE SPACE.
       01  WS-BURO-ESCALADO  PIC S9(4)      VALUE 0.

       01  WS-TOTAL-CALIFICADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-CON-BURO    PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRADO-A     PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRADO-B     PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRADO-C     PIC 9(7) VALUE 0.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "BURO-PESO-RIESGO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               IF WS-PAR-VALOR > 100
                   MOVE 100 TO WS-PESO-BURO
               ELSE
                   MOVE WS-PAR-VALOR TO WS-PESO-BURO
               END-IF
           END-IF.
           PERFORM ABRO-ARCHIVOS.
           PERFORM CUENTO-SUSPENSOS THRU F-CUENTO-SUSPENSOS.
           PERFORM CALIFICO-CLIENTES THRU F-CALIFICO-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           CALL "VERIFICA-RESUMEN-MOV" USING WS-RESUMEN-ESTADO
               WS-RESUMEN-DIA.
           IF RESUMEN-AL-DIA
               OPEN INPUT RESUMEN-MOV
               IF ST-RESUMEN NOT = "00"
                   MOVE "N" TO WS-RESUMEN-ESTADO
               END-IF
           END-IF.
           IF RESUMEN-AL-DIA
               DISPLAY "Reversas y pagos desde el resumen de "
                   "movimientos."
           ELSE
               DISPLAY "Resumen de movimientos no disponible o "
                   "atrasado: se leen los movimientos."
               OPEN INPUT MOVIMIENTOS
               IF ST-MOVIMIENTOS > "07"
                   DISPLAY "Error abriendo MOVIMIENTOS ("
                       ST-MOVIMIENTOS ")"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT PROMESAS.
           IF ST-PROMESAS > "07"
               DISPLAY "Archivo de promesas no disponible ("
               GO TO F-CALIFICO-CLIENTES.
           PERFORM REUNO-INSUMOS THRU F-REUNO-INSUMOS.
           PERFORM CALCULO-PUNTAJE.
           PERFORM MEZCLO-PUNTAJE-BURO THRU F-MEZCLO-PUNTAJE-BURO.
           PERFORM GRABO-RIESGO.
           GO TO LEO-CLIENTE-RIESGO.

           PERFORM BUSCO-SUSPENSOS-TABLA
               VARYING WS-SUS-I FROM 1 BY 1
               UNTIL WS-SUS-I > WS-SUS-USADAS.
           IF RESUMEN-AL-DIA
               GO TO CUENTO-DESDE-RESUMEN.
           MOVE CLI-ID TO MOV-ID-CLIENTE.
           MOVE 0 TO MOV-FECHA.
           MOVE 0 TO MOV-HORA.
           END-IF.
           GO TO LEO-MOVIMIENTO-RIESGO.

      *    Mismos conteos desde las filas del cliente en el resumen,
      *    con los mismos topes.
       CUENTO-DESDE-RESUMEN.
           MOVE 0 TO WS-RSM-REVERSAS.
           MOVE 0 TO WS-RSM-PAGOS.
           MOVE LOW-VALUES TO RSM-CLAVE.
           MOVE CLI-ID TO RSM-ID-CLIENTE.
           START RESUMEN-MOV KEY IS NOT LESS THAN RSM-CLAVE
               INVALID KEY
                   GO TO F-REUNO-INSUMOS
           END-START.

       LEO-RESUMEN-RIESGO.
           READ RESUMEN-MOV NEXT RECORD
               AT END
                   GO TO TOPO-CONTEOS-RESUMEN
           END-READ.
           IF ST-RESUMEN > "07"
            OR RSM-ID-CLIENTE NOT = CLI-ID
               GO TO TOPO-CONTEOS-RESUMEN.
           IF RSM-TIPO = "REVERSA"
               ADD RSM-CANTIDAD TO WS-RSM-REVERSAS.
           IF RSM-TIPO = "PAGO" OR RSM-TIPO = "GIRO"
               ADD RSM-CANTIDAD TO WS-RSM-PAGOS.
           GO TO LEO-RESUMEN-RIESGO.

       TOPO-CONTEOS-RESUMEN.
           IF WS-RSM-REVERSAS > 999
               MOVE 999 TO WS-REVERSAS
           ELSE
               MOVE WS-RSM-REVERSAS TO WS-REVERSAS.
           IF WS-RSM-PAGOS > 99999
               MOVE 99999 TO WS-PAGOS
           ELSE
               MOVE WS-RSM-PAGOS TO WS-PAGOS.

       F-REUNO-INSUMOS.
           EXIT.

           IF WS-PUNTAJE < 0
               MOVE 0 TO WS-PUNTAJE.

      ******************************************************************
      * Puntaje externo: el ultimo calificado del buro para el
      * documento del cliente, llevado a 0-100 y mezclado con el de
      * comportamiento segun su peso. Sin documento o sin calificacion
      * el puntaje queda como estaba.
      ******************************************************************
       MEZCLO-PUNTAJE-BURO.
           MOVE WS-PUNTAJE TO WS-PUNTAJE-INTERNO.
           MOVE 0 TO WS-BURO-PUNTAJE.
           MOVE 0 TO WS-BURO-FECHA.
           IF CLI-NIT = SPACE OR WS-PESO-BURO = 0
               GO TO F-MEZCLO-PUNTAJE-BURO.
           CALL "PUNTAJE-BURO" USING CLI-TIPO-DOC CLI-NIT
               WS-BURO-PUNTAJE WS-BURO-FECHA WS-BURO-PUNTAJE-ANT
               WS-BURO-FECHA-ANT WS-BURO-RESULTADO.
           IF WS-BURO-RESULTADO NOT = "S"
               MOVE 0 TO WS-BURO-PUNTAJE
               MOVE 0 TO WS-BURO-FECHA
               GO TO F-MEZCLO-PUNTAJE-BURO.
           COMPUTE WS-BURO-ESCALADO ROUNDED =
               ((WS-BURO-PUNTAJE - WS-ESCALA-MINIMA) * 100)
               / (WS-ESCALA-MAXIMA - WS-ESCALA-MINIMA).
           IF WS-BURO-ESCALADO > 100
               MOVE 100 TO WS-BURO-ESCALADO.
           IF WS-BURO-ESCALADO < 0
               MOVE 0 TO WS-BURO-ESCALADO.
           COMPUTE WS-PUNTAJE ROUNDED =
               ((WS-PUNTAJE-INTERNO * (100 - WS-PESO-BURO))
               + (WS-BURO-ESCALADO * WS-PESO-BURO)) / 100.
           ADD 1 TO WS-TOTAL-CON-BURO.

       F-MEZCLO-PUNTAJE-BURO.
           EXIT.

       GRABO-RIESGO.
           MOVE CLI-ID          TO RGO-ID-CLIENTE.
           MOVE WS-FECHA-HOY    TO RGO-FECHA.
           MOVE WS-SUSPENSOS    TO RGO-SUSPENSOS.
           MOVE WS-PAGOS        TO RGO-PAGOS.
           MOVE WS-CONTINGENTES TO RGO-CONTINGENTES.
           MOVE WS-PUNTAJE-INTERNO TO RGO-PUNTAJE-INTERNO.
           MOVE WS-BURO-PUNTAJE TO RGO-PUNTAJE-BURO.
           MOVE WS-BURO-FECHA   TO RGO-FECHA-BURO.
           IF WS-PUNTAJE >= 80
               MOVE "A" TO RGO-GRADO
               ADD 1 TO WS-TOTAL-GRADO-A

       IMPRIMO-RESUMEN.
           DISPLAY "Clientes calificados: " WS-TOTAL-CALIFICADOS.
           DISPLAY "Con puntaje de buro : " WS-TOTAL-CON-BURO.
           DISPLAY "Grado A: " WS-TOTAL-GRADO-A.
           DISPLAY "Grado B: " WS-TOTAL-GRADO-B.
           DISPLAY "Grado C: " WS-TOTAL-GRADO-C.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           IF RESUMEN-AL-DIA
               CLOSE RESUMEN-MOV
           ELSE
               CLOSE MOVIMIENTOS.
           IF ST-PROMESAS NOT > "07"
               CLOSE PROMESAS.
           IF ST-COBRANZA NOT > "07"
