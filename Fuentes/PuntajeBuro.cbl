      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del puntaje de buro de un
      *          documento en la historia mensual (buro_puntajes.dat,
      *          BUROPUNT.cpy), compartido por CALIFICA-RIESGO (que
      *          lo mezcla en el puntaje interno), EDITA-NUEVOS (que
      *          retiene al solicitante bajo el minimo) y
      *          REVISA-SUSPENSO (que lo muestra al revisar el alta).
      *          Devuelve el ultimo puntaje calificado (respuesta
      *          "00") con su fecha de corte y el calificado anterior
      *          a ese, en cero si no lo hay. Resultado: "S" = hay
      *          puntaje, "N" = el documento esta en blanco o el buro
      *          no lo ha calificado, "X" = historia no disponible (el
      *          puntaje no se pudo consultar). La historia se abre
      *          en la primera llamada y queda abierta el resto de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTAJE-BURO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY BPUSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  BURO-PUNTAJES.

           COPY BUROPUNT.

       WORKING-STORAGE SECTION.

       01  ST-PUNTAJES   PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 HISTORIA-ABIERTA    VALUE "S".
       01  WS-HISTORIA-SW  PIC X VALUE "N".
           88 HISTORIA-DISPONIBLE VALUE "S".

       LINKAGE SECTION.
       01  LNK-TIPO-DOC       PIC X.
       01  LNK-NIT            PIC X(15).
       01  LNK-PUNTAJE        PIC 9(3).
       01  LNK-FECHA          PIC 9(8).
       01  LNK-PUNTAJE-ANT    PIC 9(3).
       01  LNK-FECHA-ANT      PIC 9(8).
       01  LNK-RESULTADO      PIC X.

       PROCEDURE DIVISION USING LNK-TIPO-DOC LNK-NIT LNK-PUNTAJE
               LNK-FECHA LNK-PUNTAJE-ANT LNK-FECHA-ANT LNK-RESULTADO.
       MAIN-RUTINA.
           MOVE "N" TO LNK-RESULTADO.
           MOVE 0   TO LNK-PUNTAJE.
           MOVE 0   TO LNK-FECHA.
           MOVE 0   TO LNK-PUNTAJE-ANT.
           MOVE 0   TO LNK-FECHA-ANT.
           IF LNK-NIT = SPACE
               GOBACK.
           IF NOT HISTORIA-ABIERTA
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT BURO-PUNTAJES
               IF ST-PUNTAJES = "00"
                   SET HISTORIA-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT HISTORIA-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           PERFORM BUSCO-PUNTAJES THRU F-BUSCO-PUNTAJES.
           GOBACK.

      ******************************************************************
      * Se posiciona en la fecha mas alta del documento y recorre hacia
      * atras saltando las respuestas sin calificacion, hasta tener el
      * ultimo puntaje y el anterior.
      ******************************************************************
       BUSCO-PUNTAJES.
           MOVE LNK-TIPO-DOC TO BPU-TIPO-DOC.
           MOVE LNK-NIT      TO BPU-NIT.
           MOVE 99999999     TO BPU-FECHA.
           START BURO-PUNTAJES KEY IS NOT GREATER THAN BPU-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-PUNTAJES
           END-START.

       LEO-PUNTAJE-ANTERIOR.
           READ BURO-PUNTAJES PREVIOUS RECORD
               AT END
                   GO TO F-BUSCO-PUNTAJES
           END-READ.
           IF ST-PUNTAJES > "07"
            OR BPU-TIPO-DOC NOT = LNK-TIPO-DOC
            OR BPU-NIT NOT = LNK-NIT
               GO TO F-BUSCO-PUNTAJES.
           IF NOT BPU-CALIFICADO
               GO TO LEO-PUNTAJE-ANTERIOR.
           IF LNK-RESULTADO = "N"
               MOVE "S"         TO LNK-RESULTADO
               MOVE BPU-PUNTAJE TO LNK-PUNTAJE
               MOVE BPU-FECHA   TO LNK-FECHA
               GO TO LEO-PUNTAJE-ANTERIOR.
           MOVE BPU-PUNTAJE TO LNK-PUNTAJE-ANT.
           MOVE BPU-FECHA   TO LNK-FECHA-ANT.

       F-BUSCO-PUNTAJES.
           EXIT.

       END PROGRAM PUNTAJE-BURO.
