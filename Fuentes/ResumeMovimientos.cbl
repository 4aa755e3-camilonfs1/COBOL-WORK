      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Resumen nocturno de movimientos: una sola pasada
      *          sobre movimientos.dat, en orden de MOV-CLAVE, que
      *          reconstruye completo resumen_movimientos.dat
      *          (RESMOV.cpy) -- por cliente, periodo AAAAMM, tipo de
      *          movimiento y empresa: cantidad y total, reversados,
      *          primera y ultima fecha, y la cantidad y el total del
      *          dia de la corrida -- y deja en resumen_mov_control.dat
      *          (RESMOVCT.cpy) la fecha y hora de la generacion con
      *          la marca de agua del movimiento mas reciente que
      *          entro. Corre en la cadena nocturna despues de los
      *          pasos que postean; los reportes y la calificacion
      *          que solo necesitan conteos y totales leen el resumen
      *          en vez de barrer cada uno los movimientos, y
      *          PROCESO-NOCTURNO no los corre si el resumen quedo
      *          atras de los posteos (VERIFICA-RESUMEN-MOV).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUME-MOVIMIENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY MOVSEL.

           COPY RSMSEL.

           SELECT OPTIONAL RESUMEN-CONTROL
                  ASSIGN TO "./resumen_mov_control.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  RESUMEN-MOV.

           COPY RESMOV.

       FD  RESUMEN-CONTROL.

           COPY RESMOVCT.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS PIC XX VALUE SPACE.
       01  ST-RESUMEN     PIC XX VALUE SPACE.
       01  ST-CONTROL     PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-HORA-INICIO  PIC 9(8) VALUE 0.
       01  WS-EMPRESA-MOV  PIC 9(3) VALUE 0.

      * Marca de agua: fecha y hora del movimiento mas reciente leido.
       01  WS-ULTIMA-FECHA PIC 9(8) VALUE 0.
       01  WS-ULTIMA-HORA  PIC 9(8) VALUE 0.

      * Corte por cliente y periodo: los tipos (con su empresa) del
      * par en curso se acumulan en memoria y se graban al cambiar.
       01  WS-ID-CURSO      PIC 9(8) VALUE 0.
       01  WS-PERIODO-CURSO PIC 9(6) VALUE 0.
       01  WS-HAY-CURSO-SW  PIC X    VALUE "N".
           88 HAY-PAR-EN-CURSO VALUE "S".
       01  WS-ACU-USADOS    PIC 9(3) VALUE 0.
       01  WS-ACU-I         PIC 9(3) VALUE 0.
       01  WS-ACU-HALLADO   PIC 9(3) VALUE 0.
       01  WS-TAB-ACUMULADOS.
           05 WS-ACU-ENTRADA OCCURS 100 TIMES.
               10 WS-ACU-TIPO          PIC X(10).
               10 WS-ACU-EMPRESA       PIC 9(3).
               10 WS-ACU-CANTIDAD      PIC 9(7).
               10 WS-ACU-TOTAL         PIC S9(11)V9(3).
               10 WS-ACU-CANT-REV      PIC 9(7).
               10 WS-ACU-TOTAL-REV     PIC S9(11)V9(3).
               10 WS-ACU-PRIMERA       PIC 9(8).
               10 WS-ACU-ULTIMA        PIC 9(8).
               10 WS-ACU-CANT-DIA      PIC 9(7).
               10 WS-ACU-TOTAL-DIA     PIC S9(11)V9(3).

       01  WS-TOTAL-MOVIMIENTOS PIC 9(9) VALUE 0.
       01  WS-TOTAL-FILAS       PIC 9(9) VALUE 0.
       01  WS-TOTAL-CLIENTES    PIC 9(7) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "RESUME-MOVIMIENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY   FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
      *    El control se vacia antes de tocar el resumen: si la pasada
      *    no termina, nadie lo da por bueno.
           OPEN OUTPUT RESUMEN-CONTROL.
           IF ST-CONTROL > "07"
               DISPLAY "Error abriendo RESUMEN-CONTROL (" ST-CONTROL
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE RESUMEN-CONTROL.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RESUMEN-MOV.
           IF ST-RESUMEN > "07"
               DISPLAY "Error abriendo RESUMEN-MOV (" ST-RESUMEN ")"
               MOVE 16 TO RETURN-CODE
               CLOSE MOVIMIENTOS
               STOP RUN.
           PERFORM RESUMO-MOVIMIENTOS THRU F-RESUMO-MOVIMIENTOS.
           CLOSE MOVIMIENTOS.
           CLOSE RESUMEN-MOV.
           IF RETURN-CODE NOT = 0
               DISPLAY "El resumen de movimientos quedo incompleto, "
                   "no se marca como generado."
               STOP RUN.
           PERFORM GRABO-CONTROL.
           DISPLAY "Movimientos leidos     : " WS-TOTAL-MOVIMIENTOS.
           DISPLAY "Clientes resumidos     : " WS-TOTAL-CLIENTES.
           DISPLAY "Filas de resumen       : " WS-TOTAL-FILAS.
           DISPLAY "Ultimo movimiento      : " WS-ULTIMA-FECHA " "
               WS-ULTIMA-HORA.
           STOP RUN.

      ******************************************************************
      * Pasada unica por MOV-CLAVE: el cliente y la fecha llegan en
      * orden, de modo que el par cliente/periodo cambia una sola vez.
      ******************************************************************
       RESUMO-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   GO TO F-RESUMO-MOVIMIENTOS
           END-START.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   PERFORM GRABO-PAR THRU F-GRABO-PAR
                   GO TO F-RESUMO-MOVIMIENTOS
           END-READ.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error leyendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-RESUMO-MOVIMIENTOS.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
           IF MOV-FECHA > WS-ULTIMA-FECHA
            OR (MOV-FECHA = WS-ULTIMA-FECHA
                AND MOV-HORA > WS-ULTIMA-HORA)
               MOVE MOV-FECHA TO WS-ULTIMA-FECHA
               MOVE MOV-HORA  TO WS-ULTIMA-HORA.
           IF NOT HAY-PAR-EN-CURSO
            OR MOV-ID-CLIENTE NOT = WS-ID-CURSO
            OR MOV-FECHA (1:6) NOT = WS-PERIODO-CURSO
               PERFORM GRABO-PAR THRU F-GRABO-PAR
               IF RETURN-CODE NOT = 0
                   GO TO F-RESUMO-MOVIMIENTOS
               END-IF
               IF MOV-ID-CLIENTE NOT = WS-ID-CURSO
                   ADD 1 TO WS-TOTAL-CLIENTES
               END-IF
               MOVE MOV-ID-CLIENTE   TO WS-ID-CURSO
               MOVE MOV-FECHA (1:6)  TO WS-PERIODO-CURSO
               MOVE "S" TO WS-HAY-CURSO-SW
               MOVE 0 TO WS-ACU-USADOS.
      *    Empresa no numerica o cero = 001, como en MOVIMIENTO.cpy.
           IF MOV-EMPRESA NUMERIC AND MOV-EMPRESA > 0
               MOVE MOV-EMPRESA TO WS-EMPRESA-MOV
           ELSE
               MOVE 1 TO WS-EMPRESA-MOV.
           MOVE 0 TO WS-ACU-HALLADO.
           PERFORM BUSCO-ACUMULADO
               VARYING WS-ACU-I FROM 1 BY 1
               UNTIL WS-ACU-I > WS-ACU-USADOS.
           IF WS-ACU-HALLADO = 0
               IF WS-ACU-USADOS >= 100
                   DISPLAY "Mas de 100 tipos en el cliente "
                       MOV-ID-CLIENTE " periodo " WS-PERIODO-CURSO
                       ", el resumen no se completa."
                   MOVE 16 TO RETURN-CODE
                   GO TO F-RESUMO-MOVIMIENTOS
               END-IF
               ADD 1 TO WS-ACU-USADOS
               MOVE WS-ACU-USADOS  TO WS-ACU-HALLADO
               INITIALIZE WS-ACU-ENTRADA (WS-ACU-HALLADO)
               MOVE MOV-TIPO       TO WS-ACU-TIPO (WS-ACU-HALLADO)
               MOVE WS-EMPRESA-MOV TO WS-ACU-EMPRESA (WS-ACU-HALLADO)
               MOVE MOV-FECHA      TO WS-ACU-PRIMERA (WS-ACU-HALLADO).
           ADD 1         TO WS-ACU-CANTIDAD (WS-ACU-HALLADO).
           ADD MOV-VALOR TO WS-ACU-TOTAL (WS-ACU-HALLADO).
           MOVE MOV-FECHA TO WS-ACU-ULTIMA (WS-ACU-HALLADO).
           IF MOV-MARCA-REVERSADO = "S"
               ADD 1         TO WS-ACU-CANT-REV (WS-ACU-HALLADO)
               ADD MOV-VALOR TO WS-ACU-TOTAL-REV (WS-ACU-HALLADO).
           IF MOV-FECHA = WS-FECHA-HOY
               ADD 1         TO WS-ACU-CANT-DIA (WS-ACU-HALLADO)
               ADD MOV-VALOR TO WS-ACU-TOTAL-DIA (WS-ACU-HALLADO).
           GO TO LEO-MOVIMIENTO.

       F-RESUMO-MOVIMIENTOS.
           EXIT.

       BUSCO-ACUMULADO.
           IF WS-ACU-TIPO (WS-ACU-I) = MOV-TIPO
            AND WS-ACU-EMPRESA (WS-ACU-I) = WS-EMPRESA-MOV
               MOVE WS-ACU-I TO WS-ACU-HALLADO.

      ******************************************************************
      * Graba una fila por tipo del par cliente/periodo en curso.
      ******************************************************************
       GRABO-PAR.
           IF NOT HAY-PAR-EN-CURSO
               GO TO F-GRABO-PAR.
           PERFORM GRABO-FILA THRU F-GRABO-FILA
               VARYING WS-ACU-I FROM 1 BY 1
               UNTIL WS-ACU-I > WS-ACU-USADOS.
           MOVE 0 TO WS-ACU-USADOS.

       F-GRABO-PAR.
           EXIT.

       GRABO-FILA.
           MOVE SPACE TO REG-RESUMEN-MOV.
           MOVE WS-ID-CURSO                TO RSM-ID-CLIENTE.
           MOVE WS-PERIODO-CURSO           TO RSM-PERIODO.
           MOVE WS-ACU-TIPO (WS-ACU-I)     TO RSM-TIPO.
           MOVE WS-ACU-EMPRESA (WS-ACU-I)  TO RSM-EMPRESA.
           MOVE WS-ACU-CANTIDAD (WS-ACU-I) TO RSM-CANTIDAD.
           MOVE WS-ACU-TOTAL (WS-ACU-I)    TO RSM-TOTAL.
           MOVE WS-ACU-CANT-REV (WS-ACU-I) TO RSM-CANT-REVERSADOS.
           MOVE WS-ACU-TOTAL-REV (WS-ACU-I) TO RSM-TOTAL-REVERSADOS.
           MOVE WS-ACU-PRIMERA (WS-ACU-I)  TO RSM-PRIMERA-FECHA.
           MOVE WS-ACU-ULTIMA (WS-ACU-I)   TO RSM-ULTIMA-FECHA.
           MOVE WS-ACU-CANT-DIA (WS-ACU-I) TO RSM-CANT-DIA.
           MOVE WS-ACU-TOTAL-DIA (WS-ACU-I) TO RSM-TOTAL-DIA.
           WRITE REG-RESUMEN-MOV
               INVALID KEY
                   DISPLAY "Fila de resumen duplicada: " RSM-CLAVE
                   MOVE 16 TO RETURN-CODE
                   GO TO F-GRABO-FILA
           END-WRITE.
           IF ST-RESUMEN > "07"
               DISPLAY "Error grabando RESUMEN-MOV (" ST-RESUMEN ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-GRABO-FILA.
           ADD 1 TO WS-TOTAL-FILAS.

       F-GRABO-FILA.
           EXIT.

      ******************************************************************
      * El control se graba solo con el resumen completo.
      ******************************************************************
       GRABO-CONTROL.
           OPEN OUTPUT RESUMEN-CONTROL.
           IF ST-CONTROL > "07"
               DISPLAY "Error abriendo RESUMEN-CONTROL (" ST-CONTROL
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA-HOY         TO RSC-FECHA-GENERADO.
           MOVE WS-HORA-INICIO       TO RSC-HORA-GENERADO.
           MOVE WS-FECHA-HOY         TO RSC-FECHA-DIA.
           MOVE WS-ULTIMA-FECHA      TO RSC-ULTIMA-FECHA.
           MOVE WS-ULTIMA-HORA       TO RSC-ULTIMA-HORA.
           MOVE WS-TOTAL-MOVIMIENTOS TO RSC-MOVIMIENTOS.
           MOVE WS-TOTAL-FILAS       TO RSC-FILAS.
           WRITE REG-RESUMEN-CONTROL.
           CLOSE RESUMEN-CONTROL.

           COPY BANNER.

       END PROGRAM RESUME-MOVIMIENTOS.
