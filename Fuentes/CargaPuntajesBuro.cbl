      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Carga del archivo mensual de puntajes y respuestas del
      *          buro de credito (buro_respuesta.dat, formato fijo con
      *          encabezado "1" con la fecha de corte, detalles "2" y
      *          cola "9" de control, como el que le mandamos con
      *          REPORTE-BURO) sobre la historia fechada de puntajes
      *          por documento (buro_puntajes.dat, BUROPUNT.cpy). Cada
      *          detalle se casa con su cliente por el ID que le
      *          mandamos o, si no lo trae o no cuadra, por el
      *          documento (clave alterna CLI-NIT); los solicitantes
      *          que aun no son clientes quedan con ID en cero. Cargar
      *          dos veces el mismo archivo reescribe los mismos
      *          registros. De paso lista en reporte_caida_buro.txt a
      *          los clientes cuyo puntaje cayo, respecto del mes
      *          calificado anterior, al menos el umbral del parametro
      *          BURO-CAIDA-PUNTOS (100 puntos si no esta), con su
      *          limite de credito y su saldo, para que credito
      *          reconsidere el limite. Sin archivo del buro no hay
      *          nada que cargar y el programa termina bien.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PUNTAJES-BURO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY BPUSEL.

           SELECT OPTIONAL RESPUESTA-BURO
                  ASSIGN TO "./buro_respuesta.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESPUESTA.

           SELECT REPORTE ASSIGN TO "./reporte_caida_buro.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  BURO-PUNTAJES.

           COPY BUROPUNT.

       FD  RESPUESTA-BURO.
       01  REG-RESPUESTA-BURO PIC X(80).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-PUNTAJES   PIC XX VALUE SPACE.
       01  ST-RESPUESTA  PIC XX VALUE SPACE.
       01  ST-REPORTE    PIC XX VALUE SPACE.

      * Formato fijo del buro: encabezado "1" con la fecha de corte,
      * detalle "2" por documento consultado y cola "9" con la
      * cantidad de detalles.
       01  WS-RESPUESTA.
           05 BRE-TIPO-REG      PIC X.
              88 BRE-ENCABEZADO   VALUE "1".
              88 BRE-DETALLE      VALUE "2".
              88 BRE-COLA         VALUE "9".
           05 BRE-RESTO         PIC X(79).
       01  WS-RESPUESTA-ENC REDEFINES WS-RESPUESTA.
           05 FILLER            PIC X.
           05 BRE-FECHA-CORTE   PIC 9(8).
           05 FILLER            PIC X(71).
       01  WS-RESPUESTA-DET REDEFINES WS-RESPUESTA.
           05 FILLER            PIC X.
           05 BRE-TIPO-DOC      PIC X.
           05 BRE-NIT           PIC X(15).
           05 BRE-ID-CLIENTE    PIC 9(8).
           05 BRE-PUNTAJE       PIC 9(3).
           05 BRE-RESPUESTA     PIC XX.
           05 FILLER            PIC X(50).
       01  WS-RESPUESTA-COLA REDEFINES WS-RESPUESTA.
           05 FILLER            PIC X.
           05 BRE-CANTIDAD      PIC 9(7).
           05 FILLER            PIC X(72).

      * Escala de puntajes del buro.
       01  WS-ESCALA-MINIMA  PIC 9(3) VALUE 150.
       01  WS-ESCALA-MAXIMA  PIC 9(3) VALUE 950.

      * Parametros (ver LEE-PARAMETRO): caida minima para el listado.
       01  WS-PAR-CLAVE    PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO  PIC X          VALUE "N".
       01  WS-CAIDA-UMBRAL PIC 9(3)       VALUE 100.

       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01  WS-FECHA-CORTE   PIC 9(8) VALUE 0.
       01  WS-ENCABEZADO-SW PIC X    VALUE "N".
           88 HAY-ENCABEZADO  VALUE "S".
       01  WS-COLA-SW       PIC X    VALUE "N".
           88 HAY-COLA        VALUE "S".
       01  WS-CANTIDAD-COLA PIC 9(7) VALUE 0.

      * Cliente casado con el detalle en curso y su puntaje calificado
      * anterior a este corte.
       01  WS-CLIENTE-SW    PIC X    VALUE "N".
           88 CLIENTE-CASADO  VALUE "S".
       01  WS-ANTERIOR-SW   PIC X    VALUE "N".
           88 HAY-ANTERIOR    VALUE "S".
       01  WS-PUNTAJE-ANT   PIC 9(3) VALUE 0.
       01  WS-FECHA-ANT     PIC 9(8) VALUE 0.
       01  WS-CAIDA         PIC 9(3) VALUE 0.
       01  WS-LIMITE-VIGENTE PIC S9(7)V9(3) VALUE 0.

       01  WS-TOTAL-LEIDOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARGADOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-CALIFICADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-CAIDAS      PIC 9(7) VALUE 0.

       01  LINEA-TITULO-COL.
           05 FILLER PIC X(10) VALUE "ID-CLIENTE".
           05 FILLER PIC X(32) VALUE "NOMBRE".
           05 FILLER PIC X(19) VALUE "DOCUMENTO".
           05 FILLER PIC X(14) VALUE "ANT. CORTE".
           05 FILLER PIC X(5)  VALUE "ACT.".
           05 FILLER PIC X(7)  VALUE "CAIDA".
           05 FILLER PIC X(13) VALUE "     LIMITE".
           05 FILLER PIC X(11) VALUE "      SALDO".

       01  LINEA-DETALLE.
           05 DET-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-NOMBRE     PIC X(30).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-TIPO-DOC   PIC X.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-NIT        PIC X(15).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-PUNTAJE-ANT PIC ZZ9.
           05 FILLER         PIC X     VALUE SPACE.
           05 DET-FECHA-ANT  PIC 9(8).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-PUNTAJE    PIC ZZ9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-CAIDA      PIC ZZ9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 DET-LIMITE     PIC -(6)9,999.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 DET-SALDO      PIC -(6)9,999.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARGA-PUNTAJES-BURO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "BURO-CAIDA-PUNTOS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-CAIDA-UMBRAL.
           OPEN INPUT RESPUESTA-BURO.
           IF ST-RESPUESTA > "07"
               DISPLAY "Error abriendo RESPUESTA-BURO (" ST-RESPUESTA
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF ST-RESPUESTA = "05"
               DISPLAY "Sin archivo del buro, nada que cargar."
               CLOSE RESPUESTA-BURO
               STOP RUN.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               STOP RUN.
           PERFORM CARGO-RESPUESTA THRU F-CARGO-RESPUESTA.
           PERFORM VERIFICO-CONTROL.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O BURO-PUNTAJES.
           IF ST-PUNTAJES = "35"
               OPEN OUTPUT BURO-PUNTAJES
               CLOSE BURO-PUNTAJES
               OPEN I-O BURO-PUNTAJES.
           IF ST-PUNTAJES > "07"
               DISPLAY "Error abriendo BURO-PUNTAJES (" ST-PUNTAJES
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * El encabezado tiene que venir primero: sin fecha de corte no
      * hay como fechar la historia y el archivo entero se rechaza.
      ******************************************************************
       CARGO-RESPUESTA.
           READ RESPUESTA-BURO INTO WS-RESPUESTA
               AT END
                   GO TO F-CARGO-RESPUESTA
           END-READ.
           IF ST-RESPUESTA > "07"
               DISPLAY "Error leyendo RESPUESTA-BURO (" ST-RESPUESTA
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-RESPUESTA.
           IF NOT HAY-ENCABEZADO
               IF NOT BRE-ENCABEZADO
                OR BRE-FECHA-CORTE NOT NUMERIC
                OR BRE-FECHA-CORTE = 0
                   DISPLAY "El archivo del buro no empieza con un "
                       "encabezado fechado, no se carga."
                   MOVE 16 TO RETURN-CODE
                   GO TO F-CARGO-RESPUESTA
               END-IF
               SET HAY-ENCABEZADO TO TRUE
               MOVE BRE-FECHA-CORTE TO WS-FECHA-CORTE
               PERFORM TITULO-REPORTE
               GO TO CARGO-RESPUESTA.
           IF BRE-COLA
               SET HAY-COLA TO TRUE
               IF BRE-CANTIDAD NUMERIC
                   MOVE BRE-CANTIDAD TO WS-CANTIDAD-COLA
               END-IF
               GO TO F-CARGO-RESPUESTA.
           IF NOT BRE-DETALLE
               DISPLAY "Registro de tipo desconocido (" BRE-TIPO-REG
                   "), se omite."
               GO TO CARGO-RESPUESTA.
           ADD 1 TO WS-TOTAL-LEIDOS.
           PERFORM CARGO-DETALLE THRU F-CARGO-DETALLE.
           GO TO CARGO-RESPUESTA.

       F-CARGO-RESPUESTA.
           EXIT.

      ******************************************************************
      * Un detalle: valida documento y puntaje, casa el cliente, busca
      * el puntaje calificado anterior a este corte, graba la historia
      * y lista la caida si la hay.
      ******************************************************************
       CARGO-DETALLE.
           IF BRE-NIT = SPACE OR BRE-TIPO-DOC = SPACE
               DISPLAY "Detalle del buro sin documento, se rechaza."
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO F-CARGO-DETALLE.
           IF BRE-RESPUESTA = "00"
               IF BRE-PUNTAJE NOT NUMERIC
                OR BRE-PUNTAJE < WS-ESCALA-MINIMA
                OR BRE-PUNTAJE > WS-ESCALA-MAXIMA
                   DISPLAY "Puntaje fuera de escala para " BRE-TIPO-DOC
                       " " BRE-NIT ", se rechaza."
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   GO TO F-CARGO-DETALLE
               END-IF
           END-IF.
           PERFORM CASO-CLIENTE THRU F-CASO-CLIENTE.
           PERFORM BUSCO-ANTERIOR THRU F-BUSCO-ANTERIOR.
           MOVE BRE-TIPO-DOC   TO BPU-TIPO-DOC.
           MOVE BRE-NIT        TO BPU-NIT.
           MOVE WS-FECHA-CORTE TO BPU-FECHA.
           IF CLIENTE-CASADO
               MOVE CLI-ID TO BPU-ID-CLIENTE
           ELSE
               MOVE 0 TO BPU-ID-CLIENTE.
           MOVE BRE-RESPUESTA  TO BPU-RESPUESTA.
           IF BPU-CALIFICADO
               MOVE BRE-PUNTAJE TO BPU-PUNTAJE
           ELSE
               MOVE 0 TO BPU-PUNTAJE.
           MOVE WS-FECHA-HOY   TO BPU-FECHA-CARGA.
           WRITE REG-BURO-PUNTAJE
               INVALID KEY
                   REWRITE REG-BURO-PUNTAJE
           END-WRITE.
           IF ST-PUNTAJES > "07"
               DISPLAY "Error grabando el puntaje de " BPU-TIPO-DOC " "
                   BPU-NIT " (" ST-PUNTAJES ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-DETALLE.
           ADD 1 TO WS-TOTAL-CARGADOS.
           IF CLIENTE-CASADO
               ADD 1 TO WS-TOTAL-CLIENTES.
           IF NOT BPU-CALIFICADO
               GO TO F-CARGO-DETALLE.
           ADD 1 TO WS-TOTAL-CALIFICADOS.
           IF CLIENTE-CASADO AND HAY-ANTERIOR
            AND WS-PUNTAJE-ANT > BPU-PUNTAJE
               COMPUTE WS-CAIDA = WS-PUNTAJE-ANT - BPU-PUNTAJE
               IF WS-CAIDA >= WS-CAIDA-UMBRAL
                   PERFORM LISTO-CAIDA
               END-IF
           END-IF.

       F-CARGO-DETALLE.
           EXIT.

      ******************************************************************
      * Primero por el ID que le mandamos al buro, si todavia
      * corresponde al mismo documento; si no, por la clave alterna del
      * documento.
      ******************************************************************
       CASO-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           IF BRE-ID-CLIENTE NOT NUMERIC OR BRE-ID-CLIENTE = 0
               GO TO CASO-POR-DOCUMENTO.
           MOVE BRE-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   GO TO CASO-POR-DOCUMENTO
           END-READ.
           IF CLI-TIPO-DOC = BRE-TIPO-DOC AND CLI-NIT = BRE-NIT
               SET CLIENTE-CASADO TO TRUE
               GO TO F-CASO-CLIENTE.

       CASO-POR-DOCUMENTO.
           MOVE BRE-NIT TO CLI-NIT.
           START CLIENTES KEY IS EQUAL TO CLI-NIT
               INVALID KEY
                   GO TO F-CASO-CLIENTE
           END-START.

       LEO-CLIENTE-DOCUMENTO.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-CASO-CLIENTE
           END-READ.
           IF ST-FILE > "07" OR CLI-NIT NOT = BRE-NIT
               GO TO F-CASO-CLIENTE.
           IF CLI-TIPO-DOC NOT = BRE-TIPO-DOC
               GO TO LEO-CLIENTE-DOCUMENTO.
           SET CLIENTE-CASADO TO TRUE.

       F-CASO-CLIENTE.
           EXIT.

      ******************************************************************
      * Ultimo puntaje calificado del documento con fecha de corte
      * anterior a la de este archivo (una recarga del mismo archivo
      * compara contra lo mismo que la primera vez).
      ******************************************************************
       BUSCO-ANTERIOR.
           MOVE "N" TO WS-ANTERIOR-SW.
           MOVE 0   TO WS-PUNTAJE-ANT.
           MOVE 0   TO WS-FECHA-ANT.
           MOVE BRE-TIPO-DOC TO BPU-TIPO-DOC.
           MOVE BRE-NIT      TO BPU-NIT.
           COMPUTE BPU-FECHA = WS-FECHA-CORTE - 1.
           START BURO-PUNTAJES KEY IS NOT GREATER THAN BPU-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-ANTERIOR
           END-START.

       LEO-PUNTAJE-ANTERIOR.
           READ BURO-PUNTAJES PREVIOUS RECORD
               AT END
                   GO TO F-BUSCO-ANTERIOR
           END-READ.
           IF ST-PUNTAJES > "07"
            OR BPU-TIPO-DOC NOT = BRE-TIPO-DOC
            OR BPU-NIT NOT = BRE-NIT
               GO TO F-BUSCO-ANTERIOR.
           IF NOT BPU-CALIFICADO
               GO TO LEO-PUNTAJE-ANTERIOR.
           SET HAY-ANTERIOR TO TRUE.
           MOVE BPU-PUNTAJE TO WS-PUNTAJE-ANT.
           MOVE BPU-FECHA   TO WS-FECHA-ANT.

       F-BUSCO-ANTERIOR.
           EXIT.

       TITULO-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTES CON CAIDA DEL PUNTAJE DE BURO - CORTE "
               WS-FECHA-CORTE DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CAIDA MINIMA LISTADA: " WS-CAIDA-UMBRAL
               " PUNTOS" DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-TITULO-COL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       LISTO-CAIDA.
           IF CLI-LIMITE-CREDITO NOT NUMERIC
               MOVE 0 TO WS-LIMITE-VIGENTE
           ELSE
               MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-VIGENTE.
           MOVE CLI-ID            TO DET-ID.
           MOVE CLI_NOMBRE        TO DET-NOMBRE.
           MOVE BPU-TIPO-DOC      TO DET-TIPO-DOC.
           MOVE BPU-NIT           TO DET-NIT.
           MOVE WS-PUNTAJE-ANT    TO DET-PUNTAJE-ANT.
           MOVE WS-FECHA-ANT      TO DET-FECHA-ANT.
           MOVE BPU-PUNTAJE       TO DET-PUNTAJE.
           MOVE WS-CAIDA          TO DET-CAIDA.
           MOVE WS-LIMITE-VIGENTE TO DET-LIMITE.
           MOVE CLI-SALDO         TO DET-SALDO.
           MOVE LINEA-DETALLE     TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-TOTAL-CAIDAS.

      ******************************************************************
      * La cola del buro tiene que cuadrar con los detalles leidos; lo
      * cargado queda cargado, pero la diferencia se avisa.
      ******************************************************************
       VERIFICO-CONTROL.
           IF RETURN-CODE = 16
               GO TO F-VERIFICO-CONTROL.
           IF NOT HAY-COLA
               DISPLAY "El archivo del buro no trae cola de control."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CANTIDAD-COLA NOT = WS-TOTAL-LEIDOS
                   DISPLAY "La cola del buro informa "
                       WS-CANTIDAD-COLA " detalles y se leyeron "
                       WS-TOTAL-LEIDOS "."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       F-VERIFICO-CONTROL.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "CLIENTES CON CAIDA LISTADOS: " WS-TOTAL-CAIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Fecha de corte del buro    : " WS-FECHA-CORTE.
           DISPLAY "Detalles leidos            : " WS-TOTAL-LEIDOS.
           DISPLAY "Puntajes cargados          : " WS-TOTAL-CARGADOS.
           DISPLAY "  Calificados              : "
               WS-TOTAL-CALIFICADOS.
           DISPLAY "  Casados con un cliente   : " WS-TOTAL-CLIENTES.
           DISPLAY "Detalles rechazados        : "
               WS-TOTAL-RECHAZADOS.
           DISPLAY "Clientes con caida listados: " WS-TOTAL-CAIDAS.

       CIERRO-ARCHIVOS.
           CLOSE RESPUESTA-BURO.
           CLOSE CLIENTES.
           CLOSE BURO-PUNTAJES.
           CLOSE REPORTE.

           COPY BANNER.

       END PROGRAM CARGA-PUNTAJES-BURO.
