      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Refresca la lista de vigilancia y sanciones
      *          (lista_vigilancia.dat, LISTAVIG.cpy) desde el archivo
      *          plano del proveedor de listas (lista_vigilancia.txt,
      *          mismos campos en texto), igual que se refresca el
      *          maestro de tasas de cambio: se reconstruye completa
      *          en cada corrida y se informan totales de control al
      *          cierre. El nombre principal y los alias de una misma
      *          persona o entidad llegan con el mismo LIS-ID y
      *          reciben LIS-SEC consecutivos. Cargada una lista
      *          nueva se invoca RECRIBA-CLIENTES, que vuelve a cribar
      *          toda la cartera contra ella.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-LISTA-VIGILANCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTA-ENTRADA ASSIGN TO "./lista_vigilancia.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ENTRADA.

           SELECT LISTA-VIGILANCIA ASSIGN TO "./lista_vigilancia.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS LIS-CLAVE
                  STATUS ST-LISTA.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTA-ENTRADA.

           COPY LISTAVIG REPLACING ==REG-LISTA-VIG== BY
               ==REG-LISTA-ENTRADA==
               ==LIS-CLAVE==        BY ==LIE-CLAVE==
               ==LIS-ID==           BY ==LIE-ID==
               ==LIS-SEC==          BY ==LIE-SEC==
               ==LIS-CODIGO-LISTA== BY ==LIE-CODIGO-LISTA==
               ==LIS-TIPO==         BY ==LIE-TIPO==
               ==LIS-PERSONA==      BY ==LIE-PERSONA==
               ==LIS-ENTIDAD==      BY ==LIE-ENTIDAD==
               ==LIS-NOMBRE==       BY ==LIE-NOMBRE==
               ==LIS-PROGRAMA==     BY ==LIE-PROGRAMA==
               ==LIS-FECHA-CARGA==  BY ==LIE-FECHA-CARGA==.

       FD  LISTA-VIGILANCIA.

           COPY LISTAVIG.

       WORKING-STORAGE SECTION.

       01  ST-ENTRADA  PIC XX VALUE SPACE.
       01  ST-LISTA    PIC XX VALUE SPACE.

       01  WS-FECHA-HOY     PIC 9(8)  VALUE 0.
       01  WS-ID-ANTERIOR   PIC X(15) VALUE LOW-VALUES.
       01  WS-SEC-ANTERIOR  PIC 9(3)  VALUE 0.

      * Capacidad de la criba en memoria (CRIBA-SANCIONES).
       01  WS-MAX-NOMBRES   PIC 9(5)  VALUE 20000.

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARGADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-PERSONAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENTIDADES  PIC 9(7) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARGA-LISTA-VIGILANCIA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT LISTA-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo LISTA-ENTRADA (" ST-ENTRADA
                   "), la lista vigente queda intacta."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT LISTA-VIGILANCIA.
           IF ST-LISTA > "07"
               DISPLAY "Error abriendo LISTA-VIGILANCIA (" ST-LISTA ")"
               MOVE 16 TO RETURN-CODE
               CLOSE LISTA-ENTRADA
               STOP RUN.
           PERFORM CARGO-NOMBRE THRU F-CARGO-NOMBRE.
           CLOSE LISTA-ENTRADA.
           CLOSE LISTA-VIGILANCIA.
           PERFORM IMPRIMO-RESUMEN.
      *    Con lista nueva toda la cartera se vuelve a cribar.
           IF RETURN-CODE < 16 AND WS-TOTAL-CARGADOS > 0
               DISPLAY "Lista nueva cargada, se recriba la cartera."
               CALL "RECRIBA-CLIENTES"
           ELSE
               DISPLAY "La cartera no se recriba en esta corrida.".
           STOP RUN.

       CARGO-NOMBRE.
           READ LISTA-ENTRADA
               AT END
                   GO TO F-CARGO-NOMBRE
           END-READ.
           IF ST-ENTRADA > "07" AND ST-ENTRADA NOT = "10"
               DISPLAY "Error leyendo LISTA-ENTRADA: " ST-ENTRADA
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-NOMBRE.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF LIE-ID = SPACE OR LIE-NOMBRE = SPACE
            OR LIE-CODIGO-LISTA = SPACE
               DISPLAY "Nombre rechazado, registro incompleto: "
                   LIE-ID " " LIE-NOMBRE (1:30)
               ADD 1 TO WS-TOTAL-RECHAZADOS
               GO TO CARGO-NOMBRE.
           IF WS-TOTAL-CARGADOS NOT < WS-MAX-NOMBRES
               DISPLAY "Nombre rechazado, la lista excede la "
                   "capacidad de la criba (" WS-MAX-NOMBRES "): "
                   LIE-ID
               ADD 1 TO WS-TOTAL-RECHAZADOS
               MOVE 4 TO RETURN-CODE
               GO TO CARGO-NOMBRE.
           IF LIE-ID = WS-ID-ANTERIOR
               COMPUTE LIS-SEC = WS-SEC-ANTERIOR + 1
           ELSE
               MOVE 1 TO LIS-SEC.
           MOVE LIE-ID           TO LIS-ID.
           MOVE LIE-CODIGO-LISTA TO LIS-CODIGO-LISTA.
           MOVE LIE-TIPO         TO LIS-TIPO.
           MOVE LIE-NOMBRE       TO LIS-NOMBRE.
           MOVE LIE-PROGRAMA     TO LIS-PROGRAMA.
           MOVE WS-FECHA-HOY     TO LIS-FECHA-CARGA.

      *    Un alias que llega separado del resto de su LIS-ID toma el
      *    siguiente LIS-SEC libre.
       GRABO-NOMBRE.
           WRITE REG-LISTA-VIG
               INVALID KEY
                   IF LIS-SEC < 999
                       ADD 1 TO LIS-SEC
                       GO TO GRABO-NOMBRE
                   END-IF
                   DISPLAY "Nombre rechazado, demasiados alias para "
                       LIS-ID
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   GO TO CARGO-NOMBRE
           END-WRITE.
           MOVE LIS-ID  TO WS-ID-ANTERIOR.
           MOVE LIS-SEC TO WS-SEC-ANTERIOR.
           ADD 1 TO WS-TOTAL-CARGADOS.
           IF LIS-ENTIDAD
               ADD 1 TO WS-TOTAL-ENTIDADES
           ELSE
               ADD 1 TO WS-TOTAL-PERSONAS.
           GO TO CARGO-NOMBRE.

       F-CARGO-NOMBRE.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "=== CARGA DE LA LISTA DE VIGILANCIA ===".
           DISPLAY "Nombres leidos     : " WS-TOTAL-LEIDOS.
           DISPLAY "Nombres cargados   : " WS-TOTAL-CARGADOS.
           DISPLAY "  de personas      : " WS-TOTAL-PERSONAS.
           DISPLAY "  de entidades     : " WS-TOTAL-ENTIDADES.
           DISPLAY "Nombres rechazados : " WS-TOTAL-RECHAZADOS.

           COPY BANNER.

       END PROGRAM CARGA-LISTA-VIGILANCIA.
