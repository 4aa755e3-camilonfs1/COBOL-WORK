      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de los CARGA-* de tablas de configuracion:
      *          compara la imagen de la tabla antes de reconstruirla
      *          (tabla_anterior.tmp) con la de despues
      *          (tabla_nueva.tmp), las dos en orden de clave
      *          (IMGTABLA.cpy), y registra cada alta, cambio y baja en
      *          cambios_config.dat via REGISTRA-CAMBIO. Recibe el
      *          nombre de la tabla, el programa y el operador (blanco
      *          en las cargas desatendidas) y devuelve cuantos cambios
      *          registro. Una recarga identica no deja rastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-TABLA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TABLA-ANTERIOR.

           COPY IMGTABLA REPLACING ==REG-IMAGEN-TABLA==
                                BY ==REG-IMAGEN-ANTERIOR==
                                   ==IMT-CLAVE== BY ==IMA-CLAVE==
                                   ==IMT-VALOR== BY ==IMA-VALOR==.

       FD  TABLA-NUEVA.

           COPY IMGTABLA REPLACING ==REG-IMAGEN-TABLA==
                                BY ==REG-IMAGEN-NUEVA==
                                   ==IMT-CLAVE== BY ==IMN-CLAVE==
                                   ==IMT-VALOR== BY ==IMN-VALOR==.

       WORKING-STORAGE SECTION.

       01  ST-TABLA-ANTERIOR   PIC XX VALUE SPACE.
       01  ST-TABLA-NUEVA      PIC XX VALUE SPACE.

       01  WS-CLAVE-ANTERIOR   PIC X(20) VALUE SPACE.
       01  WS-CLAVE-NUEVA      PIC X(20) VALUE SPACE.

           COPY CAMBCFG.

       LINKAGE SECTION.
       01  LNK-TABLA          PIC X(20).
       01  LNK-PROGRAMA       PIC X(20).
       01  LNK-OPERADOR       PIC X(8).
       01  LNK-CAMBIOS        PIC 9(5).

       PROCEDURE DIVISION USING LNK-TABLA LNK-PROGRAMA LNK-OPERADOR
               LNK-CAMBIOS.
       MAIN-RUTINA.
           MOVE 0 TO LNK-CAMBIOS.
           OPEN INPUT TABLA-ANTERIOR.
           IF ST-TABLA-ANTERIOR > "07"
               DISPLAY "Aviso: imagen anterior de " LNK-TABLA
                   " no disponible (" ST-TABLA-ANTERIOR
                   "); no se registran cambios."
               GOBACK.
           OPEN INPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva de " LNK-TABLA
                   " no disponible (" ST-TABLA-NUEVA
                   "); no se registran cambios."
               CLOSE TABLA-ANTERIOR
               GOBACK.
           PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR.
           PERFORM LEO-NUEVA    THRU F-LEO-NUEVA.
           PERFORM COMPARO-RENGLON THRU F-COMPARO-RENGLON.
           CLOSE TABLA-ANTERIOR.
           CLOSE TABLA-NUEVA.
           GOBACK.

      ******************************************************************
      * Cruce de las dos imagenes por clave: la clave que solo esta en
      * la anterior es baja, la que solo esta en la nueva es alta, y
      * la que esta en las dos con otro valor es cambio.
      ******************************************************************
       COMPARO-RENGLON.
           IF WS-CLAVE-ANTERIOR = HIGH-VALUES
            AND WS-CLAVE-NUEVA = HIGH-VALUES
               GO TO F-COMPARO-RENGLON.
           IF WS-CLAVE-ANTERIOR < WS-CLAVE-NUEVA
               MOVE "B"            TO CCF-ACCION
               MOVE IMA-CLAVE      TO CCF-CLAVE
               MOVE IMA-VALOR      TO CCF-ANTES
               MOVE SPACE          TO CCF-DESPUES
               PERFORM REGISTRO-DIFERENCIA THRU F-REGISTRO-DIFERENCIA
               PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR
               GO TO COMPARO-RENGLON.
           IF WS-CLAVE-NUEVA < WS-CLAVE-ANTERIOR
               MOVE "A"            TO CCF-ACCION
               MOVE IMN-CLAVE      TO CCF-CLAVE
               MOVE SPACE          TO CCF-ANTES
               MOVE IMN-VALOR      TO CCF-DESPUES
               PERFORM REGISTRO-DIFERENCIA THRU F-REGISTRO-DIFERENCIA
               PERFORM LEO-NUEVA THRU F-LEO-NUEVA
               GO TO COMPARO-RENGLON.
           IF IMA-VALOR NOT = IMN-VALOR
               MOVE "C"            TO CCF-ACCION
               MOVE IMN-CLAVE      TO CCF-CLAVE
               MOVE IMA-VALOR      TO CCF-ANTES
               MOVE IMN-VALOR      TO CCF-DESPUES
               PERFORM REGISTRO-DIFERENCIA THRU F-REGISTRO-DIFERENCIA.
           PERFORM LEO-ANTERIOR THRU F-LEO-ANTERIOR.
           PERFORM LEO-NUEVA    THRU F-LEO-NUEVA.
           GO TO COMPARO-RENGLON.

       F-COMPARO-RENGLON.
           EXIT.

       REGISTRO-DIFERENCIA.
           MOVE LNK-TABLA    TO CCF-TABLA.
           MOVE LNK-PROGRAMA TO CCF-PROGRAMA.
           MOVE LNK-OPERADOR TO CCF-OPERADOR.
           CALL "REGISTRA-CAMBIO" USING REG-CAMBIO-CONFIG.
           ADD 1 TO LNK-CAMBIOS.

       F-REGISTRO-DIFERENCIA.
           EXIT.

       LEO-ANTERIOR.
           READ TABLA-ANTERIOR
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-ANTERIOR
                   GO TO F-LEO-ANTERIOR
           END-READ.
           IF ST-TABLA-ANTERIOR > "07"
               MOVE HIGH-VALUES TO WS-CLAVE-ANTERIOR
               GO TO F-LEO-ANTERIOR.
           MOVE IMA-CLAVE TO WS-CLAVE-ANTERIOR.

       F-LEO-ANTERIOR.
           EXIT.

       LEO-NUEVA.
           READ TABLA-NUEVA
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-NUEVA
                   GO TO F-LEO-NUEVA
           END-READ.
           IF ST-TABLA-NUEVA > "07"
               MOVE HIGH-VALUES TO WS-CLAVE-NUEVA
               GO TO F-LEO-NUEVA.
           MOVE IMN-CLAVE TO WS-CLAVE-NUEVA.

       F-LEO-NUEVA.
           EXIT.

       END PROGRAM COMPARA-TABLA.
