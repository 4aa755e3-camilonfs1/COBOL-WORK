      *                     mostrar el menu (FIRMA.cpy contra
      *                     operadores.dat): sin firma valida no se
      *                     ofrece ninguna opcion.
      *   2026-10-15  CEVR  Solo se ofrecen y corren las opciones que
      *                     la matriz de funciones concede al operador
      *                     firmado (AUTORIZO-FUNCION de FIRMA.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           PREGUNTA.

           MOVE "MENU-PRINCIPAL" TO WS-BANNER-PROGRAMA.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA
               DISPLAY "Firma de operador invalida, el menu termina."
      ******************************************************************
       MUESTRO-MENU.
           DISPLAY "=== MENU PRINCIPAL ===".
           MOVE 1   TO WS-FUNCION-NIVEL.
           MOVE "C" TO WS-FUNCION-OPCION.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               DISPLAY "(C) Mantenimiento de clientes".
           MOVE "A" TO WS-FUNCION-OPCION.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               DISPLAY "(A) Utilitario de aritmetica".
           MOVE "T" TO WS-FUNCION-OPCION.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               DISPLAY "(T) Tablas de multiplicar".
           MOVE "E" TO WS-FUNCION-OPCION.
           PERFORM AUTORIZO-FUNCION.
           IF FUNCION-AUTORIZADA
               DISPLAY "(E) Reporte de edades".
           DISPLAY "(S) Salir".
           DISPLAY "Opcion:".
           ACCEPT OPCION-MENU.
           IF OPCION-MENU NOT = "S" AND NOT = "s"
               MOVE OPCION-MENU TO WS-FUNCION-OPCION
               PERFORM AUTORIZO-FUNCION
               IF NOT FUNCION-AUTORIZADA
                   DISPLAY "Opcion no valida."
                   GO TO MUESTRO-MENU
               END-IF
           END-IF.
           EVALUATE OPCION-MENU
               WHEN "C" WHEN "c"
                   CALL "INICIO_2"
