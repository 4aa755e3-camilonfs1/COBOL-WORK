      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma central de enmascarado de la cuenta
      *          bancaria de domiciliacion (CLI-CTA-BANCARIA) para
      *          toda pantalla, reporte, carta o extracto: devuelve la
      *          cuenta con cada caracter reemplazado por "*" salvo
      *          los ultimos cuatro digitos, conservando el largo. La
      *          cuenta en blanco vuelve en blanco. Solo el archivo de
      *          cobro al banco (GIRO-DOMICILIACION) y la consulta
      *          explicita de un operador autorizado (MASCTA.cpy)
      *          llevan el numero completo. Distinto de
      *          ENMASCARA-CLIENTES, que revuelve las copias de
      *          prueba del maestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARA-CUENTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CTA-TRABAJO  PIC X(24) VALUE SPACE.
       01  WS-CTA-CARACTERES REDEFINES WS-CTA-TRABAJO.
           05 WS-CTA-CAR   PIC X OCCURS 24 TIMES.

       01  WS-I-CTA        PIC 99 VALUE 0.
       01  WS-VISIBLES     PIC 9  VALUE 0.

       LINKAGE SECTION.
       01  LNK-CUENTA     PIC X(24).
       01  LNK-MASCARA    PIC X(24).

       PROCEDURE DIVISION USING LNK-CUENTA LNK-MASCARA.
       MAIN-RUTINA.
           MOVE LNK-CUENTA TO WS-CTA-TRABAJO.
           MOVE 0 TO WS-VISIBLES.
      *    De derecha a izquierda: los cuatro ultimos digitos quedan a
      *    la vista, todo lo demas que no sea blanco se tapa.
           PERFORM TAPO-CARACTER VARYING WS-I-CTA FROM 24 BY -1
               UNTIL WS-I-CTA < 1.
           MOVE WS-CTA-TRABAJO TO LNK-MASCARA.
           GOBACK.

       TAPO-CARACTER.
           IF WS-CTA-CAR (WS-I-CTA) NOT = SPACE
               IF WS-CTA-CAR (WS-I-CTA) IS NUMERIC AND WS-VISIBLES < 4
                   ADD 1 TO WS-VISIBLES
               ELSE
                   MOVE "*" TO WS-CTA-CAR (WS-I-CTA).

       END PROGRAM ENMASCARA-CUENTA.
