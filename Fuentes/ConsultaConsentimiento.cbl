      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del registro de
      *          consentimientos (consentimientos.dat, CONSENTIM.cpy):
      *          recibe un CLI-ID y un proposito ((M)ercadeo,
      *          (E)ncuestas, (T)erceros) y devuelve "S" solo si el
      *          cliente dio su consentimiento para ese proposito; sin
      *          fila, con la decision en "N" o sin registro cargado
      *          devuelve "N". Los extractos promocionales lo llaman
      *          antes de incluir a un cliente; las cartas exigidas
      *          por ley (cobranza, certificados, prenotificaciones)
      *          no lo consultan. El registro se abre en la primera
      *          llamada y queda abierto el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CONSENTIMIENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CONSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONSENTIMIENTOS.

           COPY CONSENTIM.

       WORKING-STORAGE SECTION.

       01  ST-CONSENTIMIENTOS  PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 REGISTRO-ABIERTO VALUE "S".
       01  WS-REGISTRO-SW PIC X VALUE "N".
           88 REGISTRO-DISPONIBLE VALUE "S".

       LINKAGE SECTION.
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-PROPOSITO   PIC X.
       01  LNK-OTORGADO    PIC X.

       PROCEDURE DIVISION USING LNK-ID-CLIENTE LNK-PROPOSITO
           LNK-OTORGADO.
       MAIN-RUTINA.
           MOVE "N" TO LNK-OTORGADO.
           IF NOT REGISTRO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT CONSENTIMIENTOS
               IF ST-CONSENTIMIENTOS = "00"
                   SET REGISTRO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-REGISTRO-SW
                   DISPLAY "Aviso: registro de consentimientos no "
                       "disponible, ningun cliente tiene "
                       "consentimiento."
               END-IF
           END-IF.
           IF NOT REGISTRO-DISPONIBLE
               GOBACK.
           MOVE LNK-ID-CLIENTE TO CNS-ID-CLIENTE.
           MOVE LNK-PROPOSITO  TO CNS-PROPOSITO.
           READ CONSENTIMIENTOS KEY IS CNS-CLAVE
               INVALID KEY
                   GOBACK
           END-READ.
           IF CNS-SI
               MOVE "S" TO LNK-OTORGADO.
           GOBACK.

       END PROGRAM CONSULTA-CONSENTIMIENTO.
