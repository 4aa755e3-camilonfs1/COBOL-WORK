      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de validacion del codigo de campana de
      *          mercadeo contra campanas.dat (CAMPANA.cpy),
      *          compartido por la captura de prospectos, la revision
      *          de prospectos y la edicion previa de nuevos.dat. El
      *          codigo en blanco es valido (la persona no llego por
      *          ninguna campana). Resultado: "S" = valido, "N" = no
      *          registrado, "X" = tabla de campanas no disponible (el
      *          codigo no se pudo validar). LNK-DESCRIPCION devuelve
      *          la descripcion de la campana cuando se encuentra. La
      *          tabla se abre en la primera llamada y queda abierta
      *          el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CAMPANA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CMPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMPANAS.

           COPY CAMPANA.

       WORKING-STORAGE SECTION.

       01  ST-CAMPANAS   PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 TABLA-ABIERTA     VALUE "S".
       01  WS-TABLA-SW     PIC X VALUE "N".
           88 TABLA-DISPONIBLE  VALUE "S".

       LINKAGE SECTION.
       01  LNK-CODIGO       PIC X(6).
       01  LNK-RESULTADO    PIC X.
       01  LNK-DESCRIPCION  PIC X(40).

       PROCEDURE DIVISION USING LNK-CODIGO LNK-RESULTADO
               LNK-DESCRIPCION.
       MAIN-RUTINA.
           MOVE "S"   TO LNK-RESULTADO.
           MOVE SPACE TO LNK-DESCRIPCION.
           IF LNK-CODIGO = SPACE
               GOBACK.
           IF NOT TABLA-ABIERTA
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT CAMPANAS
               IF ST-CAMPANAS = "00"
                   SET TABLA-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT TABLA-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           MOVE LNK-CODIGO TO CMP-CODIGO.
           READ CAMPANAS KEY IS CMP-CODIGO
               INVALID KEY
                   MOVE "N" TO LNK-RESULTADO
                   GOBACK
           END-READ.
           MOVE CMP-DESCRIPCION TO LNK-DESCRIPCION.
           GOBACK.

       END PROGRAM VALIDA-CAMPANA.
