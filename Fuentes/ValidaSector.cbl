      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de validacion del codigo de sector de
      *          actividad economica (clasificacion nacional) contra
      *          sectores.dat (SECTOR.cpy), compartido por la captura
      *          de INICIO_2, la edicion previa de nuevos.dat y las
      *          cargas de altas. El codigo en blanco es valido (la
      *          cuenta queda sin clasificar). Resultado: "S" =
      *          valido, "N" = no registrado, "X" = tabla de sectores
      *          no disponible (el codigo no se pudo validar).
      *          LNK-DESCRIPCION devuelve la descripcion del sector
      *          cuando se encuentra. La tabla se abre en la primera
      *          llamada y queda abierta el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-SECTOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  SECTORES.

           COPY SECTOR.

       WORKING-STORAGE SECTION.

       01  ST-SECTORES   PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW   PIC X VALUE "N".
           88 TABLA-ABIERTA     VALUE "S".
       01  WS-TABLA-SW     PIC X VALUE "N".
           88 TABLA-DISPONIBLE  VALUE "S".

       LINKAGE SECTION.
       01  LNK-CODIGO       PIC X(4).
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
               OPEN INPUT SECTORES
               IF ST-SECTORES = "00"
                   SET TABLA-DISPONIBLE TO TRUE
               END-IF
           END-IF.
           IF NOT TABLA-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           MOVE LNK-CODIGO TO SEC-CODIGO.
           READ SECTORES KEY IS SEC-CODIGO
               INVALID KEY
                   MOVE "N" TO LNK-RESULTADO
                   GOBACK
           END-READ.
           MOVE SEC-DESCRIPCION TO LNK-DESCRIPCION.
           GOBACK.

       END PROGRAM VALIDA-SECTOR.
