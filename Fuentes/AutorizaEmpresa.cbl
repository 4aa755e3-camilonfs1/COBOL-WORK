      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que dice si un operador firmado puede
      *          trabajar con una empresa del grupo, segun
      *          empresas_operador.dat (EMPOPER.cpy): autorizado si
      *          tiene la fila de esa empresa o la fila 000 (todas
      *          las empresas). El operador sin ninguna fila, o sin
      *          archivo cargado, solo trabaja con la empresa 001, la
      *          original -- asi nadie pierde lo que ya hacia y nadie
      *          ve una empresa nueva sin que un supervisor se la
      *          conceda. Empresa no numerica o cero = 001. El
      *          archivo se abre en la primera llamada y queda
      *          abierto el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA-EMPRESA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY EOPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS-OPERADOR.

           COPY EMPOPER.

       WORKING-STORAGE SECTION.

       01  ST-EMPRESAS-OPERADOR PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 ARCHIVO-ABIERTO VALUE "S".
       01  WS-ARCHIVO-SW  PIC X VALUE "N".
           88 ARCHIVO-DISPONIBLE VALUE "S".
       01  WS-EMPRESA     PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LNK-OPERADOR      PIC X(8).
       01  LNK-EMPRESA       PIC X(3).
       01  LNK-EMPRESA-NUM   REDEFINES LNK-EMPRESA PIC 9(3).
       01  LNK-AUTORIZADO    PIC X.

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-EMPRESA
           LNK-AUTORIZADO.
       MAIN-RUTINA.
           MOVE "N" TO LNK-AUTORIZADO.
           IF LNK-EMPRESA NOT NUMERIC OR LNK-EMPRESA-NUM = 0
               MOVE 1 TO WS-EMPRESA
           ELSE
               MOVE LNK-EMPRESA-NUM TO WS-EMPRESA.
           IF NOT ARCHIVO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT EMPRESAS-OPERADOR
               IF ST-EMPRESAS-OPERADOR = "00"
                   SET ARCHIVO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-ARCHIVO-SW
               END-IF
           END-IF.
           IF NOT ARCHIVO-DISPONIBLE
               IF WS-EMPRESA = 1
                   MOVE "S" TO LNK-AUTORIZADO
               END-IF
               GOBACK.
      *    La primera fila del operador: 000 si supervisa todo el
      *    grupo; ninguna si nunca se le concedio empresa alguna.
           MOVE LNK-OPERADOR TO EOP-OPERADOR.
           MOVE 0            TO EOP-EMPRESA.
           START EMPRESAS-OPERADOR KEY IS NOT LESS THAN EOP-CLAVE
               INVALID KEY
                   MOVE HIGH-VALUE TO EOP-OPERADOR
           END-START.
           IF EOP-OPERADOR = LNK-OPERADOR
               READ EMPRESAS-OPERADOR NEXT RECORD
                   AT END
                       MOVE HIGH-VALUE TO EOP-OPERADOR
               END-READ
           END-IF.
           IF EOP-OPERADOR NOT = LNK-OPERADOR
               IF WS-EMPRESA = 1
                   MOVE "S" TO LNK-AUTORIZADO
               END-IF
               GOBACK.
           IF EOP-EMPRESA = 0
               MOVE "S" TO LNK-AUTORIZADO
               GOBACK.
           MOVE LNK-OPERADOR TO EOP-OPERADOR.
           MOVE WS-EMPRESA   TO EOP-EMPRESA.
           READ EMPRESAS-OPERADOR KEY IS EOP-CLAVE
               INVALID KEY
                   GOBACK
           END-READ.
           MOVE "S" TO LNK-AUTORIZADO.
           GOBACK.

       END PROGRAM AUTORIZA-EMPRESA.
