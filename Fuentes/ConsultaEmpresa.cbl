      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de consulta del archivo de empresas del
      *          grupo (empresas.dat, EMPRESA.cpy): recibe un codigo
      *          de empresa (no numerico o cero = 001, la empresa
      *          original) y devuelve su razon social, NIT, digito de
      *          verificacion y moneda base. Resultado "S" = activa,
      *          "R" = retirada, "N" = no registrada; sin archivo
      *          cargado la 001 vuelve como "X" con moneda USD, para
      *          que la instalacion de una sola empresa siga igual.
      *          El archivo se abre en la primera llamada y queda
      *          abierto el resto de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-EMPRESA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY EMPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS.

           COPY EMPRESA.

       WORKING-STORAGE SECTION.

       01  ST-EMPRESAS    PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 ARCHIVO-ABIERTO VALUE "S".
       01  WS-ARCHIVO-SW  PIC X VALUE "N".
           88 ARCHIVO-DISPONIBLE VALUE "S".
       01  WS-EMPRESA     PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LNK-EMPRESA       PIC X(3).
       01  LNK-EMPRESA-NUM   REDEFINES LNK-EMPRESA PIC 9(3).
       01  LNK-RAZON-SOCIAL  PIC X(60).
       01  LNK-NIT           PIC X(15).
       01  LNK-NIT-DV        PIC X.
       01  LNK-MONEDA        PIC X(3).
       01  LNK-RESULTADO     PIC X.

       PROCEDURE DIVISION USING LNK-EMPRESA LNK-RAZON-SOCIAL LNK-NIT
           LNK-NIT-DV LNK-MONEDA LNK-RESULTADO.
       MAIN-RUTINA.
           MOVE "N"   TO LNK-RESULTADO.
           MOVE SPACE TO LNK-RAZON-SOCIAL.
           MOVE SPACE TO LNK-NIT.
           MOVE SPACE TO LNK-NIT-DV.
           MOVE SPACE TO LNK-MONEDA.
           IF LNK-EMPRESA NOT NUMERIC OR LNK-EMPRESA-NUM = 0
               MOVE 1 TO WS-EMPRESA
           ELSE
               MOVE LNK-EMPRESA-NUM TO WS-EMPRESA.
           IF NOT ARCHIVO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT EMPRESAS
               IF ST-EMPRESAS = "00"
                   SET ARCHIVO-DISPONIBLE TO TRUE
               ELSE
                   MOVE "N" TO WS-ARCHIVO-SW
               END-IF
           END-IF.
           IF NOT ARCHIVO-DISPONIBLE
               IF WS-EMPRESA = 1
                   MOVE "X"   TO LNK-RESULTADO
                   MOVE "USD" TO LNK-MONEDA
               END-IF
               GOBACK.
           MOVE WS-EMPRESA TO EMP-CODIGO.
           READ EMPRESAS KEY IS EMP-CODIGO
               INVALID KEY
                   GOBACK
           END-READ.
           MOVE EMP-RAZON-SOCIAL TO LNK-RAZON-SOCIAL.
           MOVE EMP-NIT          TO LNK-NIT.
           MOVE EMP-NIT-DV       TO LNK-NIT-DV.
           MOVE EMP-MONEDA       TO LNK-MONEDA.
           IF LNK-MONEDA = SPACE
               MOVE "USD" TO LNK-MONEDA.
           IF EMP-RETIRADA
               MOVE "R" TO LNK-RESULTADO
           ELSE
               MOVE "S" TO LNK-RESULTADO.
           GOBACK.

       END PROGRAM CONSULTA-EMPRESA.
