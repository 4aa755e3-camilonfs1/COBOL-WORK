      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de verificacion del expediente de
      *          documentos de una cuenta (conozca a su cliente):
      *          recibe el registro del cliente y, por cada documento
      *          que tipos_documento.dat (TIPODOC.cpy) exige a su
      *          CLI_CATEGORIA, busca el vigente en
      *          documentos_cliente.dat (DOCCLI.cpy) y lo califica
      *          como vigente, faltante, vencido o por vencer dentro
      *          de los dias de aviso (parametro DIAS-AVISO-DOCS, 30
      *          por omision). Un documento obligatorio que falta
      *          cuenta su gracia desde la fecha de alta de la
      *          cuenta (sin fecha de alta, la gracia ya corrio); uno
      *          vencido, desde su vencimiento. Pasada la gracia la
      *          cuenta queda marcada (resultado "F"). Los dias se
      *          cuentan en ano comercial de 360, como los reportes.
      *          La navegacion de INICIO_2 muestra la marca y
      *          SEGUIMIENTO-DOCUMENTOS arma con el detalle las
      *          cartas de solicitud. Los archivos se abren en la
      *          primera llamada y quedan abiertos el resto de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TIPOS-DOCUMENTO
                  ASSIGN TO "./tipos_documento.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TDO-CLAVE
                  STATUS ST-TIPOS.

           SELECT OPTIONAL DOCUMENTOS-CLIENTE
                  ASSIGN TO "./documentos_cliente.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DCL-CLAVE
                  STATUS ST-DOCUMENTOS.

       DATA DIVISION.
       FILE SECTION.

       FD  TIPOS-DOCUMENTO.

           COPY TIPODOC.

       FD  DOCUMENTOS-CLIENTE.

           COPY DOCCLI.

       WORKING-STORAGE SECTION.

       01  ST-TIPOS      PIC XX VALUE SPACE.
       01  ST-DOCUMENTOS PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 ARCHIVOS-ABIERTOS VALUE "S".
       01  WS-TABLA-SW    PIC X VALUE "N".
           88 TABLA-DISPONIBLE VALUE "S".
       01  WS-DOCS-SW     PIC X VALUE "N".
           88 REGISTRO-DISPONIBLE VALUE "S".

       01  WS-FECHA-HOY   PIC 9(8) VALUE 0.
       01  WS-DIAS-HOY    PIC 9(8) VALUE 0.
       01  WS-DIAS-AVISO  PIC 9(3) VALUE 30.
       01  WS-DIAS-BASE   PIC 9(8) VALUE 0.
       01  WS-DIAS-VENCE  PIC 9(8) VALUE 0.
       01  WS-CATEGORIA   PIC X    VALUE SPACE.
       01  WS-I           PIC 99   VALUE 0.

      * Conversion de una fecha AAAAMMDD a dias de ano comercial.
       01  WS-FECHA-CALC  PIC 9(8) VALUE 0.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-CALC.
           05 WS-AUX-ANO  PIC 9(4).
           05 WS-AUX-MES  PIC 99.
           05 WS-AUX-DIA  PIC 99.
       01  WS-DIAS-CALC   PIC 9(8) VALUE 0.

       01  WS-PAR-CLAVE   PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO PIC X           VALUE SPACE.

       LINKAGE SECTION.

           COPY CLIENTE.

       01  LNK-RESULTADO      PIC X.
       01  LNK-DETALLE.
           05 LNK-CANTIDAD    PIC 99.
           05 LNK-FILA OCCURS 20 TIMES.
               10 LNK-TIPO         PIC X(10).
               10 LNK-DESCRIPCION  PIC X(40).
               10 LNK-OBLIGATORIO  PIC X.
               10 LNK-ESTADO       PIC X.
               10 LNK-VENCE        PIC 9(8).
               10 LNK-SIN-GRACIA   PIC X.

       PROCEDURE DIVISION USING REG-CLIENTES LNK-RESULTADO
           LNK-DETALLE.
       MAIN-RUTINA.
           MOVE "X" TO LNK-RESULTADO.
           MOVE 0   TO LNK-CANTIDAD.
           IF NOT ARCHIVOS-ABIERTOS
               PERFORM ABRO-ARCHIVOS.
           IF NOT TABLA-DISPONIBLE
               GOBACK.
           MOVE CLI_CATEGORIA TO WS-CATEGORIA.
           MOVE WS-CATEGORIA  TO TDO-CATEGORIA.
           MOVE LOW-VALUES    TO TDO-CODIGO.
           START TIPOS-DOCUMENTO KEY IS NOT LESS THAN TDO-CLAVE
               INVALID KEY
                   GOBACK
           END-START.
           PERFORM EVALUO-TIPOS THRU F-EVALUO-TIPOS.
           GOBACK.

       ABRO-ARCHIVOS.
           MOVE "S" TO WS-ABIERTO-SW.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           MOVE "DIAS-AVISO-DOCS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR NOT < 0
            AND WS-PAR-VALOR < 1000
               MOVE WS-PAR-VALOR TO WS-DIAS-AVISO.
           OPEN INPUT TIPOS-DOCUMENTO.
           IF ST-TIPOS = "00"
               MOVE "S" TO WS-TABLA-SW.
           OPEN INPUT DOCUMENTOS-CLIENTE.
           IF ST-DOCUMENTOS = "00"
               MOVE "S" TO WS-DOCS-SW.

      ******************************************************************
      * Recorre los documentos exigidos a la categoria del cliente y
      * califica cada uno contra el expediente.
      ******************************************************************
       EVALUO-TIPOS.
           READ TIPOS-DOCUMENTO NEXT RECORD
               AT END
                   GO TO F-EVALUO-TIPOS
           END-READ.
           IF ST-TIPOS > "07" OR TDO-CATEGORIA NOT = WS-CATEGORIA
               GO TO F-EVALUO-TIPOS.
           IF TDO-CON-MANDATO AND CLI-MANDATO-SW NOT = "S"
               GO TO EVALUO-TIPOS.
           IF LNK-CANTIDAD = 20
               GO TO F-EVALUO-TIPOS.
           ADD 1 TO LNK-CANTIDAD.
           MOVE LNK-CANTIDAD TO WS-I.
           IF LNK-RESULTADO = "X"
               MOVE "S" TO LNK-RESULTADO.
           MOVE TDO-CODIGO      TO LNK-TIPO (WS-I).
           MOVE TDO-DESCRIPCION TO LNK-DESCRIPCION (WS-I).
           MOVE TDO-OBLIGATORIO TO LNK-OBLIGATORIO (WS-I).
           MOVE "O"             TO LNK-ESTADO (WS-I).
           MOVE 0               TO LNK-VENCE (WS-I).
           MOVE "N"             TO LNK-SIN-GRACIA (WS-I).
           PERFORM CALIFICO-DOCUMENTO THRU F-CALIFICO-DOCUMENTO.
           IF LNK-ESTADO (WS-I) NOT = "O"
               IF TDO-ES-OBLIGATORIO AND LNK-SIN-GRACIA (WS-I) = "S"
                   MOVE "F" TO LNK-RESULTADO
               ELSE
                   IF LNK-RESULTADO NOT = "F"
                       MOVE "P" TO LNK-RESULTADO.
           GO TO EVALUO-TIPOS.

       F-EVALUO-TIPOS.
           EXIT.

       CALIFICO-DOCUMENTO.
           MOVE 0 TO WS-DIAS-BASE.
           IF NOT REGISTRO-DISPONIBLE
               GO TO DOCUMENTO-FALTANTE.
           MOVE CLI-ID     TO DCL-ID-CLIENTE.
           MOVE TDO-CODIGO TO DCL-TIPO.
           READ DOCUMENTOS-CLIENTE KEY IS DCL-CLAVE
               INVALID KEY
                   GO TO DOCUMENTO-FALTANTE
           END-READ.
           IF DCL-FECHA-VENCE = 0
               GO TO F-CALIFICO-DOCUMENTO.
           MOVE DCL-FECHA-VENCE TO LNK-VENCE (WS-I).
           MOVE DCL-FECHA-VENCE TO WS-FECHA-CALC.
           PERFORM CONVIERTO-FECHA-A-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-VENCE.
           IF WS-DIAS-VENCE < WS-DIAS-HOY
               MOVE "V" TO LNK-ESTADO (WS-I)
               MOVE WS-DIAS-VENCE TO WS-DIAS-BASE
               GO TO MIDO-GRACIA.
           IF WS-DIAS-VENCE - WS-DIAS-HOY NOT > WS-DIAS-AVISO
               MOVE "P" TO LNK-ESTADO (WS-I).
           GO TO F-CALIFICO-DOCUMENTO.

      *    Sin documento la gracia corre desde el alta de la cuenta.
       DOCUMENTO-FALTANTE.
           MOVE "F" TO LNK-ESTADO (WS-I).
           IF CLI-FECHA-ALTA NUMERIC AND CLI-FECHA-ALTA NOT = 0
               MOVE CLI-FECHA-ALTA TO WS-FECHA-CALC
               PERFORM CONVIERTO-FECHA-A-DIAS
               MOVE WS-DIAS-CALC TO WS-DIAS-BASE.

       MIDO-GRACIA.
           IF WS-DIAS-BASE = 0
            OR WS-DIAS-HOY - WS-DIAS-BASE > TDO-DIAS-GRACIA
               MOVE "S" TO LNK-SIN-GRACIA (WS-I).

       F-CALIFICO-DOCUMENTO.
           EXIT.

       CONVIERTO-FECHA-A-DIAS.
           COMPUTE WS-DIAS-CALC =
               (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) + WS-AUX-DIA.

       END PROGRAM VERIFICA-DOCUMENTOS.
