      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Seguimiento mensual del expediente de documentos:
      *          recorre las cuentas no cerradas de la empresa de la
      *          corrida (o del consolidado), verifica cada una con
      *          VERIFICA-DOCUMENTOS contra lo que su categoria exige
      *          en tipos_documento.dat, y lista en
      *          documentos_pendientes_AAAAMMDD.txt cada documento
      *          faltante, vencido o por vencer, marcando los que ya
      *          pasaron su gracia. A cada cuenta con pendientes le
      *          sale una carta de solicitud por la salida de
      *          correspondencia: impresa o al extracto de correo
      *          segun CLI-CANAL-PREF, anotada via REGISTRA-CORRESP y
      *          en la generacion fechada. La direccion rebotada no
      *          recibe carta impresa y se cuenta aparte.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Presort postal: cada carta impresa se
      *                     copia al spool de correo del dia
      *                     (PIEZAPOST) para PRESORT-CORREO; como el
      *                     archivo de cartas se extiende, las
      *                     corridas del dia se suman (modo "A").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIMIENTO-DOCUMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

           SELECT OPTIONAL CARTAS ASSIGN TO WS-CARTAS-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS.

           SELECT OPTIONAL CARTAS-EMAIL ASSIGN TO WS-EMAIL-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CARTAS-EMAIL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       FD  CARTAS.
       01  LINEA-CARTA PIC X(100).

       FD  CARTAS-EMAIL.
       01  LINEA-EMAIL PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE            PIC XX VALUE SPACE.
       01  ST-REPORTE         PIC XX VALUE SPACE.
       01  ST-GENERACIONES    PIC XX VALUE SPACE.
       01  ST-CARTAS          PIC XX VALUE SPACE.
       01  ST-CARTAS-EMAIL    PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.
       01  WS-CARTAS-PATH  PIC X(60) VALUE SPACE.
       01  WS-EMAIL-PATH   PIC X(60) VALUE SPACE.

      * Canal de salida de la carta en curso y campos del registro
      * de correspondencia.
       01  WS-CANAL-CARTA  PIC X     VALUE "C".
       01  WS-CRR-ID       PIC 9(8)  VALUE 0.
       01  WS-CRR-TIPO     PIC X(12) VALUE SPACE.
       01  WS-CRR-RUTA     PIC X(60) VALUE SPACE.

       01  WS-ESTADO-TEXTO PIC X(12) VALUE SPACE.
       01  WS-GRACIA-TEXTO PIC X(14) VALUE SPACE.

       01  WS-LINEA-DETALLE.
           05 LDE-ID        PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-NOMBRE    PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-CATEGORIA PIC X.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-TIPO      PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-OBLIG     PIC X.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-ESTADO    PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-VENCE     PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDE-GRACIA    PIC X(14).

       01  WS-LINEA-CARTA-DOC.
           05 FILLER        PIC X(3) VALUE SPACE.
           05 LCD-DESCRIPCION PIC X(40).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LCD-ESTADO    PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LCD-VENCE     PIC X(8).

       01  WS-TOTAL-LEIDOS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-CERRADAS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-OTRA-EMPRESA PIC 9(7) VALUE 0.
       01  WS-TOTAL-AL-DIA       PIC 9(7) VALUE 0.
       01  WS-TOTAL-NO-EXIGIDOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-PENDIENTES   PIC 9(7) VALUE 0.
       01  WS-TOTAL-MARCADAS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-DOCUMENTOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARTAS       PIC 9(7) VALUE 0.
       01  WS-CARTAS-REBOTADAS   PIC 9(7) VALUE 0.

           COPY DOCSWS.

           COPY EMPCORRWS.

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "SEGUIMIENTO-DOCUMENTOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                    TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           MOVE "A" TO WS-PZA-MODO.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               PERFORM CIERRO-ARCHIVOS
               STOP RUN.
           PERFORM ENCABEZADO-REPORTE.
           PERFORM REVISO-CLIENTE THRU F-REVISO-CLIENTE.
           PERFORM TOTALES-REPORTE.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Cuentas leidas              : " WS-TOTAL-LEIDOS.
           DISPLAY "Cerradas, no revisadas      : " WS-TOTAL-CERRADAS.
           DISPLAY "De otras empresas           : "
               WS-TOTAL-OTRA-EMPRESA.
           DISPLAY "Categoria sin documentos    : "
               WS-TOTAL-NO-EXIGIDOS.
           DISPLAY "Expediente al dia           : " WS-TOTAL-AL-DIA.
           DISPLAY "Con documentos pendientes   : "
               WS-TOTAL-PENDIENTES.
           DISPLAY "  marcadas, gracia vencida  : " WS-TOTAL-MARCADAS.
           DISPLAY "Documentos pendientes       : "
               WS-TOTAL-DOCUMENTOS.
           DISPLAY "Cartas de solicitud emitidas: " WS-TOTAL-CARTAS.
           DISPLAY "No enviadas, dir. rebotada  : "
               WS-CARTAS-REBOTADAS.
           DISPLAY "Reporte: " WS-REPORTE-PATH.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./documentos_pendientes_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-CARTAS-PATH.
           STRING "./solicitud_documentos_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-CARTAS-PATH.
           OPEN EXTEND CARTAS.
           IF ST-CARTAS > "07"
               DISPLAY "Error abriendo CARTAS (" ST-CARTAS ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-EMAIL-PATH.
           STRING "./solicitud_documentos_" WS-FECHA-HOY "_email.txt"
               DELIMITED BY SIZE INTO WS-EMAIL-PATH.
           OPEN EXTEND CARTAS-EMAIL.
           IF ST-CARTAS-EMAIL > "07"
               DISPLAY "Error abriendo CARTAS-EMAIL ("
                   ST-CARTAS-EMAIL ")"
               MOVE 16 TO RETURN-CODE.

       ENCABEZADO-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DOCUMENTOS PENDIENTES DE LAS CUENTAS AL "
               WS-FECHA-HOY "   " WS-EMP-TITULO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CLIENTE   NOMBRE                          C  "
               "DOCUMENTO   O  ESTADO        VENCE     GRACIA"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Recorre el maestro; toda cuenta viva de la corrida se verifica
      * y la que tiene pendientes va al reporte y recibe su carta.
      ******************************************************************
       REVISO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-REVISO-CLIENTE
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES: " ST-FILE
               MOVE 16 TO RETURN-CODE
               GO TO F-REVISO-CLIENTE.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF CUENTA-CERRADA
               ADD 1 TO WS-TOTAL-CERRADAS
               GO TO REVISO-CLIENTE.
           MOVE CLI-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               ADD 1 TO WS-TOTAL-OTRA-EMPRESA
               GO TO REVISO-CLIENTE.
           CALL "VERIFICA-DOCUMENTOS" USING REG-CLIENTES
               WS-DOC-RESULTADO WS-DOC-DETALLE.
           EVALUATE TRUE
               WHEN DOCS-NO-EXIGIDOS
                   ADD 1 TO WS-TOTAL-NO-EXIGIDOS
                   GO TO REVISO-CLIENTE
               WHEN DOCS-AL-DIA
                   ADD 1 TO WS-TOTAL-AL-DIA
                   GO TO REVISO-CLIENTE
               WHEN DOCS-INCOMPLETOS
                   ADD 1 TO WS-TOTAL-MARCADAS
           END-EVALUATE.
           ADD 1 TO WS-TOTAL-PENDIENTES.
           PERFORM LISTO-PENDIENTE VARYING WS-DOC-I FROM 1 BY 1
               UNTIL WS-DOC-I > WS-DOC-CANTIDAD.
           PERFORM EMITO-CARTA THRU F-EMITO-CARTA.
           GO TO REVISO-CLIENTE.

       F-REVISO-CLIENTE.
           EXIT.

       LISTO-PENDIENTE.
           IF WS-DOC-ESTADO (WS-DOC-I) NOT = "O"
               ADD 1 TO WS-TOTAL-DOCUMENTOS
               PERFORM TEXTO-ESTADO
               MOVE CLI-ID                    TO LDE-ID
               MOVE CLI_NOMBRE (1:30)         TO LDE-NOMBRE
               MOVE CLI_CATEGORIA             TO LDE-CATEGORIA
               MOVE WS-DOC-TIPO (WS-DOC-I)    TO LDE-TIPO
               MOVE WS-DOC-OBLIGATORIO (WS-DOC-I) TO LDE-OBLIG
               MOVE WS-ESTADO-TEXTO           TO LDE-ESTADO
               MOVE WS-DOC-VENCE (WS-DOC-I)   TO LDE-VENCE
               MOVE WS-GRACIA-TEXTO           TO LDE-GRACIA
               MOVE WS-LINEA-DETALLE          TO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       TEXTO-ESTADO.
           EVALUATE WS-DOC-ESTADO (WS-DOC-I)
               WHEN "F"
                   MOVE "FALTA"       TO WS-ESTADO-TEXTO
               WHEN "V"
                   MOVE "VENCIDO"     TO WS-ESTADO-TEXTO
               WHEN "P"
                   MOVE "POR VENCER"  TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "VIGENTE"     TO WS-ESTADO-TEXTO
           END-EVALUATE.
           MOVE SPACE TO WS-GRACIA-TEXTO.
           IF WS-DOC-SIN-GRACIA (WS-DOC-I) = "S"
               IF WS-DOC-OBLIGATORIO (WS-DOC-I) = "S"
                   MOVE "VENCIDA-MARCA" TO WS-GRACIA-TEXTO
               ELSE
                   MOVE "VENCIDA" TO WS-GRACIA-TEXTO.

      ******************************************************************
      * Carta de solicitud con la lista de lo que falta o vence.
      ******************************************************************
       EMITO-CARTA.
      *    La direccion rebotada no recibe carta impresa (el correo
      *    electronico, si es su canal, sale igual).
           IF CLI-DIR-MALA-SW = "S"
            AND (CLI-CANAL-PREF NOT = "E" OR CLI-EMAIL = SPACE)
               ADD 1 TO WS-CARTAS-REBOTADAS
               GO TO F-EMITO-CARTA.
           IF CLI-CANAL-PREF = "E" AND CLI-EMAIL NOT = SPACE
               MOVE "E" TO WS-CANAL-CARTA
           ELSE
               MOVE "C" TO WS-CANAL-CARTA.
           MOVE CLI-EMPRESA TO WS-EMP-CODIGO.
           PERFORM ARMO-EMISOR.
           IF WS-CANAL-CARTA = "C"
               MOVE CLI-ID         TO WS-PZA-ID
               MOVE CLI_CODPOST    TO WS-PZA-CODPOST
               MOVE "SOLICIT-DOCS" TO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-CARTA = "E"
               MOVE SPACE TO LINEA-CARTA
               STRING "PARA: " CLI-EMAIL
                   DELIMITED BY SIZE INTO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "===============================================" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "         SOLICITUD DE DOCUMENTOS DE LA CUENTA" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE WS-EMP-EMISOR TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "===============================================" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           STRING "FECHA: " WS-FECHA-HOY "   CUENTA: " CLI-ID
               DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           IF CLI_RAZONSOCIAL NOT = SPACE
               STRING "SENORES: " CLI_RAZONSOCIAL (1:50)
                   DELIMITED BY SIZE INTO LINEA-CARTA
           ELSE
               STRING "SENORES: " CLI_NOMBRE (1:50)
                   DELIMITED BY SIZE INTO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "PARA MANTENER AL DIA EL EXPEDIENTE DE SU CUENTA LES "
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "ROGAMOS ENVIARNOS LOS SIGUIENTES DOCUMENTOS:" TO
               LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           PERFORM ESCRIBO-DOCUMENTO VARYING WS-DOC-I FROM 1 BY 1
               UNTIL WS-DOC-I > WS-DOC-CANTIDAD.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           IF DOCS-INCOMPLETOS
               MOVE "VENCIDO EL PLAZO, LA CUENTA QUEDA OBSERVADA HASTA "
                   TO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA
               MOVE "RECIBIR LOS DOCUMENTOS OBLIGATORIOS." TO
                   LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA
               MOVE SPACE TO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "SI YA LOS ENVIARON, AGRADECEMOS Y ROGAMOS IGNORAR "
               TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE "ESTA COMUNICACION." TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           MOVE SPACE TO LINEA-CARTA.
           PERFORM ESCRIBO-LINEA-CARTA.
           ADD 1 TO WS-TOTAL-CARTAS.
      *    La emision queda en el registro central de
      *    correspondencia.
           MOVE CLI-ID         TO WS-CRR-ID.
           MOVE "SOLICIT-DOCS" TO WS-CRR-TIPO.
           IF WS-CANAL-CARTA = "E"
               MOVE WS-EMAIL-PATH TO WS-CRR-RUTA
           ELSE
               MOVE WS-CARTAS-PATH TO WS-CRR-RUTA.
           CALL "REGISTRA-CORRESP" USING WS-CRR-ID WS-CRR-TIPO
               WS-CANAL-CARTA WS-CRR-RUTA.

       F-EMITO-CARTA.
           EXIT.

       ESCRIBO-DOCUMENTO.
           IF WS-DOC-ESTADO (WS-DOC-I) NOT = "O"
               PERFORM TEXTO-ESTADO
               MOVE WS-DOC-DESCRIPCION (WS-DOC-I) TO LCD-DESCRIPCION
               MOVE WS-ESTADO-TEXTO TO LCD-ESTADO
               MOVE SPACE TO LCD-VENCE
               IF WS-DOC-VENCE (WS-DOC-I) NOT = 0
                   MOVE WS-DOC-VENCE (WS-DOC-I) TO LCD-VENCE
               END-IF
               MOVE WS-LINEA-CARTA-DOC TO LINEA-CARTA
               PERFORM ESCRIBO-LINEA-CARTA.

       ESCRIBO-LINEA-CARTA.
           IF WS-CANAL-CARTA = "E"
               MOVE LINEA-CARTA TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CARTA
               MOVE LINEA-CARTA TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

       TOTALES-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CUENTAS CON PENDIENTES: " WS-TOTAL-PENDIENTES
               "   MARCADAS (GRACIA VENCIDA): " WS-TOTAL-MARCADAS
               "   DOCUMENTOS: " WS-TOTAL-DOCUMENTOS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Deja la generacion fechada de cartas anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "solicitud_documentos" TO GEN-BASE.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE WS-CARTAS-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE REPORTE.
           CLOSE CARTAS.
           CLOSE CARTAS-EMAIL.

           COPY EMPCORR.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM SEGUIMIENTO-DOCUMENTOS.
