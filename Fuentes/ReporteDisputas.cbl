      *          perseguir resoluciones en vez de redescubrir las
      *          disputas cuando el cliente reclama la carta.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Corrida por empresa del grupo o consolidada
      *                     (0/blanco): la empresa elegida va en el
      *                     encabezado y solo entran sus registros. La
      *                     disputa es de la empresa de su cliente, que
      *                     se lee de clientes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DISPUTAS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL DISPUTAS ASSIGN TO "./disputas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  DISPUTAS.

           COPY DISPUTA.

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX VALUE SPACE.
       01  ST-DISPUTAS  PIC XX VALUE SPACE.
       01  ST-REPORTE   PIC XX VALUE SPACE.


           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-DISPUTAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT DISPUTAS.
           IF ST-DISPUTAS > "07"
               DISPLAY "Error abriendo DISPUTAS (" ST-DISPUTAS ")"
               MOVE 16 TO RETURN-CODE.
           IF NOT CORRIDA-CONSOLIDADA
               OPEN INPUT CLIENTES
               IF ST-FILE > "07"
                   DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
           MOVE "DISPUTAS ABIERTAS PENDIENTES DE RESOLUCION"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO DIS-CLAVE.
           START DISPUTAS KEY IS NOT LESS THAN DIS-CLAVE
               INVALID KEY
           DISPLAY "Disputas vencidas : " WS-TOTAL-VENCIDAS.
           DISPLAY "Valor en disputa  : " WS-VALOR-ABIERTO.
           CLOSE DISPUTAS.
           IF NOT CORRIDA-CONSOLIDADA
               CLOSE CLIENTES.
           CLOSE REPORTE.
           STOP RUN.

               GO TO F-LEO-DISPUTA.
           IF DIS-ESTADO NOT = "A"
               GO TO LEO-DISPUTA.
      *    La disputa no trae empresa: es la de su cliente (la 001
      *    si el cliente ya no existe).
           IF NOT CORRIDA-CONSOLIDADA
               MOVE DIS-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO CLI-EMPRESA
               END-READ
               MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO LEO-DISPUTA.
           ADD 1 TO WS-TOTAL-ABIERTAS.
           ADD DIS-VALOR TO WS-VALOR-ABIERTO.
           MOVE SPACE TO WS-MARCA-VENCIDA.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-DISPUTAS.
