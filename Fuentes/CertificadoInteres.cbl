      *          impreso: se salta y se cuenta, como en las demas
      *          salidas de cartas.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  MOV-EMPRESA renombrado en la vista propia
      *                     del registro de movimientos, que crecio con
      *                     la empresa del grupo.
      *   2026-10-15  CEVR  El interes del archivo en vivo sale del
      *                     resumen nocturno de movimientos (filas
      *                     INTERES del ano) cuando VERIFICA-RESUMEN-MOV
      *                     lo da al dia; si no, se recorre
      *                     movimientos.dat como antes.
      *   2026-10-15  CEVR  Presort postal: cada certificado impreso
      *                     se copia al spool de correo del dia
      *                     (PIEZAPOST) para PRESORT-CORREO.
      *   2026-10-15  CEVR  El certificado detalla las tasas negociadas
      *                     (tasas_negociadas.dat) que rigieron para
      *                     el cliente en el ano, con su periodo, su
      *                     tasa y su motivo; la anulada cuenta hasta
      *                     su anulacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-INTERES.

           COPY MOVSEL.

           COPY RSMSEL.

           COPY TNGSEL.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL

           COPY MOVIMIENTO.

       FD  RESUMEN-MOV.

           COPY RESMOV.

       FD  TASAS-NEGOCIADAS.

           COPY TASANEG.

       FD  GENERACIONES.

           COPY GENREG.
               ==MOV-SALDO-NUEVO== BY ==HIS-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==HIS-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==HIS-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==HIS-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==HIS-EMPRESA==.

       SD  ORDENADOS.
       01  REG-ORDEN.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-RESUMEN      PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.
       01  ST-HISTORICO    PIC XX VALUE SPACE.
       01  ST-CERTIFICADOS PIC XX VALUE SPACE.
       01  ST-CERT-EMAIL   PIC XX VALUE SPACE.
       01  ST-TASAS-NEG    PIC XX VALUE SPACE.

      * Tasas negociadas del cliente que rigieron en el ano.
       01  WS-TASAS-NEG-SW   PIC X VALUE "N".
           88 TASAS-NEG-DISPONIBLES VALUE "S".
       01  WS-TNG-HASTA      PIC 9(8) VALUE 0.
       01  WS-TNG-MOTIVO     PIC X(12) VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-ANO-FISCAL   PIC 9(4) VALUE 0.
       01  WS-CERT-PATH    PIC X(60) VALUE SPACE.
       01  WS-EMAIL-PATH   PIC X(60) VALUE SPACE.

      * Resumen nocturno de movimientos: si esta al dia, el interes
      * del archivo en vivo sale de sus filas INTERES por periodo.
       01  WS-RESUMEN-ESTADO PIC X    VALUE SPACE.
           88 RESUMEN-AL-DIA VALUE "V".
       01  WS-RESUMEN-DIA    PIC 9(8) VALUE 0.
       01  WS-PERIODO-DESDE  PIC 9(6) VALUE 0.
       01  WS-PERIODO-HASTA  PIC 9(6) VALUE 0.

      * Corte de control por cliente de la mezcla ordenada.
       01  WS-ID-EN-CURSO     PIC 9(8) VALUE 0.
       01  WS-HAY-CLIENTE-SW  PIC X    VALUE "N".

           COPY BANNERWS.

           COPY PIEZAWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CERTIFICADO-INTERES" TO WS-BANNER-PROGRAMA.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT TASAS-NEGOCIADAS.
           IF ST-TASAS-NEG = "00"
               SET TASAS-NEG-DISPONIBLES TO TRUE.
           MOVE SPACE TO WS-CERT-PATH.
           STRING "./certificados_interes_" WS-ANO-FISCAL ".txt"
               DELIMITED BY SIZE INTO WS-CERT-PATH.

      ******************************************************************
      * Reune los movimientos INTERES no reversados del ano: primero
      * el archivo en vivo completo (o, si esta al dia, el resumen
      * nocturno de movimientos), luego cada generacion historica
      * anotada en generaciones.dat.
      ******************************************************************
       REUNO-INTERESES.
           CALL "VERIFICA-RESUMEN-MOV" USING WS-RESUMEN-ESTADO
               WS-RESUMEN-DIA.
           IF RESUMEN-AL-DIA
               GO TO REUNO-DESDE-RESUMEN.

       REUNO-DESDE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Archivo de movimientos no disponible ("
           RELEASE REG-ORDEN.
           GO TO LEO-MOVIMIENTO-VIVO.

      *    Una fila por cliente, mes y empresa: lo no reversado es el
      *    total menos lo reversado.
       REUNO-DESDE-RESUMEN.
           OPEN INPUT RESUMEN-MOV.
           IF ST-RESUMEN NOT = "00"
               DISPLAY "Resumen de movimientos no disponible ("
                   ST-RESUMEN "), se leen los movimientos."
               GO TO REUNO-DESDE-MOVIMIENTOS.
           COMPUTE WS-PERIODO-DESDE = WS-ANO-FISCAL * 100 + 1.
           COMPUTE WS-PERIODO-HASTA = WS-ANO-FISCAL * 100 + 12.
           MOVE WS-PERIODO-DESDE TO RSM-PERIODO.
           START RESUMEN-MOV KEY IS NOT LESS THAN RSM-PERIODO
               INVALID KEY
                   CLOSE RESUMEN-MOV
                   GO TO RECORRO-GENERACIONES
           END-START.

       LEO-RESUMEN-INTERES.
           READ RESUMEN-MOV NEXT RECORD
               AT END
                   CLOSE RESUMEN-MOV
                   GO TO RECORRO-GENERACIONES
           END-READ.
           IF ST-RESUMEN > "07"
            OR RSM-PERIODO > WS-PERIODO-HASTA
               CLOSE RESUMEN-MOV
               GO TO RECORRO-GENERACIONES.
           IF RSM-TIPO NOT = "INTERES"
            OR RSM-CANTIDAD = RSM-CANT-REVERSADOS
               GO TO LEO-RESUMEN-INTERES.
           MOVE RSM-ID-CLIENTE TO ORD-ID-CLIENTE.
           COMPUTE ORD-VALOR = RSM-TOTAL - RSM-TOTAL-REVERSADOS.
           RELEASE REG-ORDEN.
           GO TO LEO-RESUMEN-INTERES.

       RECORRO-GENERACIONES.
           OPEN INPUT GENERACIONES.
           IF ST-GENERACIONES > "07"
               MOVE "E" TO WS-CANAL-CERT
           ELSE
               MOVE "C" TO WS-CANAL-CERT.
           IF WS-CANAL-CERT = "C"
               MOVE CLI-ID         TO WS-PZA-ID
               MOVE CLI_CODPOST    TO WS-PZA-CODPOST
               MOVE "CERT-INTERES" TO WS-PZA-TIPO
               PERFORM ABRO-PIEZA-CORREO.
           IF WS-CANAL-CERT = "E"
               MOVE SPACE TO LINEA-CERT
               STRING "PARA: " CLI-EMAIL
               WS-MONEDA-EDITADA
               DELIMITED BY SIZE INTO LINEA-CERT.
           PERFORM ESCRIBO-LINEA-CERT.
           IF TASAS-NEG-DISPONIBLES
               PERFORM DETALLO-TASAS-NEG THRU F-DETALLO-TASAS-NEG.
           MOVE SPACE TO LINEA-CERT.
           PERFORM ESCRIBO-LINEA-CERT.
           ADD 1 TO WS-TOTAL-CERTIFICADOS.
       F-EMITO-UN-CERTIFICADO.
           EXIT.

      ******************************************************************
      * Una linea por tasa negociada del cliente cuyo periodo toca el
      * ano fiscal. La anulada rigio hasta su anulacion: si se anulo
      * antes de empezar no se muestra.
      ******************************************************************
       DETALLO-TASAS-NEG.
           MOVE WS-ID-EN-CURSO TO TNG-ID-CLIENTE.
           MOVE 0              TO TNG-FECHA-INICIO.
           START TASAS-NEGOCIADAS KEY IS NOT LESS THAN TNG-CLAVE
               INVALID KEY
                   GO TO F-DETALLO-TASAS-NEG
           END-START.

       LEO-TASA-NEG.
           READ TASAS-NEGOCIADAS NEXT RECORD
               AT END
                   GO TO F-DETALLO-TASAS-NEG
           END-READ.
           IF ST-TASAS-NEG > "07"
            OR TNG-ID-CLIENTE NOT = WS-ID-EN-CURSO
            OR TNG-FECHA-INICIO > WS-FECHA-HASTA
               GO TO F-DETALLO-TASAS-NEG.
           MOVE TNG-FECHA-FIN TO WS-TNG-HASTA.
           IF TNG-ANULADA
               IF TNG-ANULA-FECHA NOT > TNG-FECHA-INICIO
                   GO TO LEO-TASA-NEG
               END-IF
               IF TNG-ANULA-FECHA < WS-TNG-HASTA
                   MOVE TNG-ANULA-FECHA TO WS-TNG-HASTA
               END-IF
           END-IF.
           IF WS-TNG-HASTA < WS-FECHA-DESDE
               GO TO LEO-TASA-NEG.
           EVALUATE TRUE
               WHEN TNG-CONVENIO    MOVE "CONVENIO"    TO WS-TNG-MOTIVO
               WHEN TNG-GRACIA      MOVE "GRACIA"      TO WS-TNG-MOTIVO
               WHEN TNG-CONTRACTUAL MOVE "CONTRACTUAL" TO WS-TNG-MOTIVO
               WHEN OTHER           MOVE "OTRO"        TO WS-TNG-MOTIVO
           END-EVALUATE.
           MOVE SPACE TO LINEA-CERT.
           STRING "TASA PACTADA DEL " TNG-FECHA-INICIO " AL "
               WS-TNG-HASTA ": " TNG-TASA-MIL
               " POR MIL MENSUAL (" DELIMITED BY SIZE
               WS-TNG-MOTIVO DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO LINEA-CERT.
           PERFORM ESCRIBO-LINEA-CERT.
           GO TO LEO-TASA-NEG.

       F-DETALLO-TASAS-NEG.
           EXIT.

       ESCRIBO-LINEA-CERT.
           IF WS-CANAL-CERT = "E"
               MOVE LINEA-CERT TO LINEA-EMAIL
               WRITE LINEA-EMAIL
           ELSE
               WRITE LINEA-CERT
               MOVE LINEA-CERT TO WS-PZA-LINEA
               PERFORM COPIO-LINEA-PIEZA.

      ******************************************************************
      * Deja la generacion fechada de certificados anotada en el
           CLOSE CLIENTES.
           CLOSE CERTIFICADOS.
           CLOSE CERTIFICADOS-EMAIL.
           IF TASAS-NEG-DISPONIBLES
               CLOSE TASAS-NEGOCIADAS.

           COPY MONEDA.

           COPY PIEZAPOST.

           COPY BANNER.

       END PROGRAM CERTIFICADO-INTERES.
