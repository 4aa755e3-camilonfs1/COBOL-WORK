      *          cargue). Contabilidad deja de re-teclear la
      *          actividad desde reportes impresos.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Poliza por empresa del grupo: la corrida se
      *                     pide por empresa o consolidada (blanco =
      *                     consolidada), el resumen se arma por empresa
      *                     y tipo, cada renglon de la poliza lleva
      *                     POL-EMPRESA y la prueba corta por empresa
      *                     con su razon social, de modo que cada
      *                     empresa cuadra por separado.
      *   2026-10-15  CEVR  Si el resumen nocturno de movimientos esta
      *                     al dia y es de la fecha tecleada, el resumen
      *                     por empresa y tipo sale de sus columnas del
      *                     dia; si no, se recorre movimientos.dat como
      *                     antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFAZ-CONTABLE.

           COPY MOVSEL.

           COPY RSMSEL.

           SELECT OPTIONAL TIPOS-MOV
                  ASSIGN TO "./tipos_movimiento.dat"
                  ORGANIZATION INDEXED

           COPY MOVIMIENTO.

       FD  RESUMEN-MOV.

           COPY RESMOV.

       FD  TIPOS-MOV.

           COPY TIPOMOV.

      * Renglon de la poliza: fecha, debe/haber, cuenta contable,
      * tipo de movimiento origen, valor y empresa del grupo (al
      * final, para que el contable siga leyendo los campos de antes
      * en su lugar).
       FD  POLIZA.
       01  REG-POLIZA.
           05 POL-FECHA   PIC 9(8).
           05 POL-CUENTA  PIC X(8).
           05 POL-TIPO    PIC X(10).
           05 POL-VALOR   PIC 9(11)V9(3).
           05 POL-EMPRESA PIC 9(3).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(120).
       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-RESUMEN      PIC XX VALUE SPACE.
       01  ST-TIPOS        PIC XX VALUE SPACE.
       01  ST-POLIZA       PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-FECHA-DIA  PIC 9(8) VALUE 0.

      * Resumen nocturno de movimientos: si esta al dia y sus columnas
      * del dia son las de la fecha tecleada, la poliza sale de sus
      * filas del periodo en vez de recorrer todos los movimientos.
       01  WS-RESUMEN-ESTADO PIC X    VALUE SPACE.
           88 RESUMEN-AL-DIA VALUE "V".
       01  WS-RESUMEN-DIA    PIC 9(8) VALUE 0.
       01  WS-USO-RESUMEN-SW PIC X    VALUE "N".
           88 USO-RESUMEN VALUE "S".
       01  WS-PERIODO-DIA    PIC 9(6) VALUE 0.

      * Lo que se suma a la entrada empresa/tipo, venga de un
      * movimiento o de una fila del resumen.
       01  WS-TIPO-ACUMULAR   PIC X(10)        VALUE SPACE.
       01  WS-CONTEO-ACUMULAR PIC 9(7)         VALUE 0.
       01  WS-NETO-ACUMULAR   PIC S9(11)V9(3)  VALUE 0.

      * Resumen del dia por empresa y tipo de movimiento.
       01  WS-TIP-USADOS  PIC 9(3) VALUE 0.
       01  WS-TIP-I       PIC 9(3) VALUE 0.
       01  WS-TIP-HALLADO PIC 9(3) VALUE 0.
       01  WS-TAB-TIPOS.
           05 WS-TIP-ENTRADA OCCURS 200 TIMES.
               10 WS-TIP-EMPRESA PIC 9(3).
               10 WS-TIP-CODIGO  PIC X(10).
               10 WS-TIP-CONTEO  PIC 9(7).
               10 WS-TIP-NETO    PIC S9(11)V9(3).
       01  WS-TIPOS-SIN-MAPEO  PIC 9(3) VALUE 0.
       01  WS-RENGLONES        PIC 9(5) VALUE 0.

      * Empresas con movimientos en el dia: la poliza sale por
      * empresa en orden de codigo.
       01  WS-TAB-EMPRESAS-DIA.
           05 WS-EMP-USADA      PIC X OCCURS 999 TIMES.
       01  WS-EMP-I             PIC 9(4) VALUE 0.
       01  WS-EMPRESA-POLIZA    PIC 9(3) VALUE 0.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE "INTERFAZ-CONTABLE" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Fecha a resumir (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-DIA.
           IF WS-FECHA-DIA = 0
               ACCEPT WS-FECHA-DIA FROM DATE YYYYMMDD.
           CALL "VERIFICA-RESUMEN-MOV" USING WS-RESUMEN-ESTADO
               WS-RESUMEN-DIA.
           IF RESUMEN-AL-DIA AND WS-RESUMEN-DIA = WS-FECHA-DIA
               OPEN INPUT RESUMEN-MOV
               IF ST-RESUMEN = "00"
                   MOVE "S" TO WS-USO-RESUMEN-SW
               END-IF
           END-IF.
           IF USO-RESUMEN
               DISPLAY "Poliza desde el resumen de movimientos."
           ELSE
               OPEN INPUT MOVIMIENTOS
               IF ST-MOVIMIENTOS > "07"
                   DISPLAY "Error abriendo MOVIMIENTOS ("
                       ST-MOVIMIENTOS ")"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT TIPOS-MOV.
           IF ST-TIPOS > "07"
               DISPLAY "Tabla de tipos no disponible (" ST-TIPOS
           STRING "PRUEBA DE LA POLIZA CONTABLE DEL " WS-FECHA-DIA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO WS-TAB-EMPRESAS-DIA.
           PERFORM RESUMO-MOVIMIENTOS THRU F-RESUMO-MOVIMIENTOS.
           PERFORM POLIZA-EMPRESA THRU F-POLIZA-EMPRESA
               VARYING WS-EMP-I FROM 1 BY 1
               UNTIL WS-EMP-I > 999.
           PERFORM IMPRIMO-PRUEBA.
           IF USO-RESUMEN
               CLOSE RESUMEN-MOV
           ELSE
               CLOSE MOVIMIENTOS.
           IF ST-TIPOS NOT > "07"
               CLOSE TIPOS-MOV.
           CLOSE POLIZA.
           STOP RUN.

      ******************************************************************
      * Acumula los movimientos del dia de la corrida por empresa y
      * tipo (la tabla en memoria cubre hasta 200 parejas distintas;
      * el sobrante se reporta).
      ******************************************************************
       RESUMO-MOVIMIENTOS.
           IF USO-RESUMEN
               GO TO RESUMO-DESDE-RESUMEN.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
           END-READ.
           IF MOV-FECHA NOT = WS-FECHA-DIA
               GO TO LEO-MOVIMIENTO.
           MOVE MOV-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-MOVIMIENTO.
           MOVE MOV-TIPO  TO WS-TIPO-ACUMULAR.
           MOVE 1         TO WS-CONTEO-ACUMULAR.
           MOVE MOV-VALOR TO WS-NETO-ACUMULAR.
           PERFORM ACUMULO-TIPO-DIA THRU F-ACUMULO-TIPO-DIA.
           GO TO LEO-MOVIMIENTO.

      *    Filas del periodo de la fecha con actividad en el dia; sus
      *    columnas del dia ya traen conteo y neto por empresa y tipo.
       RESUMO-DESDE-RESUMEN.
           DIVIDE WS-FECHA-DIA BY 100 GIVING WS-PERIODO-DIA.
           MOVE WS-PERIODO-DIA TO RSM-PERIODO.
           START RESUMEN-MOV KEY IS NOT LESS THAN RSM-PERIODO
               INVALID KEY
                   GO TO F-RESUMO-MOVIMIENTOS
           END-START.

       LEO-RESUMEN.
           READ RESUMEN-MOV NEXT RECORD
               AT END
                   GO TO F-RESUMO-MOVIMIENTOS
           END-READ.
           IF ST-RESUMEN > "07"
            OR RSM-PERIODO NOT = WS-PERIODO-DIA
               GO TO F-RESUMO-MOVIMIENTOS.
           IF RSM-CANT-DIA = 0
               GO TO LEO-RESUMEN.
           MOVE RSM-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-RESUMEN.
           MOVE RSM-TIPO      TO WS-TIPO-ACUMULAR.
           MOVE RSM-CANT-DIA  TO WS-CONTEO-ACUMULAR.
           MOVE RSM-TOTAL-DIA TO WS-NETO-ACUMULAR.
           PERFORM ACUMULO-TIPO-DIA THRU F-ACUMULO-TIPO-DIA.
           GO TO LEO-RESUMEN.

       F-RESUMO-MOVIMIENTOS.
           EXIT.

       ACUMULO-TIPO-DIA.
           ADD WS-CONTEO-ACUMULAR TO WS-TOTAL-MOVS.
           MOVE 0 TO WS-TIP-HALLADO.
           PERFORM BUSCO-ENTRADA-TIPO
               VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-USADOS.
           IF WS-TIP-HALLADO = 0
               IF WS-TIP-USADOS >= 200
                   DISPLAY "Tabla de tipos del dia llena, se omite "
                       WS-TIPO-ACUMULAR
                   GO TO F-ACUMULO-TIPO-DIA
               ELSE
                   ADD 1 TO WS-TIP-USADOS
                   MOVE WS-TIP-USADOS TO WS-TIP-HALLADO
                   MOVE WS-EMP-REGISTRO-NUM
                       TO WS-TIP-EMPRESA (WS-TIP-HALLADO)
                   MOVE "S" TO WS-EMP-USADA (WS-EMP-REGISTRO-NUM)
                   MOVE WS-TIPO-ACUMULAR
                       TO WS-TIP-CODIGO (WS-TIP-HALLADO)
                   MOVE 0 TO WS-TIP-CONTEO (WS-TIP-HALLADO)
                   MOVE 0 TO WS-TIP-NETO (WS-TIP-HALLADO).
           ADD WS-CONTEO-ACUMULAR TO WS-TIP-CONTEO (WS-TIP-HALLADO).
           ADD WS-NETO-ACUMULAR   TO WS-TIP-NETO (WS-TIP-HALLADO).

       F-ACUMULO-TIPO-DIA.
           EXIT.

       BUSCO-ENTRADA-TIPO.
           IF WS-TIP-CODIGO (WS-TIP-I) = WS-TIPO-ACUMULAR
            AND WS-TIP-EMPRESA (WS-TIP-I) = WS-EMP-REGISTRO-NUM
               MOVE WS-TIP-I TO WS-TIP-HALLADO.

      ******************************************************************
      * Corte por empresa: su rotulo en la prueba y sus parejas
      * debe/haber, que cuadran solas.
      ******************************************************************
       POLIZA-EMPRESA.
           IF WS-EMP-USADA (WS-EMP-I) NOT = "S"
               GO TO F-POLIZA-EMPRESA.
           MOVE WS-EMP-I TO WS-EMPRESA-POLIZA.
           MOVE WS-EMPRESA-POLIZA TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "EMPRESA " WS-EMPRESA-POLIZA " "
               WS-EMP-RAZON-SOCIAL
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ARMO-POLIZA THRU F-ARMO-POLIZA
               VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-USADOS.

       F-POLIZA-EMPRESA.
           EXIT.

      ******************************************************************
      * Una pareja debe/haber por tipo con mapeo: el neto positivo
      * debita la cuenta de debito y acredita la de credito; el
      * mapeo queda en la prueba como no cubierto.
      ******************************************************************
       ARMO-POLIZA.
           IF WS-TIP-EMPRESA (WS-TIP-I) NOT = WS-EMPRESA-POLIZA
               GO TO F-ARMO-POLIZA.
           MOVE WS-TIP-CODIGO (WS-TIP-I) TO TPM-CODIGO.
           IF ST-TIPOS > "07"
               PERFORM ANOTO-SIN-MAPEO
           MOVE TPM-CTA-DEBITO  TO POL-CUENTA.
           MOVE WS-TIP-CODIGO (WS-TIP-I) TO POL-TIPO.
           MOVE WS-VALOR-POLIZA TO POL-VALOR.
           MOVE WS-EMPRESA-POLIZA TO POL-EMPRESA.
           WRITE REG-POLIZA.
           ADD 1 TO WS-RENGLONES.

           MOVE TPM-CTA-CREDITO TO POL-CUENTA.
           MOVE WS-TIP-CODIGO (WS-TIP-I) TO POL-TIPO.
           MOVE WS-VALOR-POLIZA TO POL-VALOR.
           MOVE WS-EMPRESA-POLIZA TO POL-EMPRESA.
           WRITE REG-POLIZA.
           ADD 1 TO WS-RENGLONES.

           MOVE TPM-CTA-CREDITO TO POL-CUENTA.
           MOVE WS-TIP-CODIGO (WS-TIP-I) TO POL-TIPO.
           MOVE WS-VALOR-POLIZA TO POL-VALOR.
           MOVE WS-EMPRESA-POLIZA TO POL-EMPRESA.
           WRITE REG-POLIZA.
           ADD 1 TO WS-RENGLONES.

           MOVE TPM-CTA-DEBITO  TO POL-CUENTA.
           MOVE WS-TIP-CODIGO (WS-TIP-I) TO POL-TIPO.
           MOVE WS-VALOR-POLIZA TO POL-VALOR.
           MOVE WS-EMPRESA-POLIZA TO POL-EMPRESA.
           WRITE REG-POLIZA.
           ADD 1 TO WS-RENGLONES.


           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM INTERFAZ-CONTABLE.
