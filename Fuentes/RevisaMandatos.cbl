      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Revision de los mandatos de domiciliacion vigentes
      *          contra el directorio de bancos: recorre el maestro
      *          y, por cada cliente con CLI-MANDATO-SW = "S", valida
      *          CLI-CTA-BANCARIA con VALIDA-CTA-BANCARIA y lista los
      *          que no pasan (banco desconocido o retirado, numero
      *          no numerico, largo o digito de control errados),
      *          para que cobranza los corrija antes del siguiente
      *          giro; GIRO-DOMICILIACION ya los salta. Se corre a
      *          pedido (y una vez al cargar el directorio por primera
      *          vez); no forma parte de la cadena nocturna. Sale en
      *          una generacion fechada anotada en generaciones.dat.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La cuenta bancaria sale enmascarada
      *                     (ENMASCARA-CUENTA, ultimos cuatro digitos).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-MANDATOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Resultado de VALIDA-CTA-BANCARIA: "S" = valida, "X" = sin
      * directorio; cualquier otro es el motivo del rechazo.
       01  WS-CTA-RESULTADO PIC X     VALUE SPACE.
       01  WS-CTA-BANCO     PIC X(30) VALUE SPACE.

       01  WS-TOT-MANDATOS  PIC 9(7) VALUE 0.
       01  WS-TOT-INVALIDOS PIC 9(7) VALUE 0.

       01  LINEA-TITULO.
           05 FILLER PIC X(41)
               VALUE "MANDATOS CON CUENTA BANCARIA INVALIDA AL ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(83) VALUE SPACE.

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(10) VALUE "ID-CLIENTE".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(30) VALUE "NOMBRE".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(24) VALUE "CUENTA BANCARIA".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(30) VALUE "BANCO".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(30) VALUE "MOTIVO".

       01  LINEA-DETALLE.
           05 LD-ID      PIC 9(8).
           05 FILLER     PIC X(4)  VALUE SPACE.
           05 LD-NOMBRE  PIC X(30).
           05 FILLER     PIC X(2)  VALUE SPACE.
           05 LD-CUENTA  PIC X(24).
           05 FILLER     PIC X(2)  VALUE SPACE.
           05 LD-BANCO   PIC X(30).
           05 FILLER     PIC X(2)  VALUE SPACE.
           05 LD-MOTIVO  PIC X(30).

       01  LINEA-TOTALES.
           05 FILLER     PIC X(20) VALUE "Mandatos revisados: ".
           05 LTT-MANDATOS PIC Z(6)9.
           05 FILLER     PIC X(15) VALUE "   Invalidos: ".
           05 LTT-INVALIDOS PIC Z(6)9.
           05 FILLER     PIC X(83) VALUE SPACE.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REVISA-MANDATOS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"             TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./mandatos_invalidos_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN.
           MOVE WS-FECHA-HOY TO LT-FECHA.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.
           PERFORM REVISO-CLIENTE THRU F-REVISO-CLIENTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-MANDATOS  TO LTT-MANDATOS.
           MOVE WS-TOT-INVALIDOS TO LTT-INVALIDOS.
           WRITE LINEA-REPORTE FROM LINEA-TOTALES.
           DISPLAY "Mandatos revisados: " WS-TOT-MANDATOS.
           DISPLAY "Mandatos invalidos: " WS-TOT-INVALIDOS.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           CLOSE CLIENTES.
           CLOSE REPORTE.
           DISPLAY "Revision de mandatos generada en "
               WS-REPORTE-PATH ".".
           STOP RUN.

      ******************************************************************
      * Recorre el maestro y valida la cuenta de cada mandato vigente.
      * Sin directorio no hay contra que validar: la revision se corta
      * y se avisa, en vez de dar todas las cuentas por buenas.
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
           IF CLI-MANDATO-SW NOT = "S"
               GO TO REVISO-CLIENTE.
           ADD 1 TO WS-TOT-MANDATOS.
           IF CLI-CTA-BANCARIA = SPACE
               MOVE "Mandato sin cuenta bancaria" TO LD-MOTIVO
               MOVE SPACE TO WS-CTA-BANCO
               GO TO LISTO-INVALIDO.
           CALL "VALIDA-CTA-BANCARIA" USING CLI-CTA-BANCARIA
               WS-CTA-RESULTADO WS-CTA-BANCO.
           IF WS-CTA-RESULTADO = "X"
               DISPLAY "Directorio de bancos no disponible, la "
                   "revision no puede hacerse."
               MOVE 16 TO RETURN-CODE
               GO TO F-REVISO-CLIENTE.
           IF WS-CTA-RESULTADO = "S"
               GO TO REVISO-CLIENTE.
           EVALUATE WS-CTA-RESULTADO
               WHEN "B"
                   MOVE "Banco no esta en el directorio" TO LD-MOTIVO
               WHEN "I"
                   MOVE "Banco retirado"              TO LD-MOTIVO
               WHEN "N"
                   MOVE "Numero no numerico o blancos" TO LD-MOTIVO
               WHEN "L"
                   MOVE "Largo distinto al del banco"  TO LD-MOTIVO
               WHEN OTHER
                   MOVE "Digito de control errado"     TO LD-MOTIVO
           END-EVALUATE.

       LISTO-INVALIDO.
           ADD 1 TO WS-TOT-INVALIDOS.
           MOVE CLI-ID            TO LD-ID.
           MOVE CLI_NOMBRE (1:30) TO LD-NOMBRE.
           CALL "ENMASCARA-CUENTA" USING CLI-CTA-BANCARIA LD-CUENTA.
           MOVE WS-CTA-BANCO      TO LD-BANCO.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           GO TO REVISO-CLIENTE.

       F-REVISO-CLIENTE.
           EXIT.

      ******************************************************************
      * Deja la generacion fechada del reporte anotada en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "mandatos_invalidos" TO GEN-BASE.
           MOVE WS-FECHA-HOY         TO GEN-FECHA.
           MOVE WS-REPORTE-PATH      TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

           COPY BANNER.

       END PROGRAM REVISA-MANDATOS.
