      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Candado de posteo por periodo contable: todo
      *          programa que graba un REG-MOVIMIENTO nuevo lo llama
      *          justo antes del WRITE, con su nombre y el registro
      *          ya armado. Si MOV-FECHA cae en un mes que
      *          contabilidad cerro (periodos_contables.dat,
      *          PERIODO.cpy, cerrado con CIERRE-PERIODO), el
      *          movimiento no se graba en ese mes: MOV-FECHA pasa a
      *          hoy -- o, si hoy tambien estuviera cerrado, al
      *          primer dia del primer mes abierto siguiente -- y la
      *          correccion queda en redirecciones_periodo.dat
      *          (REDIRPER.cpy) y en pantalla. LNK-REDIRIGIDO vuelve
      *          en "S" cuando el movimiento se corrio. Sin archivo
      *          de periodos todo mes esta abierto. El archivo de
      *          periodos se abre en la primera llamada y queda
      *          abierto el resto de la corrida; el de redirecciones
      *          se abre y cierra en cada una, que son pocas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PERIODOS
                  ASSIGN TO "./periodos_contables.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-AAAAMM
                  STATUS ST-PERIODOS.

           SELECT OPTIONAL REDIRECCIONES
                  ASSIGN TO "./redirecciones_periodo.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-REDIRECCIONES.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIODOS.

           COPY PERIODO.

       FD  REDIRECCIONES.

           COPY REDIRPER.

       WORKING-STORAGE SECTION.

       01  ST-PERIODOS       PIC XX VALUE SPACE.
       01  ST-REDIRECCIONES  PIC XX VALUE SPACE.

       01  WS-ABIERTO-SW  PIC X VALUE "N".
           88 ARCHIVO-ABIERTO VALUE "S".
       01  WS-ARCHIVO-SW  PIC X VALUE "N".
           88 PERIODOS-DISPONIBLES VALUE "S".
       01  WS-CERRADO-SW  PIC X VALUE "N".
           88 MES-CERRADO VALUE "S".

       01  WS-FECHA-HOY      PIC 9(8) VALUE 0.
       01  WS-FECHA-ORIGINAL PIC 9(8) VALUE 0.

      * Fecha candidata a recibir el movimiento corrido.
       01  WS-DESTINO        PIC 9(8) VALUE 0.
       01  WS-DESTINO-PARTES REDEFINES WS-DESTINO.
           05 WS-DES-ANO  PIC 9(4).
           05 WS-DES-MES  PIC 99.
           05 WS-DES-DIA  PIC 99.
       01  WS-MES-CONSULTA   PIC 9(6) VALUE 0.
       01  WS-MES-ORIGINAL   PIC 9(6) VALUE 0.
       01  WS-VUELTAS        PIC 99   VALUE 0.

       LINKAGE SECTION.
       01  LNK-PROGRAMA    PIC X(20).

           COPY MOVIMIENTO.

       01  LNK-REDIRIGIDO  PIC X.

       PROCEDURE DIVISION USING LNK-PROGRAMA REG-MOVIMIENTO
           LNK-REDIRIGIDO.
       MAIN-RUTINA.
           MOVE "N" TO LNK-REDIRIGIDO.
           IF NOT ARCHIVO-ABIERTO
               MOVE "S" TO WS-ABIERTO-SW
               OPEN INPUT PERIODOS
               IF ST-PERIODOS = "00"
                   SET PERIODOS-DISPONIBLES TO TRUE
               ELSE
                   MOVE "N" TO WS-ARCHIVO-SW
               END-IF
           END-IF.
           IF NOT PERIODOS-DISPONIBLES
               GOBACK.
           DIVIDE MOV-FECHA BY 100 GIVING WS-MES-ORIGINAL.
           MOVE WS-MES-ORIGINAL TO WS-MES-CONSULTA.
           PERFORM CONSULTO-MES THRU F-CONSULTO-MES.
           IF NOT MES-CERRADO
               GOBACK.
           MOVE MOV-FECHA TO WS-FECHA-ORIGINAL.
           PERFORM BUSCO-DESTINO THRU F-BUSCO-DESTINO.
           MOVE WS-DESTINO TO MOV-FECHA.
           MOVE "S" TO LNK-REDIRIGIDO.
           PERFORM GRABO-REDIRECCION THRU F-GRABO-REDIRECCION.
           GOBACK.

      ******************************************************************
      * Deja MES-CERRADO si WS-MES-CONSULTA esta cerrado en el
      * archivo de periodos.
      ******************************************************************
       CONSULTO-MES.
           MOVE "N" TO WS-CERRADO-SW.
           MOVE WS-MES-CONSULTA TO PER-AAAAMM.
           READ PERIODOS KEY IS PER-AAAAMM
               INVALID KEY
                   GO TO F-CONSULTO-MES
           END-READ.
           IF PER-CERRADO
               SET MES-CERRADO TO TRUE.

       F-CONSULTO-MES.
           EXIT.

      ******************************************************************
      * El destino es hoy si el mes en curso esta abierto y es
      * posterior al original; si no, el primer dia del mes siguiente
      * que este abierto. Las vueltas se topan en dos anos por si el
      * archivo de periodos trae meses futuros cerrados por error.
      ******************************************************************
       BUSCO-DESTINO.
           IF WS-FECHA-HOY = 0
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-DESTINO.
           DIVIDE WS-DESTINO BY 100 GIVING WS-MES-CONSULTA.
           IF WS-MES-CONSULTA NOT > WS-MES-ORIGINAL
               MOVE WS-FECHA-ORIGINAL TO WS-DESTINO
               PERFORM PASO-MES-SIGUIENTE.
           MOVE 0 TO WS-VUELTAS.

       PRUEBO-DESTINO.
           DIVIDE WS-DESTINO BY 100 GIVING WS-MES-CONSULTA.
           PERFORM CONSULTO-MES THRU F-CONSULTO-MES.
           IF NOT MES-CERRADO
               GO TO F-BUSCO-DESTINO.
           ADD 1 TO WS-VUELTAS.
           IF WS-VUELTAS > 24
               GO TO F-BUSCO-DESTINO.
           PERFORM PASO-MES-SIGUIENTE.
           GO TO PRUEBO-DESTINO.

       F-BUSCO-DESTINO.
           EXIT.

       PASO-MES-SIGUIENTE.
           MOVE 1 TO WS-DES-DIA.
           IF WS-DES-MES < 12
               ADD 1 TO WS-DES-MES
           ELSE
               MOVE 1 TO WS-DES-MES
               ADD 1 TO WS-DES-ANO.

       GRABO-REDIRECCION.
           DISPLAY "Periodo " WS-MES-ORIGINAL " cerrado: el "
               MOV-TIPO " del cliente " MOV-ID-CLIENTE " fechado "
               WS-FECHA-ORIGINAL " se registra el " MOV-FECHA ".".
           OPEN EXTEND REDIRECCIONES.
           IF ST-REDIRECCIONES > "07"
               DISPLAY "Error abriendo REDIRECCIONES ("
                   ST-REDIRECCIONES "), la correccion no queda "
                   "registrada."
               GO TO F-GRABO-REDIRECCION.
           MOVE WS-FECHA-HOY      TO RED-FECHA-PROCESO.
           ACCEPT RED-HORA-PROCESO FROM TIME.
           MOVE LNK-PROGRAMA      TO RED-PROGRAMA.
           MOVE MOV-ID-CLIENTE    TO RED-ID-CLIENTE.
           MOVE MOV-TIPO          TO RED-TIPO.
           MOVE MOV-VALOR         TO RED-VALOR.
           MOVE WS-FECHA-ORIGINAL TO RED-FECHA-ORIGINAL.
           MOVE MOV-FECHA         TO RED-FECHA-NUEVA.
           MOVE MOV-OPERADOR      TO RED-OPERADOR.
           WRITE REG-REDIRECCION.
           CLOSE REDIRECCIONES.

       F-GRABO-REDIRECCION.
           EXIT.

       END PROGRAM CONTROL-PERIODO.
