      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Reporte mensual de tasas de mora negociadas: recorre
      *          tasas_negociadas.dat (TASANEG.cpy) para el periodo
      *          tecleado (AAAAMM) y lo lista en dos secciones, por
      *          cliente: las tasas en vigor en el periodo (cuyo
      *          inicio-fin toca el mes; la anulada rige hasta la
      *          fecha de su anulacion) con su costo
      *          en interes no cobrado, y las que vencen el mes
      *          siguiente, para que cobranza las renueve o las deje
      *          caer a tiempo. El costo es lo que la tasa de la
      *          categoria (maestro de categorias, con la tabla de
      *          respaldo de REPORTE-SALDOS) habria cobrado de mas
      *          sobre el saldo en mora de hoy, por los dias del mes
      *          comercial de 30 dias en que la tasa rigio, como lo
      *          devenga DEVENGO-INTERES; una tasa pactada por encima
      *          de la categoria da costo negativo.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La tasa anulada en el mes sale en la seccion
      *                     1 con sus dias en vigor hasta la fecha de
      *                     anulacion; antes se omitia entera.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TASAS-NEGOCIADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY CATSEL.

           COPY TNGSEL.

           SELECT ORDENADOS ASSIGN TO "./tasasneg_sort.tmp".

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  TASAS-NEGOCIADAS.

           COPY TASANEG.

       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-SECCION      PIC 9.
           05 ORD-ID-CLIENTE   PIC 9(8).
           05 ORD-FECHA-INICIO PIC 9(8).
           05 ORD-FECHA-FIN    PIC 9(8).
           05 ORD-TASA-MIL     PIC 9(3).
           05 ORD-MOTIVO       PIC X.
           05 ORD-OPERADOR     PIC X(8).
           05 ORD-DETALLE      PIC X(40).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(160).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-CATEGORIAS   PIC XX VALUE SPACE.
       01  ST-TASAS-NEG    PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-CATEGORIAS-SW       PIC X VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

       01  WS-PERIODO      PIC 9(6) VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO   PIC 9(4).
           05 WS-PER-MES   PIC 99.
       01  WS-PERIODO-SIG  PIC 9(6) VALUE 0.
       01  WS-PERIODO-FIN  PIC 9(6) VALUE 0.
       01  WS-FECHA-DESDE  PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(8) VALUE 0.
      * Ultimo dia en que rige la tasa: su fecha de fin, o la de su
      * anulacion si fue anulada antes.
       01  WS-FIN-VIGOR    PIC 9(8) VALUE 0.
       01  WS-REPORTE-PATH PIC X(60) VALUE SPACE.

      * Tabla de respaldo de la tasa de mora en milesimas, la misma de
      * REPORTE-SALDOS: rige si el maestro de categorias falta o la
      * categoria no esta en el.
       01  WS-TASA-EMPRESA-MIL    PIC 9(3) VALUE 10.
       01  WS-TASA-PARTICULAR-MIL PIC 9(3) VALUE 25.
       01  WS-TASA-CATEGORIA-MIL  PIC 9(3) VALUE 0.

      * Dias del mes comercial en que rigio la tasa: del dia de inicio
      * (o el 1) al de fin (o el 30); el 31 cuenta como 30.
       01  WS-DIA-DESDE    PIC 99 VALUE 0.
       01  WS-DIA-HASTA    PIC 99 VALUE 0.
       01  WS-DIAS-VIGOR   PIC 99 VALUE 0.

       01  WS-SALDO-MORA   PIC 9(7)V9(3) VALUE 0.
       01  WS-COSTO        PIC S9(9)V9(3) VALUE 0.

      * Corte de control por seccion (1 = en vigor en el periodo,
      * 2 = vencen el mes siguiente) y sus totales.
       01  WS-SECCION-EN-CURSO PIC 9 VALUE 0.
       01  WS-HAY-SECCION-SW   PIC X VALUE "N".
           88 HAY-SECCION-EN-CURSO VALUE "S".
       01  WS-NOMBRE           PIC X(30) VALUE SPACE.
       01  WS-SEC-CANTIDAD     PIC 9(7)        VALUE 0.
       01  WS-SEC-COSTO        PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTALES-SECCION.
           05 WS-TOT-SECCION OCCURS 2 TIMES.
              10 WS-TOT-CANTIDAD PIC 9(7).
              10 WS-TOT-COSTO    PIC S9(11)V9(3).
       01  WS-I-SEC            PIC 9 VALUE 0.

       01  WS-TITULOS-SECCION.
           05 FILLER PIC X(40)
               VALUE "TASAS NEGOCIADAS EN VIGOR EN EL PERIODO ".
           05 FILLER PIC X(40)
               VALUE "TASAS NEGOCIADAS QUE VENCEN EL MES SIG. ".
       01  WS-TABLA-TITULOS REDEFINES WS-TITULOS-SECCION.
           05 WS-TITULO-SECCION PIC X(40) OCCURS 2 TIMES.

       01  LINEA-COLUMNAS.
           05 FILLER PIC X(9)  VALUE "CLIENTE".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(9)  VALUE "INICIO".
           05 FILLER PIC X(9)  VALUE "FIN".
           05 FILLER PIC X(5)  VALUE "TASA".
           05 FILLER PIC X(6)  VALUE "CATEG".
           05 FILLER PIC X(4)  VALUE "MOT".
           05 FILLER PIC X(9)  VALUE "APROBO".
           05 FILLER PIC X(5)  VALUE "DIAS".
           05 FILLER PIC X(14) VALUE "   SALDO MORA".
           05 FILLER PIC X(15) VALUE "   COSTO".
           05 FILLER PIC X(40) VALUE "DETALLE".

       01  LINEA-DETALLE.
           05 LD-CLIENTE   PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-NOMBRE    PIC X(30).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-INICIO    PIC 9(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-FIN       PIC 9(8).
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-TASA      PIC ZZ9.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-CATEGORIA PIC ZZ9.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-MOTIVO    PIC X.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-OPERADOR  PIC X(8).
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-DIAS      PIC Z9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-SALDO     PIC Z(9)9,99.
           05 FILLER       PIC X     VALUE SPACE.
           05 LD-COSTO     PIC -(9)9,99.
           05 FILLER       PIC X(2)  VALUE SPACE.
           05 LD-DETALLE   PIC X(40).

       01  WS-EDITADO-COSTO PIC -(10)9,99.

           COPY BANNERWS.

           COPY EMPCORRWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-TASAS-NEGOCIADAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                      TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Periodo a reportar (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO NOT NUMERIC OR WS-PER-MES = 0
            OR WS-PER-MES > 12
               DISPLAY "Periodo no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           IF WS-PER-MES = 12
               COMPUTE WS-PERIODO-SIG = (WS-PER-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WS-PERIODO-SIG = WS-PERIODO + 1.
           MOVE 0 TO WS-TOT-CANTIDAD (1) WS-TOT-CANTIDAD (2).
           MOVE 0 TO WS-TOT-COSTO (1) WS-TOT-COSTO (2).
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-SECCION ORD-ID-CLIENTE
                   ORD-FECHA-INICIO
               INPUT  PROCEDURE IS REUNO-TASAS
                   THRU F-REUNO-TASAS
               OUTPUT PROCEDURE IS IMPRIMO-TASAS
                   THRU F-IMPRIMO-TASAS.
           PERFORM IMPRIMO-TOTALES.
           CLOSE CLIENTES.
           IF CATEGORIAS-DISPONIBLES
               CLOSE CATEGORIAS.
           CLOSE REPORTE.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE.
           MOVE SPACE TO WS-REPORTE-PATH.
           STRING "./reporte_tasas_negociadas_" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "TASAS DE MORA NEGOCIADAS DEL PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Entrega al sort cada tasa, en la seccion 1 si su periodo en
      * vigor toca el mes reportado y ademas en la 2 si no esta
      * anulada y su fecha de fin cae en el mes siguiente.
      ******************************************************************
       REUNO-TASAS.
           OPEN INPUT TASAS-NEGOCIADAS.
           IF ST-TASAS-NEG > "07"
               DISPLAY "Archivo de tasas negociadas no disponible ("
                   ST-TASAS-NEG ")."
               GO TO F-REUNO-TASAS.

       LEO-TASA.
           READ TASAS-NEGOCIADAS NEXT RECORD
               AT END
                   CLOSE TASAS-NEGOCIADAS
                   GO TO F-REUNO-TASAS
           END-READ.
           IF ST-TASAS-NEG > "07" AND ST-TASAS-NEG NOT = "10"
               DISPLAY "Error leyendo TASAS-NEGOCIADAS ("
                   ST-TASAS-NEG ")"
               MOVE 16 TO RETURN-CODE
               CLOSE TASAS-NEGOCIADAS
               GO TO F-REUNO-TASAS.
      *    La anulada rigio hasta su anulacion: sale si la anularon
      *    despues del primer dia del mes (y despues de su inicio), y
      *    no se lista para renovar.
           MOVE TNG-FECHA-FIN TO WS-FIN-VIGOR.
           IF TNG-ANULADA
               IF TNG-ANULA-FECHA NOT > WS-FECHA-DESDE
                OR TNG-ANULA-FECHA NOT > TNG-FECHA-INICIO
                   GO TO LEO-TASA
               END-IF
               IF TNG-ANULA-FECHA < WS-FIN-VIGOR
                   MOVE TNG-ANULA-FECHA TO WS-FIN-VIGOR
               END-IF
           END-IF.
      *    La tasa no trae empresa: es la de su cliente (la 001 si el
      *    cliente ya no existe).
           IF NOT CORRIDA-CONSOLIDADA
               MOVE TNG-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO CLI-EMPRESA
               END-READ
               MOVE CLI-EMPRESA TO WS-EMP-REGISTRO
               PERFORM EVALUO-EMPRESA-REGISTRO
               IF NOT EMPRESA-EN-CORRIDA
                   GO TO LEO-TASA.
           MOVE TNG-ID-CLIENTE   TO ORD-ID-CLIENTE.
           MOVE TNG-FECHA-INICIO TO ORD-FECHA-INICIO.
           MOVE WS-FIN-VIGOR     TO ORD-FECHA-FIN.
           MOVE TNG-TASA-MIL     TO ORD-TASA-MIL.
           MOVE TNG-MOTIVO       TO ORD-MOTIVO.
           MOVE TNG-OPERADOR     TO ORD-OPERADOR.
           MOVE TNG-DETALLE      TO ORD-DETALLE.
           IF TNG-FECHA-INICIO NOT > WS-FECHA-HASTA
            AND WS-FIN-VIGOR NOT < WS-FECHA-DESDE
               MOVE 1 TO ORD-SECCION
               RELEASE REG-ORDEN.
           DIVIDE TNG-FECHA-FIN BY 100 GIVING WS-PERIODO-FIN.
           IF WS-PERIODO-FIN = WS-PERIODO-SIG AND NOT TNG-ANULADA
               MOVE 2 TO ORD-SECCION
               RELEASE REG-ORDEN.
           GO TO LEO-TASA.

       F-REUNO-TASAS.
           EXIT.

      ******************************************************************
      * Recibe las tasas ordenadas por seccion, cliente e inicio; a
      * cada corte de seccion imprime el encabezado de la nueva y el
      * total de la anterior.
      ******************************************************************
       IMPRIMO-TASAS.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION
                   GO TO F-IMPRIMO-TASAS
           END-RETURN.
           IF HAY-SECCION-EN-CURSO
            AND ORD-SECCION = WS-SECCION-EN-CURSO
               GO TO IMPRIMO-DETALLE.
           PERFORM CIERRO-SECCION THRU F-CIERRO-SECCION.
           PERFORM ABRO-SECCION.

       IMPRIMO-DETALLE.
           MOVE 0 TO WS-SALDO-MORA.
           MOVE ORD-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NO EXISTE)" TO WS-NOMBRE
                   MOVE SPACE TO CLI_CATEGORIA
               NOT INVALID KEY
                   IF CLI_RAZONSOCIAL NOT = SPACE
                       MOVE CLI_RAZONSOCIAL TO WS-NOMBRE
                   ELSE
                       MOVE CLI_NOMBRE TO WS-NOMBRE
                   END-IF
                   IF CLI-SALDO NUMERIC AND CLI-SALDO < 0
                       COMPUTE WS-SALDO-MORA = 0 - CLI-SALDO
                   END-IF
           END-READ.
           PERFORM BUSCO-TASA-CATEGORIA.
           MOVE 0 TO WS-COSTO.
           MOVE 0 TO WS-DIAS-VIGOR.
           IF ORD-SECCION = 1
               PERFORM CALCULO-COSTO.
           MOVE ORD-ID-CLIENTE    TO LD-CLIENTE.
           MOVE WS-NOMBRE         TO LD-NOMBRE.
           MOVE ORD-FECHA-INICIO  TO LD-INICIO.
           MOVE ORD-FECHA-FIN     TO LD-FIN.
           MOVE ORD-TASA-MIL      TO LD-TASA.
           MOVE WS-TASA-CATEGORIA-MIL TO LD-CATEGORIA.
           MOVE ORD-MOTIVO        TO LD-MOTIVO.
           MOVE ORD-OPERADOR      TO LD-OPERADOR.
           MOVE WS-DIAS-VIGOR     TO LD-DIAS.
           MOVE WS-SALDO-MORA     TO LD-SALDO.
           MOVE WS-COSTO          TO LD-COSTO.
           MOVE ORD-DETALLE       TO LD-DETALLE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           ADD 1        TO WS-SEC-CANTIDAD.
           ADD WS-COSTO TO WS-SEC-COSTO.
           GO TO IMPRIMO-TASAS.

       F-IMPRIMO-TASAS.
           EXIT.

      *    Tasa de la categoria del cliente; sin maestro o sin entrada,
      *    la tabla de respaldo.
       BUSCO-TASA-CATEGORIA.
           MOVE 0 TO WS-TASA-CATEGORIA-MIL.
           IF CATEGORIAS-DISPONIBLES
               MOVE CLI_CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS KEY IS CAT-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ST-CATEGORIAS = "00"
                   MOVE CAT-TASA-MORA-MIL TO WS-TASA-CATEGORIA-MIL
               END-IF
           END-IF.
           IF WS-TASA-CATEGORIA-MIL = 0
               IF CLI_CATEGORIA = "E"
                   MOVE WS-TASA-EMPRESA-MIL
                       TO WS-TASA-CATEGORIA-MIL
               ELSE
                   MOVE WS-TASA-PARTICULAR-MIL
                       TO WS-TASA-CATEGORIA-MIL.

      *    Interes no cobrado en el mes: la diferencia de tasas sobre
      *    el saldo en mora, por los dias comerciales en vigor.
       CALCULO-COSTO.
           MOVE 1  TO WS-DIA-DESDE.
           MOVE 30 TO WS-DIA-HASTA.
           IF ORD-FECHA-INICIO > WS-FECHA-DESDE
               MOVE ORD-FECHA-INICIO (7:2) TO WS-DIA-DESDE.
           IF ORD-FECHA-FIN < WS-FECHA-HASTA
               MOVE ORD-FECHA-FIN (7:2) TO WS-DIA-HASTA.
           IF WS-DIA-DESDE > 30
               MOVE 30 TO WS-DIA-DESDE.
           IF WS-DIA-HASTA > 30
               MOVE 30 TO WS-DIA-HASTA.
           IF WS-DIA-HASTA < WS-DIA-DESDE
               MOVE 0 TO WS-DIAS-VIGOR
           ELSE
               COMPUTE WS-DIAS-VIGOR = WS-DIA-HASTA - WS-DIA-DESDE + 1.
           COMPUTE WS-COSTO ROUNDED =
               WS-SALDO-MORA * (WS-TASA-CATEGORIA-MIL - ORD-TASA-MIL)
               * WS-DIAS-VIGOR / 30000.

       ABRO-SECCION.
           MOVE ORD-SECCION TO WS-SECCION-EN-CURSO.
           MOVE "S" TO WS-HAY-SECCION-SW.
           MOVE 0 TO WS-SEC-CANTIDAD.
           MOVE 0 TO WS-SEC-COSTO.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-SECCION (ORD-SECCION) TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-COLUMNAS.

       CIERRO-SECCION.
           IF NOT HAY-SECCION-EN-CURSO
               GO TO F-CIERRO-SECCION.
           MOVE WS-SEC-CANTIDAD
               TO WS-TOT-CANTIDAD (WS-SECCION-EN-CURSO).
           MOVE WS-SEC-COSTO
               TO WS-TOT-COSTO (WS-SECCION-EN-CURSO).
           MOVE WS-SEC-COSTO TO WS-EDITADO-COSTO.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-SECCION-EN-CURSO = 1
               STRING "   TOTAL DE LA SECCION: " WS-SEC-CANTIDAD
                   " TASAS, INTERES NO COBRADO " WS-EDITADO-COSTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "   TOTAL DE LA SECCION: " WS-SEC-CANTIDAD
                   " TASAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       F-CIERRO-SECCION.
           EXIT.

      ******************************************************************
      * Resumen del periodo: las dos secciones, aun las vacias.
      ******************************************************************
       IMPRIMO-TOTALES.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN DEL PERIODO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-TOTAL-SECCION
               VARYING WS-I-SEC FROM 1 BY 1 UNTIL WS-I-SEC > 2.
           DISPLAY "Periodo              : " WS-PERIODO.
           DISPLAY "Tasas en vigor       : " WS-TOT-CANTIDAD (1)
               " interes no cobrado: " WS-TOT-COSTO (1).
           DISPLAY "Vencen el mes sig.   : " WS-TOT-CANTIDAD (2).
           DISPLAY "Reporte en " WS-REPORTE-PATH.

       IMPRIMO-TOTAL-SECCION.
           MOVE WS-TOT-COSTO (WS-I-SEC) TO WS-EDITADO-COSTO.
           MOVE SPACE TO LINEA-REPORTE.
           IF WS-I-SEC = 1
               STRING "   " WS-TITULO-SECCION (WS-I-SEC) " "
                   WS-TOT-CANTIDAD (WS-I-SEC)
                   " TASAS, INTERES NO COBRADO " WS-EDITADO-COSTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
               STRING "   " WS-TITULO-SECCION (WS-I-SEC) " "
                   WS-TOT-CANTIDAD (WS-I-SEC) " TASAS"
                   DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           COPY BANNER.

           COPY EMPCORR.

       END PROGRAM REPORTE-TASAS-NEGOCIADAS.
