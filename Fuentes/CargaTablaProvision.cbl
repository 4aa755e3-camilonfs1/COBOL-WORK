      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Refresca la tabla indexada de porcentajes de
      *          provision de cartera (tabla_provision.dat,
      *          TABPROV.cpy) desde el listado plano de contabilidad
      *          (tabla_provision.txt, mismos campos en texto), igual
      *          que se refresca el maestro de tasas de IVA: se
      *          reconstruye completa en cada corrida y se informan
      *          totales de control al cierre. Una fila con un por
      *          mil no numerico o mayor a 1000 se rechaza entera.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Registro de cambios de configuracion: antes
      *                     de reconstruir la tabla se toma su imagen, y
      *                     despues de cargarla COMPARA-TABLA deja cada
      *                     alta, cambio y baja (antes/despues) en
      *                     cambios_config.dat. Una recarga identica no
      *                     deja rastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TABLA-PROVISION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROVISION-ENTRADA ASSIGN TO "./tabla_provision.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-ENTRADA.

           SELECT TABLA-PROVISION ASSIGN TO "./tabla_provision.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TPV-GRADO
                  STATUS ST-TABLA.

           COPY IMTSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  PROVISION-ENTRADA.

           COPY TABPROV REPLACING ==REG-TABLA-PROVISION== BY
               ==REG-PROVISION-ENTRADA==
               ==TPV-GRADO==         BY ==TPE-GRADO==
               ==TPV-DESCRIPCION==   BY ==TPE-DESCRIPCION==
               ==TPV-PORMIL-CUBETA== BY ==TPE-PORMIL-CUBETA==.

       FD  TABLA-PROVISION.

           COPY TABPROV.

       FD  TABLA-ANTERIOR.

       01  LINEA-ANTERIOR   PIC X(80).

       FD  TABLA-NUEVA.

       01  LINEA-NUEVA      PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-ENTRADA  PIC XX VALUE SPACE.
       01  ST-TABLA    PIC XX VALUE SPACE.

       01  WS-TOTAL-LEIDAS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-CARGADAS   PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECHAZADAS PIC 9(5) VALUE 0.

       01  WS-CUB-I            PIC 9    VALUE 0.
       01  WS-FILA-SW          PIC X    VALUE "S".
           88 FILA-VALIDA      VALUE "S".

       01  ST-TABLA-ANTERIOR   PIC XX VALUE SPACE.
       01  ST-TABLA-NUEVA      PIC XX VALUE SPACE.

       01  WS-IMAGEN-SW        PIC X    VALUE "N".
           88 IMAGEN-TOMADA    VALUE "S".
       01  WS-CCF-TABLA        PIC X(20) VALUE "TABLA-PROVISION".
       01  WS-CCF-OPERADOR     PIC X(8)  VALUE SPACE.
       01  WS-CCF-CAMBIOS      PIC 9(5)  VALUE 0.
       01  WS-IMG-CUBETAS.
           05 WS-IMG-CUBETA    OCCURS 6.
               10 FILLER       PIC X.
               10 WS-IMG-PORMIL PIC ZZZ9.

           COPY IMGTABLA.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CARGA-TABLA-PROV" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FOTOGRAFIO-ANTERIOR THRU F-FOTOGRAFIO-ANTERIOR.
           OPEN INPUT PROVISION-ENTRADA.
           IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo PROVISION-ENTRADA (" ST-ENTRADA
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT TABLA-PROVISION.
           IF ST-TABLA > "07"
               DISPLAY "Error abriendo TABLA-PROVISION (" ST-TABLA ")"
               MOVE 16 TO RETURN-CODE.
           PERFORM CARGO-FILA THRU F-CARGO-FILA.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE PROVISION-ENTRADA.
           CLOSE TABLA-PROVISION.
           PERFORM REGISTRO-CAMBIOS THRU F-REGISTRO-CAMBIOS.
           STOP RUN.

       CARGO-FILA.
           READ PROVISION-ENTRADA
               AT END
                   GO TO F-CARGO-FILA
           END-READ.
           IF ST-ENTRADA > "07" AND ST-ENTRADA NOT = "10"
               DISPLAY "Error leyendo PROVISION-ENTRADA: " ST-ENTRADA
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-FILA.
           ADD 1 TO WS-TOTAL-LEIDAS.
           MOVE "S" TO WS-FILA-SW.
           IF TPE-GRADO = SPACE
               MOVE "N" TO WS-FILA-SW.
           PERFORM VALIDO-PORMIL
               VARYING WS-CUB-I FROM 1 BY 1
               UNTIL WS-CUB-I > 6.
           IF NOT FILA-VALIDA
               DISPLAY "Fila rechazada, registro invalido: "
                   TPE-GRADO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               GO TO CARGO-FILA.
           MOVE REG-PROVISION-ENTRADA TO REG-TABLA-PROVISION.
           WRITE REG-TABLA-PROVISION
               INVALID KEY
                   DISPLAY "Fila rechazada, grado repetido en el "
                       "listado: " TPV-GRADO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   GO TO CARGO-FILA
           END-WRITE.
           ADD 1 TO WS-TOTAL-CARGADAS.
           GO TO CARGO-FILA.

       F-CARGO-FILA.
           EXIT.

       VALIDO-PORMIL.
           IF TPE-PORMIL-CUBETA (WS-CUB-I) NOT NUMERIC
               MOVE "N" TO WS-FILA-SW
           ELSE
               IF TPE-PORMIL-CUBETA (WS-CUB-I) > 1000
                   MOVE "N" TO WS-FILA-SW.

      ******************************************************************
      * Imagen de la tabla antes de reconstruirla, en orden de clave,
      * para que COMPARA-TABLA registre en cambios_config.dat lo que
      * la recarga cambie. Si no hay tabla anterior la imagen queda
      * vacia y todo lo cargado se registra como alta.
      ******************************************************************
       FOTOGRAFIO-ANTERIOR.
           OPEN OUTPUT TABLA-ANTERIOR.
           IF ST-TABLA-ANTERIOR > "07"
               DISPLAY "Aviso: imagen anterior no disponible ("
                   ST-TABLA-ANTERIOR "); no se registran cambios."
               GO TO F-FOTOGRAFIO-ANTERIOR.
           MOVE "S" TO WS-IMAGEN-SW.
           OPEN INPUT TABLA-PROVISION.
           IF ST-TABLA > "07"
               CLOSE TABLA-ANTERIOR
               GO TO F-FOTOGRAFIO-ANTERIOR.

       LEO-IMAGEN-ANTERIOR.
           READ TABLA-PROVISION NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-ANTERIOR
           END-READ.
           IF ST-TABLA > "07"
               GO TO CIERRO-IMAGEN-ANTERIOR.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-ANTERIOR FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-ANTERIOR.

       CIERRO-IMAGEN-ANTERIOR.
           CLOSE TABLA-PROVISION.
           CLOSE TABLA-ANTERIOR.

       F-FOTOGRAFIO-ANTERIOR.
           EXIT.

      ******************************************************************
      * Imagen de la tabla recien cargada y registro de las altas,
      * cambios y bajas contra la imagen anterior.
      ******************************************************************
       REGISTRO-CAMBIOS.
           IF NOT IMAGEN-TOMADA
               GO TO F-REGISTRO-CAMBIOS.
           OPEN INPUT TABLA-PROVISION.
           IF ST-TABLA > "07"
               DISPLAY "Aviso: no se pudo releer TABLA-PROVISION ("
                   ST-TABLA "); no se registran cambios."
               GO TO F-REGISTRO-CAMBIOS.
           OPEN OUTPUT TABLA-NUEVA.
           IF ST-TABLA-NUEVA > "07"
               DISPLAY "Aviso: imagen nueva no disponible ("
                   ST-TABLA-NUEVA "); no se registran cambios."
               CLOSE TABLA-PROVISION
               GO TO F-REGISTRO-CAMBIOS.

       LEO-IMAGEN-NUEVA.
           READ TABLA-PROVISION NEXT RECORD
               AT END
                   GO TO CIERRO-IMAGEN-NUEVA
           END-READ.
           IF ST-TABLA > "07"
               GO TO CIERRO-IMAGEN-NUEVA.
           PERFORM FORMATEO-IMAGEN THRU F-FORMATEO-IMAGEN.
           WRITE LINEA-NUEVA FROM REG-IMAGEN-TABLA.
           GO TO LEO-IMAGEN-NUEVA.

       CIERRO-IMAGEN-NUEVA.
           CLOSE TABLA-PROVISION.
           CLOSE TABLA-NUEVA.
           CALL "COMPARA-TABLA" USING WS-CCF-TABLA WS-BANNER-PROGRAMA
               WS-CCF-OPERADOR WS-CCF-CAMBIOS.
           DISPLAY "Filas cambiadas : : " WS-CCF-CAMBIOS.

       F-REGISTRO-CAMBIOS.
           EXIT.

      ******************************************************************
      * Renglon de la tabla en el formato de la imagen (IMGTABLA.cpy).
      ******************************************************************
       FORMATEO-IMAGEN.
           MOVE SPACE          TO REG-IMAGEN-TABLA.
           MOVE SPACE          TO WS-IMG-CUBETAS.
           MOVE TPV-GRADO      TO IMT-CLAVE.
           PERFORM FORMATEO-CUBETA
               VARYING WS-CUB-I FROM 1 BY 1
               UNTIL WS-CUB-I > 6.
           STRING TPV-DESCRIPCION (1:24) WS-IMG-CUBETAS
               DELIMITED BY SIZE INTO IMT-VALOR.

       F-FORMATEO-IMAGEN.
           EXIT.

       FORMATEO-CUBETA.
           MOVE TPV-PORMIL-CUBETA (WS-CUB-I)
               TO WS-IMG-PORMIL (WS-CUB-I).

       IMPRIMO-RESUMEN.
           DISPLAY "Filas leidas    : " WS-TOTAL-LEIDAS.
           DISPLAY "Filas cargadas  : " WS-TOTAL-CARGADAS.
           DISPLAY "Filas rechazadas: " WS-TOTAL-RECHAZADAS.

           COPY BANNER.

       END PROGRAM CARGA-TABLA-PROVISION.
