      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Conversion de una sola vez del maestro de CLIENTES
      *          para la identificacion tributaria: lee clientes.dat
      *          con su juego de claves anterior (ID-CLIENTE,
      *          CLI_NOMBRE y CLI_ALT_2), deja en blanco el area de
      *          CLI-IDENTIFICACION -- la vieja CLI-SUBCUENTAS, en
      *          ceros desde CONVIERTE-SUBCUENTAS -- y graba cada
      *          registro en el indexado clientes_nit.dat, que nace con
      *          la nueva clave alterna CLI-NIT. Un registro que
      *          todavia tenga sub-cuentas sin migrar se rechaza: hay
      *          que correr primero CONVIERTE-SUBCUENTAS. Al cierre se
      *          informan totales de control y el operador reemplaza
      *          clientes.dat por clientes_nit.dat; la identificacion
      *          de cada cliente se captura despues con la opcion (I)
      *          de INICIO_2 o el campo (I) de MANTENIMIENTO-LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-IDENTIFICACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Juego de claves anterior, tal como quedo en disco el maestro
      * antes de la conversion: sin la clave alterna CLI-NIT.
           SELECT CLIENTES-VIEJOS ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS ID-CLIENTE IN REG-CLIENTES
                  ALTERNATE KEY CLI_NOMBRE IN REG-CLIENTES
                      WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2 IN REG-CLIENTES
                      WITH DUPLICATES
                  STATUS ST-VIEJOS.

           SELECT CLIENTES-NIT ASSIGN TO "./clientes_nit.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS ID-CLIENTE IN REG-NIT
                  ALTERNATE KEY CLI_NOMBRE IN REG-NIT
                      WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2 IN REG-NIT
                      WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT IN REG-NIT
                      WITH DUPLICATES
                  STATUS ST-NIT.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-VIEJOS.

           COPY CLIENTE.

       FD  CLIENTES-NIT.

           COPY CLIENTE REPLACING ==REG-CLIENTES== BY ==REG-NIT==.

       WORKING-STORAGE SECTION.

       01  ST-VIEJOS  PIC XX VALUE SPACE.
       01  ST-NIT     PIC XX VALUE SPACE.

       01  WS-TOTAL-LEIDOS      PIC 9(7)       VALUE 0.
       01  WS-TOTAL-CONVERTIDOS PIC 9(7)       VALUE 0.
       01  WS-TOTAL-PENDIENTES  PIC 9(7)       VALUE 0.
       01  WS-TOTAL-ERRORES     PIC 9(7)       VALUE 0.
       01  WS-HASH-SALDO        PIC S9(9)V9(3) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CONVIERTE-IDENTIFICACION" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                      TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           OPEN INPUT CLIENTES-VIEJOS.
           IF ST-VIEJOS > "07"
               DISPLAY "Error abriendo CLIENTES-VIEJOS (" ST-VIEJOS
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CLIENTES-NIT.
           IF ST-NIT > "07"
               DISPLAY "Error abriendo CLIENTES-NIT (" ST-NIT ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CLIENTES-VIEJOS
               STOP RUN.
           PERFORM CONVIERTO-CLIENTE THRU F-CONVIERTO-CLIENTE.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE CLIENTES-VIEJOS.
           CLOSE CLIENTES-NIT.
           STOP RUN.

      ******************************************************************
      * Copia cada registro en orden de clave primaria con el area de
      * identificacion en blanco. Las sub-cuentas aun vivas en el
      * maestro no se pisan: el registro se rechaza y la conversion
      * queda con diferencias.
      ******************************************************************
       CONVIERTO-CLIENTE.
           READ CLIENTES-VIEJOS NEXT RECORD
               AT END
                   GO TO F-CONVIERTO-CLIENTE
           END-READ.
           IF ST-VIEJOS > "07" AND ST-VIEJOS NOT = "10"
               DISPLAY "Error leyendo CLIENTES-VIEJOS (" ST-VIEJOS ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CONVIERTO-CLIENTE.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF CLI-SUB-CANTIDAD IN REG-CLIENTES NUMERIC
            AND CLI-SUB-CANTIDAD IN REG-CLIENTES > 0
               DISPLAY "Cliente " CLI-ID IN REG-CLIENTES " con "
                   "sub-cuentas sin migrar, corra antes "
                   "CONVIERTE-SUBCUENTAS."
               ADD 1 TO WS-TOTAL-PENDIENTES
               GO TO CONVIERTO-CLIENTE.
           MOVE REG-CLIENTES TO REG-NIT.
           MOVE SPACE TO CLI-IDENTIFICACION IN REG-NIT.
           WRITE REG-NIT.
           IF ST-NIT > "07"
               DISPLAY "Error convirtiendo el cliente "
                   CLI-ID IN REG-CLIENTES " (" ST-NIT ")"
               ADD 1 TO WS-TOTAL-ERRORES
           ELSE
               ADD 1 TO WS-TOTAL-CONVERTIDOS
               ADD CLI-SALDO IN REG-NIT TO WS-HASH-SALDO.
           GO TO CONVIERTO-CLIENTE.

       F-CONVIERTO-CLIENTE.
           EXIT.

       IMPRIMO-RESUMEN.
           DISPLAY "Clientes leidos        : " WS-TOTAL-LEIDOS.
           DISPLAY "Clientes convertidos   : " WS-TOTAL-CONVERTIDOS.
           DISPLAY "Con sub-cuentas vivas  : " WS-TOTAL-PENDIENTES.
           DISPLAY "Errores de conversion  : " WS-TOTAL-ERRORES.
           DISPLAY "Hash de saldo convertido: " WS-HASH-SALDO.
           IF WS-TOTAL-LEIDOS = WS-TOTAL-CONVERTIDOS
               DISPLAY "Conversion completa: reemplace "
                   "clientes.dat por clientes_nit.dat."
           ELSE
               DISPLAY "Conversion con diferencias, no reemplace el "
                   "archivo en vivo."
               MOVE 16 TO RETURN-CODE.

           COPY BANNER.

       END PROGRAM CONVIERTE-IDENTIFICACION.
