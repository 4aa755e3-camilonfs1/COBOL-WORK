      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Presort postal del correo del dia. Las cartas de
      *          cobranza, certificados de interes, avisos de purga,
      *          prenotificaciones de giro, cartas de confirmacion,
      *          solicitudes de documentos y el extracto de
      *          correspondencia salen cada una en su archivo de
      *          impresion en orden de cliente, y asi se paga la
      *          tarifa plena. Cada uno de esos programas copia ademas
      *          sus sobres impresos al spool del dia
      *          (correo_postal_AAAAMMDD.dat, PIEZA.cpy, via
      *          REGISTRA-PIEZA); este paso junta todas las piezas del
      *          dia en orden de zona postal (codpostal.dat) en un
      *          solo archivo de impresion
      *          (correo_presort_AAAAMMDD.txt) con una hoja separadora
      *          al frente de cada zona, y arma el manifiesto que pide
      *          el correo (manifiesto_postal_AAAAMMDD.dat: cabecera,
      *          piezas por zona y cola con los totales). Las piezas
      *          con codigo postal fuera de codpostal.dat van al final
      *          en un grupo sin zona que no califica para la tarifa.
      *          Se dejan afuera, listadas en el control
      *          (presort_correo_AAAAMMDD.txt), las piezas de clientes
      *          con direccion rebotada (CLI-DIR-MALA-SW) o que ya no
      *          estan en el maestro, y las de corridas reemplazadas
      *          por una corrida posterior del mismo programa ese dia.
      *          Una zona con menos piezas que PRESORT-MINIMO-ZONA
      *          (parametros.dat, 1 por omision) sale en el manifiesto
      *          como no calificada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESORT-CORREO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           SELECT OPTIONAL CODIGOS-POSTALES ASSIGN TO "./codpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COD-POSTAL
                  STATUS ST-CODPOSTAL.

           SELECT OPTIONAL SPOOL-CORREO ASSIGN TO WS-SPOOL-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SPOOL.

           SELECT ORDENADOS ASSIGN TO "./presort_sort.tmp".

           SELECT CORREO-ORDENADO ASSIGN TO WS-PRESORT-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PRESORT.

           SELECT MANIFIESTO ASSIGN TO WS-MANIFIESTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-MANIFIESTO.

           SELECT REPORTE ASSIGN TO WS-REPORTE-PATH
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

       FD  CODIGOS-POSTALES.

           COPY CODPOSTAL.

       FD  SPOOL-CORREO.

           COPY PIEZA.

      * Un renglon por cada renglon impreso de una pieza valida (el
      * renglon cero es la cabecera), con la zona y el destinatario
      * de su pieza como clave.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-SIN-ZONA      PIC X.
           05 ORD-ZONA          PIC X(80).
           05 ORD-ID-CLIENTE    PIC 9(8).
           05 ORD-PROGRAMA      PIC X(20).
           05 ORD-CORRIDA       PIC 9(8).
           05 ORD-PIEZA         PIC 9(7).
           05 ORD-RENGLON       PIC 9(5).
           05 ORD-DESCRIPCION   PIC X(40).
           05 ORD-TEXTO         PIC X(100).

       FD  CORREO-ORDENADO.
       01  LINEA-CORREO PIC X(100).

      * Manifiesto del correo, ancho fijo: "H" cabecera, "D" una por
      * zona, "T" cola con los totales.
       FD  MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-TIPO-REG      PIC X.
           05 MAN-DATOS         PIC X(99).
           05 MAN-CABECERA REDEFINES MAN-DATOS.
               10 MAN-FECHA     PIC 9(8).
               10 MAN-REMITENTE PIC X(60).
               10 MAN-NIT       PIC X(15).
               10 FILLER        PIC X(16).
           05 MAN-DETALLE REDEFINES MAN-DATOS.
               10 MAN-ZONA      PIC X(20).
               10 MAN-DESCRIPCION PIC X(40).
               10 MAN-PIEZAS    PIC 9(7).
               10 MAN-CALIFICA  PIC X.
               10 FILLER        PIC X(31).
           05 MAN-COLA REDEFINES MAN-DATOS.
               10 MAN-ZONAS     PIC 9(5).
               10 MAN-TOTAL-PIEZAS PIC 9(7).
               10 MAN-PIEZAS-CALIFICAN PIC 9(7).
               10 MAN-PIEZAS-SIN-ZONA PIC 9(7).
               10 FILLER        PIC X(73).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(100).

       FD  GENERACIONES.

           COPY GENREG.

       WORKING-STORAGE SECTION.

       01  ST-FILE          PIC XX VALUE SPACE.
       01  ST-CODPOSTAL     PIC XX VALUE SPACE.
       01  ST-SPOOL         PIC XX VALUE SPACE.
       01  ST-PRESORT       PIC XX VALUE SPACE.
       01  ST-MANIFIESTO    PIC XX VALUE SPACE.
       01  ST-REPORTE       PIC XX VALUE SPACE.
       01  ST-GENERACIONES  PIC XX VALUE SPACE.

       01  WS-CODPOSTAL-SW  PIC X VALUE "N".
           88 CODPOSTAL-DISPONIBLE VALUE "S".

       01  WS-FECHA-HOY        PIC 9(8)  VALUE 0.
       01  WS-SPOOL-PATH       PIC X(60) VALUE SPACE.
       01  WS-PRESORT-PATH     PIC X(60) VALUE SPACE.
       01  WS-MANIFIESTO-PATH  PIC X(60) VALUE SPACE.
       01  WS-REPORTE-PATH     PIC X(60) VALUE SPACE.

      * Parametros (ver LEE-PARAMETRO).
       01  WS-PAR-CLAVE    PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR    PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO  PIC X          VALUE "N".
       01  WS-MINIMO-ZONA  PIC 9(5)       VALUE 1.

      * Corridas del dia por programa: la ultima corrida de cada
      * programa de modo "R" es la unica que vale, y las piezas de
      * cada programa que entraron al presort.
       01  WS-TAB-PROGRAMAS.
           05 WS-PRG-ENTRADA OCCURS 20 TIMES.
               10 WS-PRG-NOMBRE      PIC X(20).
               10 WS-PRG-ULTIMA      PIC 9(8).
               10 WS-PRG-PIEZAS      PIC 9(7).
               10 WS-PRG-REEMPLAZADAS PIC 9(7).
       01  WS-PRG-CANTIDAD  PIC 99 VALUE 0.
       01  WS-PRG-I         PIC 99 VALUE 0.
       01  WS-PRG-HALLADO   PIC 99 VALUE 0.

      * Pieza en curso de cada corrida: los renglones de dos corridas
      * que escribieron a la vez pueden venir intercalados.
       01  WS-TAB-CORRIDAS.
           05 WS-CRD-ENTRADA OCCURS 20 TIMES.
               10 WS-CRD-PROGRAMA    PIC X(20).
               10 WS-CRD-CORRIDA     PIC 9(8).
               10 WS-CRD-PIEZA       PIC 9(7).
               10 WS-CRD-VALIDA      PIC X.
               10 WS-CRD-SIN-ZONA    PIC X.
               10 WS-CRD-ZONA        PIC X(80).
               10 WS-CRD-ID-CLIENTE  PIC 9(8).
               10 WS-CRD-DESCRIPCION PIC X(40).
       01  WS-CRD-CANTIDAD  PIC 99 VALUE 0.
       01  WS-CRD-I         PIC 99 VALUE 0.
       01  WS-CRD-HALLADO   PIC 99 VALUE 0.

      * Zona en curso del corte de control.
       01  WS-HAY-ZONA-SW    PIC X    VALUE "N".
           88 HAY-ZONA-EN-CURSO VALUE "S".
       01  WS-ZONA-SIN-ZONA  PIC X    VALUE SPACE.
       01  WS-ZONA-EN-CURSO  PIC X(80) VALUE SPACE.
       01  WS-ZONA-DESCRIPCION PIC X(40) VALUE SPACE.
       01  WS-PIEZAS-ZONA    PIC 9(7) VALUE 0.

       01  WS-TOTAL-CABECERAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-REEMPLAZADAS PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIR-MALA    PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-CLIENTE PIC 9(7) VALUE 0.
       01  WS-TOTAL-HUERFANOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-PIEZAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CALIFICAN   PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-ZONA    PIC 9(7) VALUE 0.
       01  WS-TOTAL-ZONAS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-RENGLONES   PIC 9(9) VALUE 0.

       01  LINEA-EXCLUIDA.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXC-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXC-PROGRAMA   PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXC-TIPO       PIC X(12).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXC-MOTIVO     PIC X(30).

       01  LINEA-ZONA.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 ZON-CODIGO     PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 ZON-DESCRIPCION PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 ZON-PIEZAS     PIC Z(6)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 ZON-CALIFICA   PIC X(13).

       01  LINEA-PROGRAMA.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 PRG-NOMBRE     PIC X(20).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 PRG-PIEZAS     PIC Z(6)9.
           05 FILLER         PIC X(16) VALUE " REEMPLAZADAS: ".
           05 PRG-REEMPLAZADAS PIC Z(6)9.

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "PRESORT-CORREO" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"            TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-PROGRAMAS WS-TAB-CORRIDAS.
           MOVE "PRESORT-MINIMO-ZONA" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-MINIMO-ZONA.
           STRING "./correo_postal_" WS-FECHA-HOY ".dat"
               DELIMITED BY SIZE INTO WS-SPOOL-PATH.
           STRING "./correo_presort_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-PRESORT-PATH.
           STRING "./manifiesto_postal_" WS-FECHA-HOY ".dat"
               DELIMITED BY SIZE INTO WS-MANIFIESTO-PATH.
           STRING "./presort_correo_" WS-FECHA-HOY ".txt"
               DELIMITED BY SIZE INTO WS-REPORTE-PATH.
           OPEN INPUT SPOOL-CORREO.
           IF ST-SPOOL > "07"
               DISPLAY "Error abriendo el spool de correo (" ST-SPOOL
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF ST-SPOOL = "05"
               DISPLAY "Sin spool de correo del " WS-FECHA-HOY
                   ", nada que ordenar."
               CLOSE SPOOL-CORREO
               STOP RUN.
           PERFORM ANALIZO-CORRIDAS THRU F-ANALIZO-CORRIDAS.
           CLOSE SPOOL-CORREO.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               STOP RUN.
           PERFORM ENCABEZO-SALIDAS.
           OPEN INPUT SPOOL-CORREO.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-SIN-ZONA ORD-ZONA ORD-ID-CLIENTE
                   ORD-PROGRAMA ORD-CORRIDA ORD-PIEZA ORD-RENGLON
               INPUT  PROCEDURE IS SELECCIONO-PIEZAS
                   THRU F-SELECCIONO-PIEZAS
               OUTPUT PROCEDURE IS EMITO-ZONAS
                   THRU F-EMITO-ZONAS.
           CLOSE SPOOL-CORREO.
           PERFORM CIERRO-MANIFIESTO.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-GENERACIONES THRU F-REGISTRO-GENERACIONES.
           DISPLAY "Piezas ordenadas      : " WS-TOTAL-PIEZAS.
           DISPLAY "Zonas postales        : " WS-TOTAL-ZONAS.
           DISPLAY "Piezas sin zona       : " WS-TOTAL-SIN-ZONA.
           DISPLAY "Excluidas dir. mala   : " WS-TOTAL-DIR-MALA.
           DISPLAY "Excluidas sin cliente : " WS-TOTAL-SIN-CLIENTE.
           DISPLAY "Corridas reemplazadas : " WS-TOTAL-REEMPLAZADAS.
           STOP RUN.

      ******************************************************************
      * Primera pasada al spool: la ultima corrida del dia de cada
      * programa que reescribe su archivo de impresion.
      ******************************************************************
       ANALIZO-CORRIDAS.
           READ SPOOL-CORREO
               AT END
                   GO TO F-ANALIZO-CORRIDAS
           END-READ.
           IF ST-SPOOL > "07"
               DISPLAY "Error leyendo el spool de correo (" ST-SPOOL
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-ANALIZO-CORRIDAS.
           IF NOT PZA-ES-CABECERA
               GO TO ANALIZO-CORRIDAS.
           PERFORM UBICO-PROGRAMA.
           IF WS-PRG-HALLADO = 0
               GO TO ANALIZO-CORRIDAS.
           IF PZA-REEMPLAZA
            AND PZA-CORRIDA > WS-PRG-ULTIMA (WS-PRG-HALLADO)
               MOVE PZA-CORRIDA TO WS-PRG-ULTIMA (WS-PRG-HALLADO).
           GO TO ANALIZO-CORRIDAS.

       F-ANALIZO-CORRIDAS.
           EXIT.

       UBICO-PROGRAMA.
           MOVE 0 TO WS-PRG-HALLADO.
           PERFORM BUSCO-PROGRAMA
               VARYING WS-PRG-I FROM 1 BY 1
               UNTIL WS-PRG-I > WS-PRG-CANTIDAD.
           IF WS-PRG-HALLADO = 0
               IF WS-PRG-CANTIDAD < 20
                   ADD 1 TO WS-PRG-CANTIDAD
                   MOVE WS-PRG-CANTIDAD TO WS-PRG-HALLADO
                   MOVE PZA-PROGRAMA TO WS-PRG-NOMBRE (WS-PRG-HALLADO)
                   MOVE 0 TO WS-PRG-ULTIMA (WS-PRG-HALLADO)
               ELSE
                   DISPLAY "Mas de 20 programas en el spool; "
                       PZA-PROGRAMA " queda afuera."
               END-IF
           END-IF.

       BUSCO-PROGRAMA.
           IF WS-PRG-NOMBRE (WS-PRG-I) = PZA-PROGRAMA
               MOVE WS-PRG-I TO WS-PRG-HALLADO.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CODIGOS-POSTALES.
           IF ST-CODPOSTAL = "00"
               SET CODPOSTAL-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "Codigos postales no disponibles ("
                   ST-CODPOSTAL "), todo sale sin zona.".
           OPEN OUTPUT CORREO-ORDENADO.
           IF ST-PRESORT > "07"
               DISPLAY "Error abriendo CORREO-ORDENADO (" ST-PRESORT
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT MANIFIESTO.
           IF ST-MANIFIESTO > "07"
               DISPLAY "Error abriendo MANIFIESTO (" ST-MANIFIESTO ")"
               MOVE 16 TO RETURN-CODE.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.

      *    El remitente del manifiesto es la empresa original del grupo.
       ENCABEZO-SALIDAS.
           MOVE "001" TO WS-EMP-CODIGO.
           PERFORM CONSULTO-EMPRESA.
           MOVE SPACE TO REG-MANIFIESTO.
           MOVE "H"                 TO MAN-TIPO-REG.
           MOVE WS-FECHA-HOY        TO MAN-FECHA.
           MOVE WS-EMP-RAZON-SOCIAL TO MAN-REMITENTE.
           MOVE WS-EMP-NIT          TO MAN-NIT.
           WRITE REG-MANIFIESTO.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PRESORT POSTAL DEL CORREO DEL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PIEZAS EXCLUIDAS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Segunda pasada: cada cabecera valida fija la zona y el
      * destinatario de su pieza, y sus renglones salen al sort con
      * esa misma clave. Las piezas de corridas reemplazadas, de
      * direcciones rebotadas o de clientes que ya no estan quedan
      * afuera con todos sus renglones.
      ******************************************************************
       SELECCIONO-PIEZAS.
           READ SPOOL-CORREO
               AT END
                   GO TO F-SELECCIONO-PIEZAS
           END-READ.
           IF ST-SPOOL > "07"
               DISPLAY "Error leyendo el spool de correo (" ST-SPOOL
                   ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-SELECCIONO-PIEZAS.
           PERFORM UBICO-CORRIDA.
           IF WS-CRD-HALLADO = 0
               GO TO SELECCIONO-PIEZAS.
           IF PZA-ES-CABECERA
               PERFORM EVALUO-CABECERA THRU F-EVALUO-CABECERA
           ELSE
               IF WS-CRD-PIEZA (WS-CRD-HALLADO) NOT = PZA-PIEZA
                   ADD 1 TO WS-TOTAL-HUERFANOS
               ELSE
                   IF WS-CRD-VALIDA (WS-CRD-HALLADO) = "S"
                       PERFORM SUELTO-RENGLON
                   END-IF
               END-IF
           END-IF.
           GO TO SELECCIONO-PIEZAS.

       F-SELECCIONO-PIEZAS.
           EXIT.

       UBICO-CORRIDA.
           MOVE 0 TO WS-CRD-HALLADO.
           PERFORM BUSCO-CORRIDA
               VARYING WS-CRD-I FROM 1 BY 1
               UNTIL WS-CRD-I > WS-CRD-CANTIDAD.
           IF WS-CRD-HALLADO = 0
               IF WS-CRD-CANTIDAD < 20
                   ADD 1 TO WS-CRD-CANTIDAD
                   MOVE WS-CRD-CANTIDAD TO WS-CRD-HALLADO
                   MOVE PZA-PROGRAMA TO WS-CRD-PROGRAMA (WS-CRD-HALLADO)
                   MOVE PZA-CORRIDA  TO WS-CRD-CORRIDA (WS-CRD-HALLADO)
                   MOVE 0   TO WS-CRD-PIEZA (WS-CRD-HALLADO)
                   MOVE "N" TO WS-CRD-VALIDA (WS-CRD-HALLADO)
               ELSE
                   DISPLAY "Mas de 20 corridas en el spool; la de "
                       PZA-PROGRAMA " " PZA-CORRIDA " queda afuera."
               END-IF
           END-IF.

       BUSCO-CORRIDA.
           IF WS-CRD-PROGRAMA (WS-CRD-I) = PZA-PROGRAMA
            AND WS-CRD-CORRIDA (WS-CRD-I) = PZA-CORRIDA
               MOVE WS-CRD-I TO WS-CRD-HALLADO.

       EVALUO-CABECERA.
           ADD 1 TO WS-TOTAL-CABECERAS.
           MOVE PZA-PIEZA TO WS-CRD-PIEZA (WS-CRD-HALLADO).
           MOVE "N"       TO WS-CRD-VALIDA (WS-CRD-HALLADO).
           PERFORM UBICO-PROGRAMA.
           IF WS-PRG-HALLADO = 0
               GO TO F-EVALUO-CABECERA.
           IF PZA-REEMPLAZA
            AND PZA-CORRIDA NOT = WS-PRG-ULTIMA (WS-PRG-HALLADO)
               ADD 1 TO WS-TOTAL-REEMPLAZADAS
               ADD 1 TO WS-PRG-REEMPLAZADAS (WS-PRG-HALLADO)
               GO TO F-EVALUO-CABECERA.
           MOVE PZA-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-CLIENTE
                   MOVE "CLIENTE NO ESTA EN EL MAESTRO" TO EXC-MOTIVO
                   PERFORM IMPRIMO-EXCLUIDA
                   GO TO F-EVALUO-CABECERA
           END-READ.
           IF CLI-DIR-MALA-SW = "S"
               ADD 1 TO WS-TOTAL-DIR-MALA
               MOVE "DIRECCION REBOTADA" TO EXC-MOTIVO
               PERFORM IMPRIMO-EXCLUIDA
               GO TO F-EVALUO-CABECERA.
           MOVE "S"            TO WS-CRD-VALIDA (WS-CRD-HALLADO).
           MOVE PZA-ID-CLIENTE TO WS-CRD-ID-CLIENTE (WS-CRD-HALLADO).
           MOVE PZA-CODPOST    TO WS-CRD-ZONA (WS-CRD-HALLADO).
           IF PZA-CODPOST = SPACE
               MOVE CLI_CODPOST TO WS-CRD-ZONA (WS-CRD-HALLADO).
           PERFORM BUSCO-ZONA.
           ADD 1 TO WS-PRG-PIEZAS (WS-PRG-HALLADO).
           MOVE SPACE TO PZA-DATOS.
           PERFORM SUELTO-RENGLON.

       F-EVALUO-CABECERA.
           EXIT.

      *    El codigo registrado es la zona; el que no esta en
      *    codpostal.dat cae en el grupo sin zona, al final.
       BUSCO-ZONA.
           MOVE "S" TO WS-CRD-SIN-ZONA (WS-CRD-HALLADO).
           MOVE "SIN ZONA REGISTRADA"
               TO WS-CRD-DESCRIPCION (WS-CRD-HALLADO).
           IF NOT CODPOSTAL-DISPONIBLE
            OR WS-CRD-ZONA (WS-CRD-HALLADO) = SPACE
               MOVE SPACE TO WS-CRD-ZONA (WS-CRD-HALLADO)
               GO TO F-BUSCO-ZONA.
           MOVE WS-CRD-ZONA (WS-CRD-HALLADO) TO COD-POSTAL.
           READ CODIGOS-POSTALES KEY IS COD-POSTAL
               INVALID KEY
                   MOVE SPACE TO WS-CRD-ZONA (WS-CRD-HALLADO)
                   GO TO F-BUSCO-ZONA
           END-READ.
           MOVE "N" TO WS-CRD-SIN-ZONA (WS-CRD-HALLADO).
           MOVE COD-DESCRIPCION TO WS-CRD-DESCRIPCION (WS-CRD-HALLADO).

       F-BUSCO-ZONA.
           EXIT.

       SUELTO-RENGLON.
           MOVE WS-CRD-SIN-ZONA (WS-CRD-HALLADO)    TO ORD-SIN-ZONA.
           MOVE WS-CRD-ZONA (WS-CRD-HALLADO)        TO ORD-ZONA.
           MOVE WS-CRD-ID-CLIENTE (WS-CRD-HALLADO)  TO ORD-ID-CLIENTE.
           MOVE WS-CRD-DESCRIPCION (WS-CRD-HALLADO) TO ORD-DESCRIPCION.
           MOVE PZA-PROGRAMA TO ORD-PROGRAMA.
           MOVE PZA-CORRIDA  TO ORD-CORRIDA.
           MOVE PZA-PIEZA    TO ORD-PIEZA.
           MOVE PZA-RENGLON  TO ORD-RENGLON.
           MOVE PZA-DATOS    TO ORD-TEXTO.
           RELEASE REG-ORDEN.

       IMPRIMO-EXCLUIDA.
           MOVE PZA-ID-CLIENTE TO EXC-ID.
           MOVE PZA-PROGRAMA   TO EXC-PROGRAMA.
           MOVE PZA-TIPO-CARTA TO EXC-TIPO.
           MOVE LINEA-EXCLUIDA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Salida del sort: corte por zona. Cada zona abre con su hoja
      * separadora y cierra con su renglon del manifiesto; el renglon
      * cero de cada pieza solo se cuenta, los demas se imprimen.
      ******************************************************************
       EMITO-ZONAS.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-ZONA THRU F-CIERRO-ZONA
                   GO TO F-EMITO-ZONAS
           END-RETURN.
           IF NOT HAY-ZONA-EN-CURSO
            OR ORD-SIN-ZONA NOT = WS-ZONA-SIN-ZONA
            OR ORD-ZONA NOT = WS-ZONA-EN-CURSO
               PERFORM CIERRO-ZONA THRU F-CIERRO-ZONA
               MOVE "S"             TO WS-HAY-ZONA-SW
               MOVE ORD-SIN-ZONA    TO WS-ZONA-SIN-ZONA
               MOVE ORD-ZONA        TO WS-ZONA-EN-CURSO
               MOVE ORD-DESCRIPCION TO WS-ZONA-DESCRIPCION
               MOVE 0               TO WS-PIEZAS-ZONA
               PERFORM IMPRIMO-SEPARADOR.
           IF ORD-RENGLON = 0
               ADD 1 TO WS-PIEZAS-ZONA
               ADD 1 TO WS-TOTAL-PIEZAS
           ELSE
               MOVE ORD-TEXTO TO LINEA-CORREO
               WRITE LINEA-CORREO
               ADD 1 TO WS-TOTAL-RENGLONES.
           GO TO EMITO-ZONAS.

       F-EMITO-ZONAS.
           EXIT.

       IMPRIMO-SEPARADOR.
           MOVE ALL "=" TO LINEA-CORREO.
           WRITE LINEA-CORREO.
           MOVE SPACE TO LINEA-CORREO.
           IF WS-ZONA-SIN-ZONA = "S"
               MOVE "SEPARADOR - PIEZAS SIN ZONA POSTAL REGISTRADA"
                   TO LINEA-CORREO
           ELSE
               STRING "SEPARADOR DE ZONA POSTAL "
                   WS-ZONA-EN-CURSO DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   WS-ZONA-DESCRIPCION DELIMITED BY "  "
                   INTO LINEA-CORREO.
           WRITE LINEA-CORREO.
           MOVE ALL "=" TO LINEA-CORREO.
           WRITE LINEA-CORREO.

       CIERRO-ZONA.
           IF NOT HAY-ZONA-EN-CURSO
               GO TO F-CIERRO-ZONA.
           ADD 1 TO WS-TOTAL-ZONAS.
           MOVE SPACE TO REG-MANIFIESTO.
           MOVE "D"                 TO MAN-TIPO-REG.
           MOVE WS-ZONA-EN-CURSO    TO MAN-ZONA.
           MOVE WS-ZONA-DESCRIPCION TO MAN-DESCRIPCION.
           MOVE WS-PIEZAS-ZONA      TO MAN-PIEZAS.
           MOVE "N"                 TO MAN-CALIFICA.
           MOVE "NO CALIFICA"       TO ZON-CALIFICA.
           IF WS-ZONA-SIN-ZONA = "S"
               ADD WS-PIEZAS-ZONA TO WS-TOTAL-SIN-ZONA
           ELSE
               IF WS-PIEZAS-ZONA NOT < WS-MINIMO-ZONA
                   MOVE "S" TO MAN-CALIFICA
                   MOVE "CALIFICA" TO ZON-CALIFICA
                   ADD WS-PIEZAS-ZONA TO WS-TOTAL-CALIFICAN
               END-IF
           END-IF.
           WRITE REG-MANIFIESTO.
           MOVE WS-ZONA-EN-CURSO    TO ZON-CODIGO.
           MOVE WS-ZONA-DESCRIPCION TO ZON-DESCRIPCION.
           MOVE WS-PIEZAS-ZONA      TO ZON-PIEZAS.
           IF WS-TOTAL-ZONAS = 1
               MOVE SPACE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "PIEZAS POR ZONA POSTAL" TO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           MOVE LINEA-ZONA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-CORREO.
           STRING "FIN DE ZONA " WS-ZONA-EN-CURSO DELIMITED BY "  "
               " - PIEZAS: " WS-PIEZAS-ZONA
               DELIMITED BY SIZE INTO LINEA-CORREO.
           WRITE LINEA-CORREO.

       F-CIERRO-ZONA.
           EXIT.

       CIERRO-MANIFIESTO.
           MOVE SPACE TO REG-MANIFIESTO.
           MOVE "T"                TO MAN-TIPO-REG.
           MOVE WS-TOTAL-ZONAS     TO MAN-ZONAS.
           MOVE WS-TOTAL-PIEZAS    TO MAN-TOTAL-PIEZAS.
           MOVE WS-TOTAL-CALIFICAN TO MAN-PIEZAS-CALIFICAN.
           MOVE WS-TOTAL-SIN-ZONA  TO MAN-PIEZAS-SIN-ZONA.
           WRITE REG-MANIFIESTO.

       IMPRIMO-RESUMEN.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PIEZAS POR PROGRAMA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMO-PROGRAMA
               VARYING WS-PRG-I FROM 1 BY 1
               UNTIL WS-PRG-I > WS-PRG-CANTIDAD.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "PIEZAS EN EL SPOOL: " WS-TOTAL-CABECERAS
               "  ORDENADAS: " WS-TOTAL-PIEZAS
               "  EN " WS-TOTAL-ZONAS " ZONAS"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CALIFICAN PARA TARIFA: " WS-TOTAL-CALIFICAN
               "  SIN ZONA: " WS-TOTAL-SIN-ZONA
               "  MINIMO POR ZONA: " WS-MINIMO-ZONA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "EXCLUIDAS: DIRECCION REBOTADA " WS-TOTAL-DIR-MALA
               "  SIN CLIENTE " WS-TOTAL-SIN-CLIENTE
               "  CORRIDAS REEMPLAZADAS " WS-TOTAL-REEMPLAZADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-HUERFANOS > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "RENGLONES SIN CABECERA DESCARTADOS: "
                   WS-TOTAL-HUERFANOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.

       IMPRIMO-PROGRAMA.
           MOVE WS-PRG-NOMBRE (WS-PRG-I)       TO PRG-NOMBRE.
           MOVE WS-PRG-PIEZAS (WS-PRG-I)       TO PRG-PIEZAS.
           MOVE WS-PRG-REEMPLAZADAS (WS-PRG-I) TO PRG-REEMPLAZADAS.
           MOVE LINEA-PROGRAMA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           IF CODPOSTAL-DISPONIBLE
               CLOSE CODIGOS-POSTALES.
           CLOSE CORREO-ORDENADO.
           CLOSE MANIFIESTO.
           CLOSE REPORTE.

      ******************************************************************
      * Deja las generaciones fechadas del dia (spool, correo ordenado,
      * manifiesto y control) anotadas en el registro.
      ******************************************************************
       REGISTRO-GENERACIONES.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACIONES.
           MOVE WS-FECHA-HOY TO GEN-FECHA.
           MOVE "correo_postal" TO GEN-BASE.
           MOVE WS-SPOOL-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           MOVE "correo_presort" TO GEN-BASE.
           MOVE WS-PRESORT-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           MOVE "manifiesto_postal" TO GEN-BASE.
           MOVE WS-MANIFIESTO-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           MOVE "presort_correo" TO GEN-BASE.
           MOVE WS-REPORTE-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACIONES.
           EXIT.

           COPY EMPCORR.

           COPY BANNER.

       END PROGRAM PRESORT-CORREO.
