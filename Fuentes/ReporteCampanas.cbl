      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Rendimiento de las campanas de mercadeo
      *          (campanas.dat, CAMPANA.cpy) desde el prospecto hasta
      *          el cliente que paga: por cada campana, los
      *          prospectos capturados en personas.dat y los
      *          convertidos en alta, las cuentas que la traen en
      *          CLI-CAMPANA (las del maestro y las purgadas a
      *          clientes_inactivos.dat), cuantas seguian abiertas a
      *          los 6 y a los 12 meses de la alta (sobre las que ya
      *          cumplieron ese plazo), el saldo de las que siguen en
      *          el maestro y lo facturado en facturas.dat, contra el
      *          costo de la campana. Las cuentas sin fecha de alta
      *          (maestros viejos) no entran en la permanencia. Los
      *          prospectos y cuentas sin campana salen en su propio
      *          renglon, como referencia; un codigo que ya no esta
      *          en la tabla sale como no registrado y sin costo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMPANAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CMPSEL.

           SELECT OPTIONAL PERSONAS ASSIGN TO "./personas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-PERSONAS.

           COPY CLISEL.

           SELECT OPTIONAL ARCHIVO-HISTORICO
                  ASSIGN TO "./clientes_inactivos.dat"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-ARCHIVO.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT ORDENADOS ASSIGN TO "./campanas_sort.tmp".

           SELECT REPORTE ASSIGN TO "./reporte_campanas.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMPANAS.

           COPY CAMPANA.

       FD  PERSONAS.

           COPY PERSONA.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  ARCHIVO-HISTORICO.

           COPY CLIENTE REPLACING ==REG-CLIENTES== BY ==REG-ARCHIVO==.

       FD  FACTURAS.

           COPY FACTURA.

      * Un renglon por campana ("A"), por cuenta ("C"), por factura
      * ("F") y por prospecto ("P"); dentro de cada campana la "A"
      * llega primero con la descripcion y el costo.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-CAMPANA      PIC X(6).
           05 ORD-TIPO         PIC X.
               88 ORD-ES-CAMPANA    VALUE "A".
               88 ORD-ES-CUENTA     VALUE "C".
               88 ORD-ES-FACTURA    VALUE "F".
               88 ORD-ES-PROSPECTO  VALUE "P".
           05 ORD-CONVERTIDO   PIC X.
           05 ORD-ABIERTA      PIC X.
           05 ORD-ELEGIBLE-6   PIC X.
           05 ORD-ACTIVA-6     PIC X.
           05 ORD-ELEGIBLE-12  PIC X.
           05 ORD-ACTIVA-12    PIC X.
           05 ORD-SALDO        PIC S9(7)V9(3).
           05 ORD-VALOR        PIC S9(9)V9(3).
           05 ORD-MEDIO        PIC X.
           05 ORD-DESCRIPCION  PIC X(40).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-CAMPANAS   PIC XX VALUE SPACE.
       01  ST-PERSONAS   PIC XX VALUE SPACE.
       01  ST-FILE       PIC XX VALUE SPACE.
       01  ST-ARCHIVO    PIC XX VALUE SPACE.
       01  ST-FACTURAS   PIC XX VALUE SPACE.
       01  ST-REPORTE    PIC XX VALUE SPACE.

       01  WS-CLIENTES-SW  PIC X VALUE "N".
           88 CLIENTES-ABIERTO VALUE "S".

       01  WS-FECHA-HOY  PIC 9(8) VALUE 0.

      * Permanencia de una cuenta: fecha de alta, fecha de cierre
      * (cero = sigue abierta) y la fecha en que se cumple el plazo.
       01  WS-PRM-ALTA     PIC 9(8) VALUE 0.
       01  WS-PRM-CIERRE   PIC 9(8) VALUE 0.
       01  WS-PRM-MESES    PIC 99   VALUE 0.
       01  WS-PRM-LIMITE   PIC 9(8) VALUE 0.
       01  WS-PRM-PARTES REDEFINES WS-PRM-LIMITE.
           05 WS-PRM-ANO   PIC 9(4).
           05 WS-PRM-MES   PIC 99.
           05 WS-PRM-DIA   PIC 99.
       01  WS-PRM-ELEGIBLE PIC X VALUE "N".
       01  WS-PRM-ACTIVA   PIC X VALUE "N".

      * Corte de control por campana.
       01  WS-CMP-EN-CURSO   PIC X(6)  VALUE SPACE.
       01  WS-HAY-CAMPANA-SW PIC X     VALUE "N".
           88 HAY-CAMPANA-EN-CURSO VALUE "S".
       01  WS-CMP-REGISTRADA-SW PIC X  VALUE "N".
           88 CAMPANA-REGISTRADA   VALUE "S".
       01  WS-CMP-DESCRIPCION PIC X(40) VALUE SPACE.
       01  WS-CMP-MEDIO      PIC X     VALUE SPACE.
       01  WS-CMP-COSTO      PIC 9(9)V9(3)   VALUE 0.
       01  WS-CMP-PROSPECTOS PIC 9(7)        VALUE 0.
       01  WS-CMP-CONVERTIDOS PIC 9(7)       VALUE 0.
       01  WS-CMP-CUENTAS    PIC 9(7)        VALUE 0.
       01  WS-CMP-ABIERTAS   PIC 9(7)        VALUE 0.
       01  WS-CMP-ELEG-6     PIC 9(7)        VALUE 0.
       01  WS-CMP-ACT-6      PIC 9(7)        VALUE 0.
       01  WS-CMP-ELEG-12    PIC 9(7)        VALUE 0.
       01  WS-CMP-ACT-12     PIC 9(7)        VALUE 0.
       01  WS-CMP-SALDO      PIC S9(11)V9(3) VALUE 0.
       01  WS-CMP-FACTURADO  PIC S9(11)V9(3) VALUE 0.
       01  WS-COSTO-CUENTA   PIC 9(9)V9(3)   VALUE 0.
       01  WS-RETORNO        PIC S9(7)       VALUE 0.

      * Totales de las campanas registradas (sin el renglon de las
      * cuentas sin campana).
       01  WS-TOTAL-CAMPANAS   PIC 9(5)        VALUE 0.
       01  WS-TOTAL-PROSPECTOS PIC 9(7)        VALUE 0.
       01  WS-TOTAL-CONVERTIDOS PIC 9(7)       VALUE 0.
       01  WS-TOTAL-CUENTAS    PIC 9(7)        VALUE 0.
       01  WS-TOTAL-COSTO      PIC 9(11)V9(3)  VALUE 0.
       01  WS-TOTAL-FACTURADO  PIC S9(11)V9(3) VALUE 0.
       01  WS-TOTAL-SALDO      PIC S9(11)V9(3) VALUE 0.
       01  WS-FACTURAS-SIN-CUENTA PIC 9(7)     VALUE 0.

       01  LINEA-CAMPANA.
           05 DET-CODIGO      PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-DESCRIPCION PIC X(40).
           05 FILLER          PIC X(8)  VALUE " MEDIO: ".
           05 DET-MEDIO       PIC X.
           05 FILLER          PIC X(8)  VALUE " COSTO: ".
           05 DET-COSTO       PIC Z(8)9,99.
           05 FILLER          PIC X(18) VALUE " COSTO POR CUENTA:".
           05 DET-COSTO-CUENTA PIC Z(8)9,99.

       01  LINEA-EMBUDO.
           05 FILLER          PIC X(4)  VALUE SPACE.
           05 FILLER          PIC X(12) VALUE "PROSPECTOS: ".
           05 DET-PROSPECTOS  PIC Z(5)9.
           05 FILLER          PIC X(14) VALUE "  CONVERTIDOS:".
           05 DET-CONVERTIDOS PIC Z(5)9.
           05 FILLER          PIC X(11) VALUE "  CUENTAS: ".
           05 DET-CUENTAS     PIC Z(5)9.
           05 FILLER          PIC X(11) VALUE "  ABIERTAS:".
           05 DET-ABIERTAS    PIC Z(5)9.
           05 FILLER          PIC X(11) VALUE "  A 6 MESES".
           05 DET-ACT-6       PIC Z(5)9.
           05 FILLER          PIC X(4)  VALUE " DE ".
           05 DET-ELEG-6      PIC Z(5)9.
           05 FILLER          PIC X(12) VALUE "  A 12 MESES".
           05 DET-ACT-12      PIC Z(5)9.
           05 FILLER          PIC X(4)  VALUE " DE ".
           05 DET-ELEG-12     PIC Z(5)9.

       01  LINEA-VALOR.
           05 FILLER          PIC X(7)  VALUE SPACE.
           05 FILLER          PIC X(7)  VALUE "SALDO: ".
           05 DET-SALDO       PIC -(10)9,99.
           05 FILLER          PIC X(13) VALUE "  FACTURADO: ".
           05 DET-FACTURADO   PIC -(10)9,99.
           05 FILLER          PIC X(28)
               VALUE "  FACTURADO / COSTO (%):    ".
           05 DET-RETORNO     PIC -(6)9.
           05 DET-MARCA       PIC X(20).

       01  LINEA-TOTAL.
           05 FILLER          PIC X(18) VALUE "TOTAL CAMPANAS:   ".
           05 TOT-CAMPANAS    PIC Z(4)9.
           05 FILLER          PIC X(14) VALUE "  PROSPECTOS: ".
           05 TOT-PROSPECTOS  PIC Z(6)9.
           05 FILLER          PIC X(15) VALUE "  CONVERTIDOS: ".
           05 TOT-CONVERTIDOS PIC Z(6)9.
           05 FILLER          PIC X(11) VALUE "  CUENTAS: ".
           05 TOT-CUENTAS     PIC Z(6)9.
           05 FILLER          PIC X(9)  VALUE "  COSTO: ".
           05 TOT-COSTO       PIC Z(10)9,99.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "REPORTE-CAMPANAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "RENDIMIENTO DE LAS CAMPANAS DE MERCADEO AL "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-CAMPANA ORD-TIPO
               INPUT  PROCEDURE IS CARGO-DATOS THRU F-CARGO-DATOS
               OUTPUT PROCEDURE IS CORTO-POR-CAMPANA
                   THRU F-CORTO-POR-CAMPANA.
           PERFORM IMPRIMO-RESUMEN.
           CLOSE REPORTE.
           STOP RUN.

      ******************************************************************
      * Carga el archivo de trabajo con las campanas, los prospectos,
      * las cuentas (vigentes y purgadas) y las facturas.
      ******************************************************************
       CARGO-DATOS.
           PERFORM CARGO-CAMPANAS THRU F-CARGO-CAMPANAS.
           PERFORM CARGO-PROSPECTOS THRU F-CARGO-PROSPECTOS.
           PERFORM CARGO-CUENTAS THRU F-CARGO-CUENTAS.
           PERFORM CARGO-HISTORICO THRU F-CARGO-HISTORICO.
           PERFORM CARGO-FACTURAS THRU F-CARGO-FACTURAS.
           IF CLIENTES-ABIERTO
               CLOSE CLIENTES.

       F-CARGO-DATOS.
           EXIT.

       CARGO-CAMPANAS.
           OPEN INPUT CAMPANAS.
           IF ST-CAMPANAS NOT = "00"
               DISPLAY "Tabla de campanas no disponible, los codigos "
                   "salen como no registrados."
               GO TO F-CARGO-CAMPANAS.

       LEO-CAMPANA.
           READ CAMPANAS NEXT RECORD
               AT END
                   CLOSE CAMPANAS
                   GO TO F-CARGO-CAMPANAS
           END-READ.
           IF ST-CAMPANAS > "07" AND ST-CAMPANAS NOT = "10"
               DISPLAY "Error leyendo CAMPANAS (" ST-CAMPANAS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE CAMPANAS
               GO TO F-CARGO-CAMPANAS.
           INITIALIZE REG-ORDEN.
           MOVE CMP-CODIGO      TO ORD-CAMPANA.
           MOVE "A"             TO ORD-TIPO.
           MOVE CMP-COSTO       TO ORD-VALOR.
           MOVE CMP-MEDIO       TO ORD-MEDIO.
           MOVE CMP-DESCRIPCION TO ORD-DESCRIPCION.
           RELEASE REG-ORDEN.
           GO TO LEO-CAMPANA.

       F-CARGO-CAMPANAS.
           EXIT.

       CARGO-PROSPECTOS.
           OPEN INPUT PERSONAS.
           IF ST-PERSONAS NOT = "00"
               GO TO F-CARGO-PROSPECTOS.

       LEO-PROSPECTO.
           READ PERSONAS
               AT END
                   CLOSE PERSONAS
                   GO TO F-CARGO-PROSPECTOS
           END-READ.
           IF ST-PERSONAS > "07" AND ST-PERSONAS NOT = "10"
               DISPLAY "Error leyendo PERSONAS (" ST-PERSONAS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE PERSONAS
               GO TO F-CARGO-PROSPECTOS.
           INITIALIZE REG-ORDEN.
           MOVE PER-CAMPANA TO ORD-CAMPANA.
           MOVE "P"         TO ORD-TIPO.
           IF PER-ESTADO = "C"
               MOVE "S" TO ORD-CONVERTIDO.
           RELEASE REG-ORDEN.
           GO TO LEO-PROSPECTO.

       F-CARGO-PROSPECTOS.
           EXIT.

      ******************************************************************
      * Cuentas del maestro: aportan saldo y, si ya cumplieron el
      * plazo, permanencia. El maestro queda abierto para buscar el
      * cliente de cada factura.
      ******************************************************************
       CARGO-CUENTAS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-CUENTAS.
           SET CLIENTES-ABIERTO TO TRUE.

       LEO-CUENTA.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO F-CARGO-CUENTAS
           END-READ.
           IF ST-FILE > "07" AND ST-FILE NOT = "10"
               DISPLAY "Error leyendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE
               GO TO F-CARGO-CUENTAS.
           INITIALIZE REG-ORDEN.
           MOVE CLI-CAMPANA IN REG-CLIENTES TO ORD-CAMPANA.
           MOVE "C" TO ORD-TIPO.
           MOVE CLI-SALDO IN REG-CLIENTES TO ORD-SALDO.
           MOVE 0 TO WS-PRM-ALTA.
           IF CLI-FECHA-ALTA IN REG-CLIENTES NUMERIC
               MOVE CLI-FECHA-ALTA IN REG-CLIENTES TO WS-PRM-ALTA.
           MOVE 0 TO WS-PRM-CIERRE.
           IF CUENTA-CERRADA IN REG-CLIENTES
               MOVE 1 TO WS-PRM-CIERRE
               IF CLI-FECHA-CIERRE IN REG-CLIENTES NUMERIC
                AND CLI-FECHA-CIERRE IN REG-CLIENTES > 0
                   MOVE CLI-FECHA-CIERRE IN REG-CLIENTES
                       TO WS-PRM-CIERRE
               END-IF
           ELSE
               MOVE "S" TO ORD-ABIERTA.
           PERFORM ARMO-PERMANENCIA.
           RELEASE REG-ORDEN.
           GO TO LEO-CUENTA.

       F-CARGO-CUENTAS.
           EXIT.

      ******************************************************************
      * Cuentas purgadas: cuentan como cerradas en la fecha que trae
      * el historico; el saldo ya no es de la cartera.
      ******************************************************************
       CARGO-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF ST-ARCHIVO NOT = "00"
               GO TO F-CARGO-HISTORICO.

       LEO-HISTORICO.
           READ ARCHIVO-HISTORICO
               AT END
                   CLOSE ARCHIVO-HISTORICO
                   GO TO F-CARGO-HISTORICO
           END-READ.
           IF ST-ARCHIVO > "07" AND ST-ARCHIVO NOT = "10"
               DISPLAY "Error leyendo ARCHIVO-HISTORICO (" ST-ARCHIVO
                   ")"
               MOVE 16 TO RETURN-CODE
               CLOSE ARCHIVO-HISTORICO
               GO TO F-CARGO-HISTORICO.
           INITIALIZE REG-ORDEN.
           MOVE CLI-CAMPANA IN REG-ARCHIVO TO ORD-CAMPANA.
           MOVE "C" TO ORD-TIPO.
           MOVE 0 TO ORD-SALDO.
           MOVE 0 TO WS-PRM-ALTA.
           IF CLI-FECHA-ALTA IN REG-ARCHIVO NUMERIC
               MOVE CLI-FECHA-ALTA IN REG-ARCHIVO TO WS-PRM-ALTA.
           MOVE 1 TO WS-PRM-CIERRE.
           IF CLI-FECHA-CIERRE IN REG-ARCHIVO NUMERIC
            AND CLI-FECHA-CIERRE IN REG-ARCHIVO > 0
               MOVE CLI-FECHA-CIERRE IN REG-ARCHIVO TO WS-PRM-CIERRE.
           PERFORM ARMO-PERMANENCIA.
           RELEASE REG-ORDEN.
           GO TO LEO-HISTORICO.

       F-CARGO-HISTORICO.
           EXIT.

       ARMO-PERMANENCIA.
           MOVE 6 TO WS-PRM-MESES.
           PERFORM EVALUO-PERMANENCIA.
           MOVE WS-PRM-ELEGIBLE TO ORD-ELEGIBLE-6.
           MOVE WS-PRM-ACTIVA   TO ORD-ACTIVA-6.
           MOVE 12 TO WS-PRM-MESES.
           PERFORM EVALUO-PERMANENCIA.
           MOVE WS-PRM-ELEGIBLE TO ORD-ELEGIBLE-12.
           MOVE WS-PRM-ACTIVA   TO ORD-ACTIVA-12.

      ******************************************************************
      * Una cuenta entra en la permanencia a N meses si su alta tiene
      * al menos N meses; sigue activa si no se ha cerrado o se cerro
      * despues de cumplir el plazo.
      ******************************************************************
       EVALUO-PERMANENCIA.
           MOVE "N" TO WS-PRM-ELEGIBLE.
           MOVE "N" TO WS-PRM-ACTIVA.
           IF WS-PRM-ALTA = 0
               GO TO F-EVALUO-PERMANENCIA.
           MOVE WS-PRM-ALTA TO WS-PRM-LIMITE.
           ADD WS-PRM-MESES TO WS-PRM-MES.
           IF WS-PRM-MES > 12
               SUBTRACT 12 FROM WS-PRM-MES
               ADD 1 TO WS-PRM-ANO.
           IF WS-PRM-LIMITE > WS-FECHA-HOY
               GO TO F-EVALUO-PERMANENCIA.
           MOVE "S" TO WS-PRM-ELEGIBLE.
           IF WS-PRM-CIERRE = 0 OR WS-PRM-CIERRE >= WS-PRM-LIMITE
               MOVE "S" TO WS-PRM-ACTIVA.

       F-EVALUO-PERMANENCIA.
           EXIT.

      ******************************************************************
      * Facturas: se atribuyen a la campana del cliente en el maestro;
      * las de cuentas que ya no estan en el maestro se cuentan aparte.
      ******************************************************************
       CARGO-FACTURAS.
           IF NOT CLIENTES-ABIERTO
               GO TO F-CARGO-FACTURAS.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS NOT = "00"
               GO TO F-CARGO-FACTURAS.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   CLOSE FACTURAS
                   GO TO F-CARGO-FACTURAS
           END-READ.
           IF ST-FACTURAS > "07" AND ST-FACTURAS NOT = "10"
               DISPLAY "Error leyendo FACTURAS (" ST-FACTURAS ")"
               MOVE 16 TO RETURN-CODE
               CLOSE FACTURAS
               GO TO F-CARGO-FACTURAS.
           MOVE FAC-ID-CLIENTE TO CLI-ID IN REG-CLIENTES.
           READ CLIENTES KEY IS ID-CLIENTE IN REG-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-FACTURAS-SIN-CUENTA
                   GO TO LEO-FACTURA
           END-READ.
           INITIALIZE REG-ORDEN.
           MOVE CLI-CAMPANA IN REG-CLIENTES TO ORD-CAMPANA.
           MOVE "F"       TO ORD-TIPO.
           MOVE FAC-VALOR TO ORD-VALOR.
           RELEASE REG-ORDEN.
           GO TO LEO-FACTURA.

       F-CARGO-FACTURAS.
           EXIT.

       CORTO-POR-CAMPANA.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-CAMPANA THRU F-CIERRO-CAMPANA
                   GO TO F-CORTO-POR-CAMPANA
           END-RETURN.
           IF NOT HAY-CAMPANA-EN-CURSO
            OR ORD-CAMPANA NOT = WS-CMP-EN-CURSO
               PERFORM CIERRO-CAMPANA THRU F-CIERRO-CAMPANA
               PERFORM ABRO-CAMPANA.
           EVALUATE TRUE
               WHEN ORD-ES-CAMPANA
                   SET CAMPANA-REGISTRADA TO TRUE
                   MOVE ORD-DESCRIPCION TO WS-CMP-DESCRIPCION
                   MOVE ORD-MEDIO       TO WS-CMP-MEDIO
                   MOVE ORD-VALOR       TO WS-CMP-COSTO
               WHEN ORD-ES-PROSPECTO
                   ADD 1 TO WS-CMP-PROSPECTOS
                   IF ORD-CONVERTIDO = "S"
                       ADD 1 TO WS-CMP-CONVERTIDOS
                   END-IF
               WHEN ORD-ES-CUENTA
                   PERFORM ACUMULO-CUENTA
               WHEN ORD-ES-FACTURA
                   ADD ORD-VALOR TO WS-CMP-FACTURADO
           END-EVALUATE.
           GO TO CORTO-POR-CAMPANA.

       F-CORTO-POR-CAMPANA.
           EXIT.

       ABRO-CAMPANA.
           MOVE ORD-CAMPANA TO WS-CMP-EN-CURSO.
           MOVE "S" TO WS-HAY-CAMPANA-SW.
           MOVE "N" TO WS-CMP-REGISTRADA-SW.
           MOVE SPACE TO WS-CMP-DESCRIPCION.
           MOVE SPACE TO WS-CMP-MEDIO.
           MOVE 0 TO WS-CMP-COSTO.
           MOVE 0 TO WS-CMP-PROSPECTOS.
           MOVE 0 TO WS-CMP-CONVERTIDOS.
           MOVE 0 TO WS-CMP-CUENTAS.
           MOVE 0 TO WS-CMP-ABIERTAS.
           MOVE 0 TO WS-CMP-ELEG-6.
           MOVE 0 TO WS-CMP-ACT-6.
           MOVE 0 TO WS-CMP-ELEG-12.
           MOVE 0 TO WS-CMP-ACT-12.
           MOVE 0 TO WS-CMP-SALDO.
           MOVE 0 TO WS-CMP-FACTURADO.

       ACUMULO-CUENTA.
           ADD 1 TO WS-CMP-CUENTAS.
           ADD ORD-SALDO TO WS-CMP-SALDO.
           IF ORD-ABIERTA = "S"
               ADD 1 TO WS-CMP-ABIERTAS.
           IF ORD-ELEGIBLE-6 = "S"
               ADD 1 TO WS-CMP-ELEG-6.
           IF ORD-ACTIVA-6 = "S"
               ADD 1 TO WS-CMP-ACT-6.
           IF ORD-ELEGIBLE-12 = "S"
               ADD 1 TO WS-CMP-ELEG-12.
           IF ORD-ACTIVA-12 = "S"
               ADD 1 TO WS-CMP-ACT-12.

      ******************************************************************
      * Cierra la campana en curso: costo por cuenta captada y lo
      * facturado como porcentaje del costo.
      ******************************************************************
       CIERRO-CAMPANA.
           IF NOT HAY-CAMPANA-EN-CURSO
               GO TO F-CIERRO-CAMPANA.
           MOVE WS-CMP-EN-CURSO TO DET-CODIGO.
           MOVE SPACE TO DET-MARCA.
           EVALUATE TRUE
               WHEN WS-CMP-EN-CURSO = SPACE
                   MOVE "(SIN CAMPANA)" TO DET-DESCRIPCION
               WHEN CAMPANA-REGISTRADA
                   MOVE WS-CMP-DESCRIPCION TO DET-DESCRIPCION
               WHEN OTHER
                   MOVE "(NO REGISTRADA)" TO DET-DESCRIPCION
           END-EVALUATE.
           MOVE WS-CMP-MEDIO TO DET-MEDIO.
           MOVE WS-CMP-COSTO TO DET-COSTO.
           MOVE 0 TO WS-COSTO-CUENTA.
           IF WS-CMP-CUENTAS > 0
               COMPUTE WS-COSTO-CUENTA ROUNDED =
                   WS-CMP-COSTO / WS-CMP-CUENTAS.
           MOVE WS-COSTO-CUENTA TO DET-COSTO-CUENTA.
           MOVE 0 TO WS-RETORNO.
           IF WS-CMP-COSTO > 0
               COMPUTE WS-RETORNO ROUNDED =
                   WS-CMP-FACTURADO * 100 / WS-CMP-COSTO
               IF WS-CMP-FACTURADO < WS-CMP-COSTO
                   MOVE "  ** NO RECUPERADA" TO DET-MARCA
               END-IF
           END-IF.
           MOVE WS-CMP-PROSPECTOS  TO DET-PROSPECTOS.
           MOVE WS-CMP-CONVERTIDOS TO DET-CONVERTIDOS.
           MOVE WS-CMP-CUENTAS     TO DET-CUENTAS.
           MOVE WS-CMP-ABIERTAS    TO DET-ABIERTAS.
           MOVE WS-CMP-ACT-6       TO DET-ACT-6.
           MOVE WS-CMP-ELEG-6      TO DET-ELEG-6.
           MOVE WS-CMP-ACT-12      TO DET-ACT-12.
           MOVE WS-CMP-ELEG-12     TO DET-ELEG-12.
           MOVE WS-CMP-SALDO       TO DET-SALDO.
           MOVE WS-CMP-FACTURADO   TO DET-FACTURADO.
           MOVE WS-RETORNO         TO DET-RETORNO.
           MOVE LINEA-CAMPANA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-EMBUDO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-VALOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-CMP-EN-CURSO = SPACE
               GO TO F-CIERRO-CAMPANA.
           ADD 1                  TO WS-TOTAL-CAMPANAS.
           ADD WS-CMP-PROSPECTOS  TO WS-TOTAL-PROSPECTOS.
           ADD WS-CMP-CONVERTIDOS TO WS-TOTAL-CONVERTIDOS.
           ADD WS-CMP-CUENTAS     TO WS-TOTAL-CUENTAS.
           ADD WS-CMP-COSTO       TO WS-TOTAL-COSTO.
           ADD WS-CMP-FACTURADO   TO WS-TOTAL-FACTURADO.
           ADD WS-CMP-SALDO       TO WS-TOTAL-SALDO.

       F-CIERRO-CAMPANA.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE WS-TOTAL-CAMPANAS    TO TOT-CAMPANAS.
           MOVE WS-TOTAL-PROSPECTOS  TO TOT-PROSPECTOS.
           MOVE WS-TOTAL-CONVERTIDOS TO TOT-CONVERTIDOS.
           MOVE WS-TOTAL-CUENTAS     TO TOT-CUENTAS.
           MOVE WS-TOTAL-COSTO       TO TOT-COSTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-SALDO     TO DET-SALDO.
           MOVE WS-TOTAL-FACTURADO TO DET-FACTURADO.
           MOVE 0 TO WS-RETORNO.
           IF WS-TOTAL-COSTO > 0
               COMPUTE WS-RETORNO ROUNDED =
                   WS-TOTAL-FACTURADO * 100 / WS-TOTAL-COSTO.
           MOVE WS-RETORNO TO DET-RETORNO.
           MOVE SPACE TO DET-MARCA.
           MOVE LINEA-VALOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FACTURAS-SIN-CUENTA > 0
               MOVE SPACE TO LINEA-REPORTE
               STRING "FACTURAS DE CUENTAS FUERA DEL MAESTRO (NO "
                   "ATRIBUIDAS): " WS-FACTURAS-SIN-CUENTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE.
           DISPLAY "Campanas reportadas: " WS-TOTAL-CAMPANAS
               " cuentas captadas: " WS-TOTAL-CUENTAS.
           DISPLAY "Facturas sin cuenta en el maestro: "
               WS-FACTURAS-SIN-CUENTA.

           COPY BANNER.

       END PROGRAM REPORTE-CAMPANAS.
