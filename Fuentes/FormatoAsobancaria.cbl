      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que traduce, registro por registro,
      *          entre el layout Asobancaria de los bancos de recaudo
      *          que lo usan (ASOBANC.cpy, 100 posiciones) y los
      *          formatos propios, para que POSTEO-PAGOS,
      *          GIRO-DOMICILIACION y POSICION-CAJA sigan trabajando
      *          con un solo layout interno. Funciones:
      *            "P" pago entrante: el registro del banco queda en
      *                el layout de pagos_banco.dat (PAGOBANCO.cpy,
      *                con el encabezado "H" y los totales "T" de
      *                PAGOCTL.cpy).
      *            "G" cobro entrante (confirmacion o devoluciones):
      *                queda en el formato fijo 1/2/9 del cobro, con
      *                la causal del banco en la posicion del motivo
      *                de devolucion.
      *            "S" cobro saliente: el registro del formato fijo
      *                1/2/9 queda en Asobancaria; el detalle toma la
      *                fecha del ultimo encabezado traducido.
      *          Estado: "S" = traducido, "N" = registro de lote
      *          ("05"/"08"), que no tiene equivalente y se salta,
      *          "E" = tipo de registro desconocido o valor que no
      *          cabe en el formato propio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMATO-ASOBANCARIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY ASOBANC.

           COPY PAGOBANCO.

           COPY PAGOCTL.

      * Formato fijo del cobro por domiciliacion (el mismo de
      * GIRO-DOMICILIACION): encabezado "1", detalle "2" y cola "9".
       01  FGI-ENCABEZADO.
           05 FGI-ENC-TIPO       PIC X.
           05 FGI-ENC-FECHA      PIC 9(8).
           05 FGI-ENC-SECUENCIA  PIC 9(6).
           05 FGI-ENC-CUENTA     PIC X(24).
           05 FILLER             PIC X(21).
       01  FGI-DETALLE.
           05 FGI-DET-TIPO       PIC X.
           05 FGI-DET-ID-CLIENTE PIC 9(8).
           05 FGI-DET-CUENTA     PIC X(24).
           05 FGI-DET-VALOR      PIC 9(7)V9(3).
           05 FGI-DET-MOTIVO     PIC XX.
           05 FILLER             PIC X(15).
       01  FGI-COLA.
           05 FGI-FIN-TIPO       PIC X.
           05 FGI-FIN-CANTIDAD   PIC 9(6).
           05 FGI-FIN-TOTAL      PIC 9(11)V9(3).
           05 FILLER             PIC X(39).

      * Fecha del ultimo encabezado de cobro traducido: el detalle
      * Asobancaria la repite.
       01  FGI-FECHA-ARCHIVO     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  LNK-FUNCION   PIC X.
       01  LNK-ENTRADA   PIC X(100).
       01  LNK-SALIDA    PIC X(100).
       01  LNK-ESTADO    PIC X.

       PROCEDURE DIVISION USING LNK-FUNCION LNK-ENTRADA LNK-SALIDA
           LNK-ESTADO.
       MAIN-RUTINA.
           MOVE SPACE TO LNK-SALIDA.
           MOVE "S" TO LNK-ESTADO.
           EVALUATE LNK-FUNCION
               WHEN "P"
                   MOVE LNK-ENTRADA TO REG-ASOBANCARIA
                   PERFORM TRADUZCO-PAGO THRU F-TRADUZCO-PAGO
               WHEN "G"
                   MOVE LNK-ENTRADA TO REG-ASOBANCARIA
                   PERFORM TRADUZCO-COBRO THRU F-TRADUZCO-COBRO
               WHEN "S"
                   PERFORM TRADUZCO-SALIDA THRU F-TRADUZCO-SALIDA
               WHEN OTHER
                   MOVE "E" TO LNK-ESTADO
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * Pago entrante: encabezado y control de archivo pasan a los
      * registros de control "H" y "T"; el detalle, al layout de
      * pagos_banco.dat, sin moneda (la de la cuenta) ni retencion.
      ******************************************************************
       TRADUZCO-PAGO.
           IF ASB-ENC-LOTE OR ASB-CTL-LOTE
               MOVE "N" TO LNK-ESTADO
               GO TO F-TRADUZCO-PAGO.
           IF ASB-ENC-ARCHIVO
               MOVE SPACE TO REG-PAGO-CONTROL
               MOVE "H" TO PCT-TIPO-REG
               MOVE ASB-ENC-FECHA     TO PCT-FECHA
               MOVE ASB-ENC-SECUENCIA TO PCT-SECUENCIA
               MOVE REG-PAGO-CONTROL TO LNK-SALIDA
               GO TO F-TRADUZCO-PAGO.
           IF ASB-CTL-ARCHIVO
               IF ASB-CTL-REGISTROS NOT NUMERIC
                OR ASB-CTL-VALOR NOT NUMERIC
                OR ASB-CTL-REGISTROS > 9999999
                OR ASB-CTL-VALOR > 99999999999,99
                   MOVE "E" TO LNK-ESTADO
                   GO TO F-TRADUZCO-PAGO
               END-IF
               MOVE SPACE TO REG-PAGO-CONTROL
               MOVE "T" TO PCT-TIPO-REG
               MOVE ASB-CTL-REGISTROS TO PCT-CONTEO
               MOVE ASB-CTL-VALOR     TO PCT-TOTAL
               MOVE REG-PAGO-CONTROL TO LNK-SALIDA
               GO TO F-TRADUZCO-PAGO.
           IF NOT ASB-DETALLE
               MOVE "E" TO LNK-ESTADO
               GO TO F-TRADUZCO-PAGO.
           IF ASB-DET-VALOR NOT NUMERIC
            OR ASB-DET-VALOR > 9999999,99
               MOVE "E" TO LNK-ESTADO
               GO TO F-TRADUZCO-PAGO.
           MOVE SPACE TO REG-PAGO-BANCO.
           MOVE ASB-DET-ID-CLIENTE TO PAG-ID-CLIENTE.
           MOVE ASB-DET-FECHA      TO PAG-FECHA.
           MOVE ASB-DET-REFERENCIA TO PAG-REFERENCIA.
           MOVE ASB-DET-VALOR      TO PAG-VALOR.
           MOVE 0                  TO PAG-RETENCION.
           MOVE REG-PAGO-BANCO TO LNK-SALIDA.

       F-TRADUZCO-PAGO.
           EXIT.

      ******************************************************************
      * Confirmacion o devoluciones del cobro: al formato fijo 1/2/9.
      ******************************************************************
       TRADUZCO-COBRO.
           IF ASB-ENC-LOTE OR ASB-CTL-LOTE
               MOVE "N" TO LNK-ESTADO
               GO TO F-TRADUZCO-COBRO.
           IF ASB-ENC-ARCHIVO
               MOVE SPACE TO FGI-ENCABEZADO
               MOVE "1" TO FGI-ENC-TIPO
               MOVE ASB-ENC-FECHA     TO FGI-ENC-FECHA
               MOVE ASB-ENC-SECUENCIA TO FGI-ENC-SECUENCIA
               MOVE ASB-ENC-CUENTA    TO FGI-ENC-CUENTA
               MOVE FGI-ENCABEZADO TO LNK-SALIDA
               GO TO F-TRADUZCO-COBRO.
           IF ASB-CTL-ARCHIVO
               IF ASB-CTL-REGISTROS NOT NUMERIC
                OR ASB-CTL-VALOR NOT NUMERIC
                OR ASB-CTL-REGISTROS > 999999
                OR ASB-CTL-VALOR > 99999999999,99
                   MOVE "E" TO LNK-ESTADO
                   GO TO F-TRADUZCO-COBRO
               END-IF
               MOVE SPACE TO FGI-COLA
               MOVE "9" TO FGI-FIN-TIPO
               MOVE ASB-CTL-REGISTROS TO FGI-FIN-CANTIDAD
               MOVE ASB-CTL-VALOR     TO FGI-FIN-TOTAL
               MOVE FGI-COLA TO LNK-SALIDA
               GO TO F-TRADUZCO-COBRO.
           IF NOT ASB-DETALLE
               MOVE "E" TO LNK-ESTADO
               GO TO F-TRADUZCO-COBRO.
           IF ASB-DET-VALOR NOT NUMERIC
            OR ASB-DET-VALOR > 9999999,99
               MOVE "E" TO LNK-ESTADO
               GO TO F-TRADUZCO-COBRO.
           MOVE SPACE TO FGI-DETALLE.
           MOVE "2" TO FGI-DET-TIPO.
           MOVE ASB-DET-ID-CLIENTE TO FGI-DET-ID-CLIENTE.
           MOVE ASB-DET-CUENTA     TO FGI-DET-CUENTA.
           MOVE ASB-DET-VALOR      TO FGI-DET-VALOR.
           MOVE ASB-DET-CAUSAL     TO FGI-DET-MOTIVO.
           MOVE FGI-DETALLE TO LNK-SALIDA.

       F-TRADUZCO-COBRO.
           EXIT.

      ******************************************************************
      * Cobro saliente: del formato fijo 1/2/9 a Asobancaria. Los
      * valores van con dos decimales; GIRO-DOMICILIACION ya los
      * redondea al centavo para estos bancos, asi que el control de
      * archivo sigue cuadrando con la suma del detalle.
      ******************************************************************
       TRADUZCO-SALIDA.
           MOVE SPACE TO REG-ASOBANCARIA.
           EVALUATE LNK-ENTRADA (1:1)
               WHEN "1"
                   MOVE LNK-ENTRADA TO FGI-ENCABEZADO
                   MOVE "01" TO ASB-TIPO-REG
                   MOVE FGI-ENC-FECHA     TO ASB-ENC-FECHA
                   MOVE FGI-ENC-SECUENCIA TO ASB-ENC-SECUENCIA
                   MOVE FGI-ENC-CUENTA    TO ASB-ENC-CUENTA
                   MOVE FGI-ENC-FECHA     TO FGI-FECHA-ARCHIVO
               WHEN "2"
                   MOVE LNK-ENTRADA TO FGI-DETALLE
                   MOVE "06" TO ASB-TIPO-REG
                   MOVE FGI-DET-ID-CLIENTE TO ASB-DET-ID-CLIENTE
                   MOVE FGI-FECHA-ARCHIVO  TO ASB-DET-FECHA
                   MOVE FGI-DET-CUENTA     TO ASB-DET-CUENTA
                   COMPUTE ASB-DET-VALOR ROUNDED = FGI-DET-VALOR
                   MOVE FGI-DET-MOTIVO     TO ASB-DET-CAUSAL
               WHEN "9"
                   MOVE LNK-ENTRADA TO FGI-COLA
                   MOVE "09" TO ASB-TIPO-REG
                   MOVE FGI-FIN-CANTIDAD TO ASB-CTL-REGISTROS
                   COMPUTE ASB-CTL-VALOR ROUNDED = FGI-FIN-TOTAL
               WHEN OTHER
                   MOVE "E" TO LNK-ESTADO
                   GO TO F-TRADUZCO-SALIDA
           END-EVALUATE.
           MOVE REG-ASOBANCARIA TO LNK-SALIDA.

       F-TRADUZCO-SALIDA.
           EXIT.

       END PROGRAM FORMATO-ASOBANCARIA.
