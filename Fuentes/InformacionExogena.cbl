      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Informacion exogena anual para la autoridad
      *          tributaria: por cada documento tributario de cliente,
      *          el saldo por cobrar al cierre del ano, los intereses
      *          cargados, los pagos recibidos y lo facturado (base e
      *          IVA) en el ano, en el formato fijo de la autoridad
      *          (exogena_EEE_AAAA.dat: encabezado "1" con el
      *          informante, detalles "2" y cola "9" con la cantidad
      *          de registros y los totales). Hasta hoy se armaba en
      *          una hoja de calculo desde los certificados de
      *          CERTIFICADO-INTERES y los listados impresos. Se
      *          presenta por empresa del grupo (cada una es un
      *          informante con su NIT). El saldo sale de la foto de
      *          cierre de diciembre (foto_saldos_AAAA12.dat, de
      *          FOTO-SALDOS), los intereses y pagos de los
      *          movimientos del ano en vivo y en cada generacion
      *          historica (generaciones.dat, como
      *          CERTIFICADO-INTERES) y lo facturado de facturas.dat.
      *          Todo se agrupa por documento a traves de las cuentas
      *          del mismo titular; el documento que no llega a los
      *          umbrales de la autoridad (parametros
      *          EXOGENA-UMBRAL-SALDO y EXOGENA-UMBRAL-MOVS) se
      *          acumula en el registro de cuantias menores, igual
      *          que las cuentas sin documento registrado, que ademas
      *          se listan como excepcion. Los valores en otra moneda
      *          se llevan a la de la empresa con la tasa en vigor al
      *          31 de diciembre (TASA-VIGENTE). El resumen de control
      *          (control_exogena_EEE_AAAA.txt) cuadra lo reunido
      *          contra lo declarado y da la cartera deudora de la
      *          foto para conciliar con la contabilidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMACION-EXOGENA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL FOTO-CIERRE ASSIGN TO WS-FOTO-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-FOTO.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FACTURAS.

           SELECT OPTIONAL GENERACIONES ASSIGN TO "./generaciones.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-GENERACIONES.

           SELECT OPTIONAL ARCHIVO-HISTORICO ASSIGN TO WS-RUTA-HIST
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-HISTORICO.

           SELECT ORDENADOS ASSIGN TO "./exogena_sort.tmp".

           SELECT ARCHIVO-EXOGENA ASSIGN TO WS-EXOGENA-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-EXOGENA.

           SELECT REPORTE ASSIGN TO WS-CONTROL-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  FOTO-CIERRE.

           COPY FOTOSALDO.

       FD  FACTURAS.

           COPY FACTURA.

       FD  GENERACIONES.

           COPY GENREG.

       FD  ARCHIVO-HISTORICO.

           COPY MOVIMIENTO REPLACING ==REG-MOVIMIENTO== BY
               ==REG-HISTORICO==
               ==MOV-CLAVE==       BY ==HIS-CLAVE==
               ==MOV-ID-CLIENTE==  BY ==HIS-ID-CLIENTE==
               ==MOV-FECHA==       BY ==HIS-FECHA==
               ==MOV-HORA==        BY ==HIS-HORA==
               ==MOV-SECUENCIA==   BY ==HIS-SECUENCIA==
               ==MOV-TIPO==        BY ==HIS-TIPO==
               ==MOV-VALOR==       BY ==HIS-VALOR==
               ==MOV-SALDO-NUEVO== BY ==HIS-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==HIS-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==HIS-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==HIS-REF-REVERSA==
               ==MOV-REF-RECAUDO== BY ==HIS-REF-RECAUDO==
               ==MOV-BANCO-RECAUDO== BY ==HIS-BANCO-RECAUDO==
               ==MOV-EMPRESA==     BY ==HIS-EMPRESA==.

      * Un registro por cuenta y concepto: "S" = saldo por cobrar,
      * "I" = intereses, "P" = pagos, "F" = base facturada, "V" = IVA
      * facturado. Ordenado por documento y cuenta.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-TIPO-DOC   PIC X.
           05 ORD-NIT        PIC X(15).
           05 ORD-ID-CLIENTE PIC 9(8).
           05 ORD-CONCEPTO   PIC X.
           05 ORD-VALOR      PIC S9(9)V9(3).
           05 ORD-NIT-DV     PIC X.
           05 ORD-NOMBRE     PIC X(60).

       FD  ARCHIVO-EXOGENA.
       01  REG-EXOGENA PIC X(200).

       FD  REPORTE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-FOTO         PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-GENERACIONES PIC XX VALUE SPACE.
       01  ST-HISTORICO    PIC XX VALUE SPACE.
       01  ST-EXOGENA      PIC XX VALUE SPACE.
       01  ST-REPORTE      PIC XX VALUE SPACE.

       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-ANO-FISCAL   PIC 9(4)  VALUE 0.
       01  WS-FECHA-DESDE  PIC 9(8)  VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(8)  VALUE 0.
       01  WS-PERIODO-CIERRE PIC 9(6) VALUE 0.
       01  WS-FOTO-PATH    PIC X(40) VALUE SPACE.
       01  WS-RUTA-HIST    PIC X(60) VALUE SPACE.
       01  WS-EXOGENA-PATH PIC X(60) VALUE SPACE.
       01  WS-CONTROL-PATH PIC X(60) VALUE SPACE.

      * Umbrales de la autoridad (ver LEE-PARAMETRO): el documento se
      * declara solo si su saldo o su movimiento del ano (intereses,
      * pagos y facturado) llega al umbral; lo demas va a cuantias
      * menores.
       01  WS-PAR-CLAVE       PIC X(20)      VALUE SPACE.
       01  WS-PAR-VALOR       PIC S9(9)V9(3) VALUE 0.
       01  WS-PAR-HALLADO     PIC X          VALUE "N".
       01  WS-UMBRAL-SALDO    PIC 9(9)V9(3)  VALUE 100000.
       01  WS-UMBRAL-MOVS     PIC 9(9)V9(3)  VALUE 100000.

      * Cuenta consultada en el maestro, con la ultima en memoria para
      * no releerla por cada movimiento de la misma cuenta.
       01  WS-ID-BUSCA        PIC 9(8) VALUE 0.
       01  WS-ID-EN-MEMORIA   PIC 9(8) VALUE 0.
       01  WS-CTA-HALLADA-SW  PIC X    VALUE "N".
           88 CUENTA-HALLADA    VALUE "S".
       01  WS-CTA-TIPO-DOC    PIC X     VALUE SPACE.
       01  WS-CTA-NIT         PIC X(15) VALUE SPACE.
       01  WS-CTA-NIT-DV      PIC X     VALUE SPACE.
       01  WS-CTA-NOMBRE      PIC X(60) VALUE SPACE.
       01  WS-CTA-MONEDA      PIC X(3)  VALUE SPACE.
       01  WS-CTA-EMPRESA     PIC X(3)  VALUE SPACE.

      * Conversion a la moneda de la empresa con la tasa en vigor al
      * cierre (TASA-VIGENTE da moneda contra USD).
       01  WS-VALOR-CONV      PIC S9(9)V9(3) VALUE 0.
       01  WS-TAS-MONEDA      PIC X(3)       VALUE SPACE.
       01  WS-TAS-FECHA       PIC 9(8)       VALUE 0.
       01  WS-TAS-TASA        PIC 9(5)V9(6)  VALUE 0.
       01  WS-TAS-HALLADA     PIC X          VALUE "N".
       01  WS-TASA-CUENTA     PIC 9(5)V9(6)  VALUE 0.
       01  WS-TASA-EMPRESA    PIC 9(5)V9(6)  VALUE 1.
       01  WS-TASA-EMPRESA-SW PIC X          VALUE "S".
           88 HAY-TASA-EMPRESA  VALUE "S".

      * Corte de control por documento en la salida del SORT.
       01  WS-HAY-GRUPO-SW    PIC X    VALUE "N".
           88 HAY-GRUPO         VALUE "S".
       01  WS-GRP-TIPO-DOC    PIC X     VALUE SPACE.
       01  WS-GRP-NIT         PIC X(15) VALUE SPACE.
       01  WS-GRP-NIT-DV      PIC X     VALUE SPACE.
       01  WS-GRP-NOMBRE      PIC X(60) VALUE SPACE.
       01  WS-GRP-ID-ULTIMO   PIC 9(8)  VALUE 0.
       01  WS-GRP-CUENTAS     PIC 9(5)  VALUE 0.
       01  WS-GRP-SALDO       PIC S9(11)V9(3) VALUE 0.
       01  WS-GRP-INTERESES   PIC S9(11)V9(3) VALUE 0.
       01  WS-GRP-PAGOS       PIC S9(11)V9(3) VALUE 0.
       01  WS-GRP-FACTURADO   PIC S9(11)V9(3) VALUE 0.
       01  WS-GRP-IVA         PIC S9(11)V9(3) VALUE 0.
       01  WS-GRP-MOVIMIENTO  PIC S9(11)V9(3) VALUE 0.

      * Acumulado de cuantias menores.
       01  WS-MEN-DOCUMENTOS  PIC 9(7)  VALUE 0.
       01  WS-MEN-CUENTAS     PIC 9(5)  VALUE 0.
       01  WS-MEN-SALDO       PIC S9(11)V9(3) VALUE 0.
       01  WS-MEN-INTERESES   PIC S9(11)V9(3) VALUE 0.
       01  WS-MEN-PAGOS       PIC S9(11)V9(3) VALUE 0.
       01  WS-MEN-FACTURADO   PIC S9(11)V9(3) VALUE 0.
       01  WS-MEN-IVA         PIC S9(11)V9(3) VALUE 0.

      * Totales de control: lo reunido de los archivos fuente y lo
      * declarado (redondeado a unidades, como en el archivo).
       01  WS-FTE-SALDO       PIC S9(13)V9(3) VALUE 0.
       01  WS-FTE-INTERESES   PIC S9(13)V9(3) VALUE 0.
       01  WS-FTE-PAGOS       PIC S9(13)V9(3) VALUE 0.
       01  WS-FTE-FACTURADO   PIC S9(13)V9(3) VALUE 0.
       01  WS-FTE-IVA         PIC S9(13)V9(3) VALUE 0.
       01  WS-DEC-SALDO       PIC 9(15) VALUE 0.
       01  WS-DEC-INTERESES   PIC 9(15) VALUE 0.
       01  WS-DEC-PAGOS       PIC 9(15) VALUE 0.
       01  WS-DEC-FACTURADO   PIC 9(15) VALUE 0.
       01  WS-DEC-IVA         PIC 9(15) VALUE 0.
       01  WS-CTL-FUENTE      PIC S9(13)V9(3) VALUE 0.
       01  WS-CTL-DECLARADO   PIC 9(15) VALUE 0.
       01  WS-CTL-DIFERENCIA  PIC S9(13)V9(3) VALUE 0.
       01  WS-CTL-TOLERANCIA  PIC 9(9)V9 VALUE 0.
       01  WS-SALDO-A-FAVOR   PIC S9(13)V9(3) VALUE 0.
       01  WS-CTAS-A-FAVOR    PIC 9(7)  VALUE 0.

       01  WS-TOTAL-DETALLES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-DOC-CUENTAS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-DOCUMENTO PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-MAESTRO  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-TASA     PIC 9(7) VALUE 0.
       01  WS-TOTAL-FOTO         PIC 9(7) VALUE 0.
       01  WS-TOTAL-MOVIMIENTOS  PIC 9(7) VALUE 0.
       01  WS-TOTAL-FACTURAS     PIC 9(7) VALUE 0.
       01  WS-GENERACIONES-REC   PIC 9(5) VALUE 0.

      * Formato fijo de la autoridad: encabezado "1" con el
      * informante, detalle "2" por documento y cola "9" con la
      * cantidad de detalles y los totales. Valores en unidades, sin
      * decimales. Tipo de documento de la autoridad: 31 = NIT, 13 =
      * cedula, 22 = cedula de extranjeria, 41 = pasaporte, 43 = sin
      * identificacion (cuantias menores).
       01  WS-EXO-ENCABEZADO.
           05 EXE-TIPO         PIC X     VALUE "1".
           05 EXE-ANO          PIC 9(4).
           05 EXE-NIT          PIC X(15).
           05 EXE-NIT-DV       PIC X.
           05 EXE-RAZON-SOCIAL PIC X(60).
           05 EXE-FECHA        PIC 9(8).
           05 FILLER           PIC X(111) VALUE SPACE.
       01  WS-EXO-DETALLE.
           05 EXD-TIPO         PIC X     VALUE "2".
           05 EXD-TIPO-DOC     PIC 9(2).
           05 EXD-NIT          PIC X(15).
           05 EXD-NIT-DV       PIC X.
           05 EXD-NOMBRE       PIC X(60).
           05 EXD-CUENTAS      PIC 9(5).
           05 EXD-SALDO        PIC 9(13).
           05 EXD-INTERESES    PIC 9(13).
           05 EXD-PAGOS        PIC 9(13).
           05 EXD-FACTURADO    PIC 9(13).
           05 EXD-IVA          PIC 9(13).
           05 FILLER           PIC X(51) VALUE SPACE.
       01  WS-EXO-COLA.
           05 EXC-TIPO         PIC X     VALUE "9".
           05 EXC-CANTIDAD     PIC 9(7).
           05 EXC-SALDO        PIC 9(15).
           05 EXC-INTERESES    PIC 9(15).
           05 EXC-PAGOS        PIC 9(15).
           05 EXC-FACTURADO    PIC 9(15).
           05 EXC-IVA          PIC 9(15).
           05 FILLER           PIC X(117) VALUE SPACE.

       01  LINEA-EXCEPCION.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXP-ID         PIC Z(7)9.
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXP-MOTIVO     PIC X(40).
           05 FILLER         PIC X(2)  VALUE SPACE.
           05 EXP-DETALLE    PIC X(40).

       01  LINEA-CONTROL.
           05 CTL-CONCEPTO   PIC X(30).
           05 CTL-FUENTE     PIC -(13)9,999.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 CTL-DECLARADO  PIC Z(14)9.
           05 FILLER         PIC X(4)  VALUE SPACE.
           05 CTL-ESTADO     PIC X(10).

           COPY EMPCORRWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "INFORMACION-EXOGENA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                 TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Ano fiscal a declarar (AAAA):".
           ACCEPT WS-ANO-FISCAL.
           IF WS-ANO-FISCAL = 0
               DISPLAY "Ano no valido."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM PIDO-EMPRESA-CORRIDA THRU F-PIDO-EMPRESA-CORRIDA.
           IF NOT CORRIDA-EMPRESA-VALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CORRIDA-CONSOLIDADA
               DISPLAY "La informacion exogena se presenta por "
                   "empresa: indique el codigo del informante."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-FECHA-DESDE = WS-ANO-FISCAL * 10000 + 0101.
           COMPUTE WS-FECHA-HASTA = WS-ANO-FISCAL * 10000 + 1231.
           COMPUTE WS-PERIODO-CIERRE = WS-ANO-FISCAL * 100 + 12.
           PERFORM LEO-PARAMETROS.
           PERFORM TASA-DE-LA-EMPRESA.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE = 16
               STOP RUN.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-TIPO-DOC ORD-NIT ORD-ID-CLIENTE
               INPUT  PROCEDURE IS REUNO-CONCEPTOS
                   THRU F-REUNO-CONCEPTOS
               OUTPUT PROCEDURE IS ARMO-DECLARACION
                   THRU F-ARMO-DECLARACION.
           PERFORM IMPRIMO-CONTROL.
           PERFORM REGISTRO-GENERACION THRU F-REGISTRO-GENERACION.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "Documentos declarados: " WS-TOTAL-DETALLES.
           DISPLAY "Informacion exogena en: " WS-EXOGENA-PATH.
           DISPLAY "Resumen de control en : " WS-CONTROL-PATH.
           STOP RUN.

       LEO-PARAMETROS.
           MOVE "EXOGENA-UMBRAL-SALDO" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-UMBRAL-SALDO.
           MOVE "EXOGENA-UMBRAL-MOVS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S"
               MOVE WS-PAR-VALOR TO WS-UMBRAL-MOVS.

      ******************************************************************
      * Tasa de la moneda de la empresa contra USD al cierre: con ella
      * se pasa de USD a la moneda del informante.
      ******************************************************************
       TASA-DE-LA-EMPRESA.
           MOVE WS-FECHA-HASTA TO WS-TAS-FECHA.
           MOVE 1 TO WS-TASA-EMPRESA.
           IF WS-EMP-MONEDA = SPACE OR WS-EMP-MONEDA = "USD"
               GO TO F-TASA-DE-LA-EMPRESA.
           MOVE WS-EMP-MONEDA TO WS-TAS-MONEDA.
           CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
               WS-TAS-TASA WS-TAS-HALLADA.
           IF WS-TAS-HALLADA = "S" AND WS-TAS-TASA > 0
               MOVE WS-TAS-TASA TO WS-TASA-EMPRESA
           ELSE
               MOVE "N" TO WS-TASA-EMPRESA-SW
               DISPLAY "Sin tasa al cierre para la moneda de la "
                   "empresa (" WS-EMP-MONEDA "): los valores en otra "
                   "moneda quedan sin convertir.".

       F-TASA-DE-LA-EMPRESA.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-FOTO-PATH.
           STRING "./foto_saldos_" WS-PERIODO-CIERRE ".dat"
               DELIMITED BY SIZE INTO WS-FOTO-PATH.
           MOVE SPACE TO WS-EXOGENA-PATH.
           STRING "./exogena_" WS-EMP-CORRIDA "_" WS-ANO-FISCAL ".dat"
               DELIMITED BY SIZE INTO WS-EXOGENA-PATH.
           OPEN OUTPUT ARCHIVO-EXOGENA.
           IF ST-EXOGENA > "07"
               DISPLAY "Error abriendo ARCHIVO-EXOGENA (" ST-EXOGENA
                   ")"
               MOVE 16 TO RETURN-CODE.
           MOVE SPACE TO WS-CONTROL-PATH.
           STRING "./control_exogena_" WS-EMP-CORRIDA "_"
               WS-ANO-FISCAL ".txt"
               DELIMITED BY SIZE INTO WS-CONTROL-PATH.
           OPEN OUTPUT REPORTE.
           IF ST-REPORTE > "07"
               DISPLAY "Error abriendo REPORTE (" ST-REPORTE ")"
               MOVE 16 TO RETURN-CODE.
           IF RETURN-CODE = 16
               GO TO F-ABRO-ARCHIVOS.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CONTROL DE LA INFORMACION EXOGENA - ANO "
               WS-ANO-FISCAL DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EMP-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EXCEPCIONES (CUENTAS QUE VAN A CUANTIAS MENORES O SIN "
               TO LINEA-REPORTE.
           MOVE "CONVERTIR)" TO LINEA-REPORTE (56:10).
           WRITE LINEA-REPORTE.

       F-ABRO-ARCHIVOS.
           EXIT.

      ******************************************************************
      * Reune los conceptos de cada cuenta de la empresa: saldo deudor
      * de la foto de diciembre, intereses y pagos no reversados del
      * ano (archivo en vivo y generaciones historicas) y lo facturado
      * en el ano.
      ******************************************************************
       REUNO-CONCEPTOS.
           PERFORM REUNO-FOTO THRU F-REUNO-FOTO.
           PERFORM REUNO-MOVIMIENTOS THRU F-REUNO-MOVIMIENTOS.
           PERFORM REUNO-FACTURAS THRU F-REUNO-FACTURAS.

       F-REUNO-CONCEPTOS.
           EXIT.

       REUNO-FOTO.
           OPEN INPUT FOTO-CIERRE.
           IF ST-FOTO NOT = "00"
               DISPLAY "Foto de cierre " WS-FOTO-PATH " no disponible ("
                   ST-FOTO "): la declaracion sale sin saldos."
               MOVE 8 TO RETURN-CODE
               GO TO F-REUNO-FOTO.

       LEO-FOTO.
           READ FOTO-CIERRE
               AT END
                   CLOSE FOTO-CIERRE
                   GO TO F-REUNO-FOTO
           END-READ.
           IF ST-FOTO > "07"
               CLOSE FOTO-CIERRE
               GO TO F-REUNO-FOTO.
           IF FOT-SALDO NOT NUMERIC OR FOT-SALDO = 0
               GO TO LEO-FOTO.
           MOVE FOT-ID TO WS-ID-BUSCA.
           PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA.
      *    Sin maestro no se sabe de que empresa es la cuenta: queda
      *    como excepcion y fuera de la declaracion.
           IF NOT CUENTA-HALLADA
               ADD 1 TO WS-TOTAL-SIN-MAESTRO
               MOVE FOT-ID TO EXP-ID
               MOVE "SALDO EN LA FOTO SIN CUENTA EN EL MAESTRO"
                   TO EXP-MOTIVO
               MOVE "NO SE DECLARA" TO EXP-DETALLE
               PERFORM ESCRIBO-EXCEPCION
               GO TO LEO-FOTO.
           MOVE WS-CTA-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FOTO.
           MOVE FOT-MONEDA TO WS-CTA-MONEDA.
           MOVE FOT-SALDO  TO WS-VALOR-CONV.
           PERFORM CONVIERTO-VALOR THRU F-CONVIERTO-VALOR.
      *    El saldo a favor del cliente no es cuenta por cobrar: se
      *    cuenta aparte para la conciliacion.
           IF WS-VALOR-CONV > 0
               ADD 1 TO WS-CTAS-A-FAVOR
               ADD WS-VALOR-CONV TO WS-SALDO-A-FAVOR
               GO TO LEO-FOTO.
           ADD 1 TO WS-TOTAL-FOTO.
           MOVE "S" TO ORD-CONCEPTO.
           COMPUTE ORD-VALOR = 0 - WS-VALOR-CONV.
           PERFORM SUELTO-CONCEPTO.
           GO TO LEO-FOTO.

       F-REUNO-FOTO.
           EXIT.

       REUNO-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Archivo de movimientos no disponible ("
                   ST-MOVIMIENTOS ")."
               GO TO RECORRO-GENERACIONES.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   CLOSE MOVIMIENTOS
                   GO TO RECORRO-GENERACIONES
           END-START.

       LEO-MOVIMIENTO-VIVO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   CLOSE MOVIMIENTOS
                   GO TO RECORRO-GENERACIONES
           END-READ.
           IF ST-MOVIMIENTOS > "07"
               CLOSE MOVIMIENTOS
               GO TO RECORRO-GENERACIONES.
           IF MOV-MARCA-REVERSADO = "S"
            OR MOV-FECHA < WS-FECHA-DESDE
            OR MOV-FECHA > WS-FECHA-HASTA
               GO TO LEO-MOVIMIENTO-VIVO.
           IF MOV-TIPO = "INTERES"
               MOVE "I" TO ORD-CONCEPTO
           ELSE
               IF MOV-TIPO = "PAGO" OR MOV-TIPO = "GIRO"
                   MOVE "P" TO ORD-CONCEPTO
               ELSE
                   GO TO LEO-MOVIMIENTO-VIVO.
           MOVE MOV-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-MOVIMIENTO-VIVO.
           MOVE MOV-ID-CLIENTE TO WS-ID-BUSCA.
           MOVE MOV-VALOR      TO WS-VALOR-CONV.
           PERFORM SUELTO-MOVIMIENTO.
           GO TO LEO-MOVIMIENTO-VIVO.

       RECORRO-GENERACIONES.
           OPEN INPUT GENERACIONES.
           IF ST-GENERACIONES > "07"
               GO TO F-REUNO-MOVIMIENTOS.

       LEO-GENERACION.
           READ GENERACIONES
               AT END
                   CLOSE GENERACIONES
                   GO TO F-REUNO-MOVIMIENTOS
           END-READ.
           IF GEN-BASE NOT = "movimientos_historico"
               GO TO LEO-GENERACION.
           ADD 1 TO WS-GENERACIONES-REC.
           MOVE GEN-RUTA TO WS-RUTA-HIST.
           PERFORM RECORRO-HISTORICO THRU F-RECORRO-HISTORICO.
           GO TO LEO-GENERACION.

       F-REUNO-MOVIMIENTOS.
           EXIT.

       RECORRO-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF ST-HISTORICO > "07"
               DISPLAY "Generacion no legible: " WS-RUTA-HIST " ("
                   ST-HISTORICO "), se omite."
               MOVE 8 TO RETURN-CODE
               GO TO F-RECORRO-HISTORICO.

       LEO-HISTORICO.
           READ ARCHIVO-HISTORICO
               AT END
                   CLOSE ARCHIVO-HISTORICO
                   GO TO F-RECORRO-HISTORICO
           END-READ.
           IF HIS-MARCA-REVERSADO = "S"
            OR HIS-FECHA < WS-FECHA-DESDE
            OR HIS-FECHA > WS-FECHA-HASTA
               GO TO LEO-HISTORICO.
           IF HIS-TIPO = "INTERES"
               MOVE "I" TO ORD-CONCEPTO
           ELSE
               IF HIS-TIPO = "PAGO" OR HIS-TIPO = "GIRO"
                   MOVE "P" TO ORD-CONCEPTO
               ELSE
                   GO TO LEO-HISTORICO.
           MOVE HIS-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-HISTORICO.
           MOVE HIS-ID-CLIENTE TO WS-ID-BUSCA.
           MOVE HIS-VALOR      TO WS-VALOR-CONV.
           PERFORM SUELTO-MOVIMIENTO.
           GO TO LEO-HISTORICO.

       F-RECORRO-HISTORICO.
           EXIT.

      *    Intereses (cargo, negativo) y pagos se declaran en valor
      *    absoluto, en la moneda de la empresa.
       SUELTO-MOVIMIENTO.
           PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA.
           PERFORM CONVIERTO-VALOR THRU F-CONVIERTO-VALOR.
           IF WS-VALOR-CONV < 0
               COMPUTE ORD-VALOR = 0 - WS-VALOR-CONV
           ELSE
               MOVE WS-VALOR-CONV TO ORD-VALOR.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
           PERFORM SUELTO-CONCEPTO.

       REUNO-FACTURAS.
           OPEN INPUT FACTURAS.
           IF ST-FACTURAS > "07"
               DISPLAY "Registro de facturas no disponible ("
                   ST-FACTURAS ")."
               GO TO F-REUNO-FACTURAS.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD
               AT END
                   CLOSE FACTURAS
                   GO TO F-REUNO-FACTURAS
           END-READ.
           IF ST-FACTURAS > "07"
               CLOSE FACTURAS
               GO TO F-REUNO-FACTURAS.
           IF FAC-FECHA < WS-FECHA-DESDE OR FAC-FECHA > WS-FECHA-HASTA
               GO TO LEO-FACTURA.
           MOVE FAC-EMPRESA TO WS-EMP-REGISTRO.
           PERFORM EVALUO-EMPRESA-REGISTRO.
           IF NOT EMPRESA-EN-CORRIDA
               GO TO LEO-FACTURA.
           ADD 1 TO WS-TOTAL-FACTURAS.
           MOVE FAC-ID-CLIENTE TO WS-ID-BUSCA.
           PERFORM BUSCO-CUENTA THRU F-BUSCO-CUENTA.
           IF FAC-BASE NUMERIC
               MOVE FAC-BASE TO WS-VALOR-CONV
           ELSE
               MOVE FAC-VALOR TO WS-VALOR-CONV.
           PERFORM CONVIERTO-VALOR THRU F-CONVIERTO-VALOR.
           MOVE "F" TO ORD-CONCEPTO.
           MOVE WS-VALOR-CONV TO ORD-VALOR.
           PERFORM SUELTO-CONCEPTO.
           IF FAC-IVA NOT NUMERIC OR FAC-IVA = 0
               GO TO LEO-FACTURA.
           MOVE FAC-IVA TO WS-VALOR-CONV.
           PERFORM CONVIERTO-VALOR THRU F-CONVIERTO-VALOR.
           MOVE "V" TO ORD-CONCEPTO.
           MOVE WS-VALOR-CONV TO ORD-VALOR.
           PERFORM SUELTO-CONCEPTO.
           GO TO LEO-FACTURA.

       F-REUNO-FACTURAS.
           EXIT.

      ******************************************************************
      * Suelta al SORT el concepto en ORD-CONCEPTO/ORD-VALOR con el
      * documento de la cuenta consultada y lo suma al total fuente.
      * La cuenta sin documento (o sin maestro) va con documento en
      * blanco y termina en cuantias menores.
      ******************************************************************
       SUELTO-CONCEPTO.
           MOVE WS-ID-BUSCA TO ORD-ID-CLIENTE.
           IF CUENTA-HALLADA
               MOVE WS-CTA-TIPO-DOC TO ORD-TIPO-DOC
               MOVE WS-CTA-NIT      TO ORD-NIT
               MOVE WS-CTA-NIT-DV   TO ORD-NIT-DV
               MOVE WS-CTA-NOMBRE   TO ORD-NOMBRE
           ELSE
               MOVE SPACE TO ORD-TIPO-DOC
               MOVE SPACE TO ORD-NIT
               MOVE SPACE TO ORD-NIT-DV
               MOVE "SIN CUENTA EN EL MAESTRO" TO ORD-NOMBRE.
           IF ORD-NIT = SPACE
               MOVE SPACE TO ORD-TIPO-DOC.
           EVALUATE ORD-CONCEPTO
               WHEN "S" ADD ORD-VALOR TO WS-FTE-SALDO
               WHEN "I" ADD ORD-VALOR TO WS-FTE-INTERESES
               WHEN "P" ADD ORD-VALOR TO WS-FTE-PAGOS
               WHEN "F" ADD ORD-VALOR TO WS-FTE-FACTURADO
               WHEN "V" ADD ORD-VALOR TO WS-FTE-IVA
           END-EVALUATE.
           RELEASE REG-ORDEN.

      ******************************************************************
      * Documento, nombre, moneda y empresa de la cuenta en
      * WS-ID-BUSCA. Se conserva la ultima consultada.
      ******************************************************************
       BUSCO-CUENTA.
           IF WS-ID-BUSCA = WS-ID-EN-MEMORIA AND WS-ID-BUSCA NOT = 0
               GO TO F-BUSCO-CUENTA.
           MOVE WS-ID-BUSCA TO WS-ID-EN-MEMORIA.
           MOVE "N"   TO WS-CTA-HALLADA-SW.
           MOVE SPACE TO WS-CTA-TIPO-DOC.
           MOVE SPACE TO WS-CTA-NIT.
           MOVE SPACE TO WS-CTA-NIT-DV.
           MOVE SPACE TO WS-CTA-NOMBRE.
           MOVE SPACE TO WS-CTA-MONEDA.
           MOVE SPACE TO WS-CTA-EMPRESA.
           MOVE WS-ID-BUSCA TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   GO TO F-BUSCO-CUENTA
           END-READ.
           SET CUENTA-HALLADA TO TRUE.
           MOVE CLI-TIPO-DOC TO WS-CTA-TIPO-DOC.
           MOVE CLI-NIT      TO WS-CTA-NIT.
           MOVE CLI-NIT-DV   TO WS-CTA-NIT-DV.
           IF CLI_RAZONSOCIAL NOT = SPACE
               MOVE CLI_RAZONSOCIAL TO WS-CTA-NOMBRE
           ELSE
               MOVE CLI_NOMBRE TO WS-CTA-NOMBRE.
           MOVE CLI-MONEDA   TO WS-CTA-MONEDA.
           MOVE CLI-EMPRESA  TO WS-CTA-EMPRESA.

       F-BUSCO-CUENTA.
           EXIT.

      ******************************************************************
      * Lleva WS-VALOR-CONV de la moneda de la cuenta a la de la
      * empresa, pasando por USD con las tasas en vigor al 31 de
      * diciembre. Sin tasa queda sin convertir, con su excepcion.
      ******************************************************************
       CONVIERTO-VALOR.
           IF WS-CTA-MONEDA = SPACE OR WS-CTA-MONEDA = WS-EMP-MONEDA
            OR WS-VALOR-CONV = 0
               GO TO F-CONVIERTO-VALOR.
           IF WS-CTA-MONEDA = "USD"
               MOVE 1 TO WS-TASA-CUENTA
           ELSE
               MOVE WS-CTA-MONEDA  TO WS-TAS-MONEDA
               MOVE WS-FECHA-HASTA TO WS-TAS-FECHA
               CALL "TASA-VIGENTE" USING WS-TAS-MONEDA WS-TAS-FECHA
                   WS-TAS-TASA WS-TAS-HALLADA
               IF WS-TAS-HALLADA NOT = "S"
                   MOVE 0 TO WS-TASA-CUENTA
               ELSE
                   MOVE WS-TAS-TASA TO WS-TASA-CUENTA
               END-IF
           END-IF.
           IF WS-TASA-CUENTA = 0 OR NOT HAY-TASA-EMPRESA
               ADD 1 TO WS-TOTAL-SIN-TASA
               MOVE WS-ID-BUSCA TO EXP-ID
               MOVE "VALOR SIN TASA DE CAMBIO AL CIERRE"
                   TO EXP-MOTIVO
               MOVE SPACE TO EXP-DETALLE
               STRING "MONEDA " WS-CTA-MONEDA ", SIN CONVERTIR"
                   DELIMITED BY SIZE INTO EXP-DETALLE
               PERFORM ESCRIBO-EXCEPCION
               GO TO F-CONVIERTO-VALOR.
           COMPUTE WS-VALOR-CONV ROUNDED =
               WS-VALOR-CONV * WS-TASA-CUENTA / WS-TASA-EMPRESA.

       F-CONVIERTO-VALOR.
           EXIT.

       ESCRIBO-EXCEPCION.
           MOVE LINEA-EXCEPCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Recibe los conceptos ordenados por documento y cuenta: al corte
      * de documento decide si se declara o va a cuantias menores. Al
      * final escribe cuantias menores y la cola.
      ******************************************************************
       ARMO-DECLARACION.
           MOVE WS-ANO-FISCAL       TO EXE-ANO.
           MOVE WS-EMP-NIT          TO EXE-NIT.
           MOVE WS-EMP-NIT-DV       TO EXE-NIT-DV.
           MOVE WS-EMP-RAZON-SOCIAL TO EXE-RAZON-SOCIAL.
           MOVE WS-FECHA-HOY        TO EXE-FECHA.
           MOVE WS-EXO-ENCABEZADO   TO REG-EXOGENA.
           WRITE REG-EXOGENA.

       LEO-ORDENADO.
           RETURN ORDENADOS
               AT END
                   PERFORM CIERRO-DOCUMENTO THRU F-CIERRO-DOCUMENTO
                   PERFORM ESCRIBO-MENORES THRU F-ESCRIBO-MENORES
                   PERFORM ESCRIBO-COLA
                   GO TO F-ARMO-DECLARACION
           END-RETURN.
           IF NOT HAY-GRUPO
            OR ORD-TIPO-DOC NOT = WS-GRP-TIPO-DOC
            OR ORD-NIT NOT = WS-GRP-NIT
               PERFORM CIERRO-DOCUMENTO THRU F-CIERRO-DOCUMENTO
               PERFORM ABRO-DOCUMENTO.
           IF ORD-ID-CLIENTE NOT = WS-GRP-ID-ULTIMO
               ADD 1 TO WS-GRP-CUENTAS
               MOVE ORD-ID-CLIENTE TO WS-GRP-ID-ULTIMO
               IF ORD-NIT = SPACE
                   PERFORM LISTO-SIN-DOCUMENTO
               END-IF
           END-IF.
           EVALUATE ORD-CONCEPTO
               WHEN "S" ADD ORD-VALOR TO WS-GRP-SALDO
               WHEN "I" ADD ORD-VALOR TO WS-GRP-INTERESES
               WHEN "P" ADD ORD-VALOR TO WS-GRP-PAGOS
               WHEN "F" ADD ORD-VALOR TO WS-GRP-FACTURADO
               WHEN "V" ADD ORD-VALOR TO WS-GRP-IVA
           END-EVALUATE.
           GO TO LEO-ORDENADO.

       F-ARMO-DECLARACION.
           EXIT.

       ABRO-DOCUMENTO.
           SET HAY-GRUPO TO TRUE.
           MOVE ORD-TIPO-DOC TO WS-GRP-TIPO-DOC.
           MOVE ORD-NIT      TO WS-GRP-NIT.
           MOVE ORD-NIT-DV   TO WS-GRP-NIT-DV.
           MOVE ORD-NOMBRE   TO WS-GRP-NOMBRE.
           MOVE 0 TO WS-GRP-ID-ULTIMO.
           MOVE 0 TO WS-GRP-CUENTAS.
           MOVE 0 TO WS-GRP-SALDO.
           MOVE 0 TO WS-GRP-INTERESES.
           MOVE 0 TO WS-GRP-PAGOS.
           MOVE 0 TO WS-GRP-FACTURADO.
           MOVE 0 TO WS-GRP-IVA.

      *    Las cuentas sin documento van a cuantias menores y se listan
      *    para que se complete su identificacion.
       LISTO-SIN-DOCUMENTO.
           ADD 1 TO WS-TOTAL-SIN-DOCUMENTO.
           MOVE ORD-ID-CLIENTE TO EXP-ID.
           MOVE "CUENTA SIN DOCUMENTO TRIBUTARIO" TO EXP-MOTIVO.
           MOVE ORD-NOMBRE TO EXP-DETALLE.
           PERFORM ESCRIBO-EXCEPCION.

       CIERRO-DOCUMENTO.
           IF NOT HAY-GRUPO
               GO TO F-CIERRO-DOCUMENTO.
           COMPUTE WS-GRP-MOVIMIENTO =
               WS-GRP-INTERESES + WS-GRP-PAGOS + WS-GRP-FACTURADO.
           IF WS-GRP-NIT = SPACE
            OR (WS-GRP-SALDO < WS-UMBRAL-SALDO
                AND WS-GRP-MOVIMIENTO < WS-UMBRAL-MOVS)
               ADD 1 TO WS-MEN-DOCUMENTOS
               ADD WS-GRP-CUENTAS   TO WS-MEN-CUENTAS
               ADD WS-GRP-SALDO     TO WS-MEN-SALDO
               ADD WS-GRP-INTERESES TO WS-MEN-INTERESES
               ADD WS-GRP-PAGOS     TO WS-MEN-PAGOS
               ADD WS-GRP-FACTURADO TO WS-MEN-FACTURADO
               ADD WS-GRP-IVA       TO WS-MEN-IVA
               GO TO F-CIERRO-DOCUMENTO.
           EVALUATE WS-GRP-TIPO-DOC
               WHEN "N" MOVE 31 TO EXD-TIPO-DOC
               WHEN "C" MOVE 13 TO EXD-TIPO-DOC
               WHEN "E" MOVE 22 TO EXD-TIPO-DOC
               WHEN "P" MOVE 41 TO EXD-TIPO-DOC
               WHEN OTHER MOVE 43 TO EXD-TIPO-DOC
           END-EVALUATE.
           MOVE WS-GRP-NIT     TO EXD-NIT.
           MOVE WS-GRP-NIT-DV  TO EXD-NIT-DV.
           MOVE WS-GRP-NOMBRE  TO EXD-NOMBRE.
           MOVE WS-GRP-CUENTAS TO EXD-CUENTAS.
           ADD WS-GRP-CUENTAS  TO WS-TOTAL-DOC-CUENTAS.
           PERFORM ESCRIBO-DETALLE.

       F-CIERRO-DOCUMENTO.
           EXIT.

      *    Un solo registro con todo lo que no se declara por
      *    documento, bajo el documento generico de la autoridad.
       ESCRIBO-MENORES.
           IF WS-MEN-DOCUMENTOS = 0
               GO TO F-ESCRIBO-MENORES.
           MOVE 43                 TO EXD-TIPO-DOC.
           MOVE "222222222"        TO EXD-NIT.
           MOVE SPACE              TO EXD-NIT-DV.
           MOVE "CUANTIAS MENORES" TO EXD-NOMBRE.
           MOVE WS-MEN-CUENTAS     TO EXD-CUENTAS.
           MOVE WS-MEN-SALDO       TO WS-GRP-SALDO.
           MOVE WS-MEN-INTERESES   TO WS-GRP-INTERESES.
           MOVE WS-MEN-PAGOS       TO WS-GRP-PAGOS.
           MOVE WS-MEN-FACTURADO   TO WS-GRP-FACTURADO.
           MOVE WS-MEN-IVA         TO WS-GRP-IVA.
           PERFORM ESCRIBO-DETALLE.

       F-ESCRIBO-MENORES.
           EXIT.

      *    Valores a unidades redondeadas; la cola suma lo mismo que
      *    va en los detalles.
       ESCRIBO-DETALLE.
           COMPUTE EXD-SALDO     ROUNDED = WS-GRP-SALDO.
           COMPUTE EXD-INTERESES ROUNDED = WS-GRP-INTERESES.
           COMPUTE EXD-PAGOS     ROUNDED = WS-GRP-PAGOS.
           COMPUTE EXD-FACTURADO ROUNDED = WS-GRP-FACTURADO.
           COMPUTE EXD-IVA       ROUNDED = WS-GRP-IVA.
           MOVE WS-EXO-DETALLE TO REG-EXOGENA.
           WRITE REG-EXOGENA.
           IF ST-EXOGENA > "07"
               DISPLAY "Error grabando ARCHIVO-EXOGENA (" ST-EXOGENA
                   ")"
               MOVE 16 TO RETURN-CODE.
           ADD 1 TO WS-TOTAL-DETALLES.
           ADD EXD-SALDO     TO WS-DEC-SALDO.
           ADD EXD-INTERESES TO WS-DEC-INTERESES.
           ADD EXD-PAGOS     TO WS-DEC-PAGOS.
           ADD EXD-FACTURADO TO WS-DEC-FACTURADO.
           ADD EXD-IVA       TO WS-DEC-IVA.

       ESCRIBO-COLA.
           MOVE WS-TOTAL-DETALLES TO EXC-CANTIDAD.
           MOVE WS-DEC-SALDO      TO EXC-SALDO.
           MOVE WS-DEC-INTERESES  TO EXC-INTERESES.
           MOVE WS-DEC-PAGOS      TO EXC-PAGOS.
           MOVE WS-DEC-FACTURADO  TO EXC-FACTURADO.
           MOVE WS-DEC-IVA        TO EXC-IVA.
           MOVE WS-EXO-COLA       TO REG-EXOGENA.
           WRITE REG-EXOGENA.

      ******************************************************************
      * Resumen de control: lo reunido de los archivos contra lo
      * declarado (la diferencia solo puede ser el redondeo a
      * unidades de cada detalle), conteos y la cartera de la foto
      * para conciliar con la contabilidad.
      ******************************************************************
       IMPRIMO-CONTROL.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN DE CONTROL" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CONCEPTO                                  REUNIDO"
               "           DECLARADO"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SALDO POR COBRAR AL CIERRE" TO CTL-CONCEPTO.
           MOVE WS-FTE-SALDO TO WS-CTL-FUENTE.
           MOVE WS-DEC-SALDO TO WS-CTL-DECLARADO.
           PERFORM ESCRIBO-CONTROL.
           MOVE "INTERESES CARGADOS" TO CTL-CONCEPTO.
           MOVE WS-FTE-INTERESES TO WS-CTL-FUENTE.
           MOVE WS-DEC-INTERESES TO WS-CTL-DECLARADO.
           PERFORM ESCRIBO-CONTROL.
           MOVE "PAGOS RECIBIDOS" TO CTL-CONCEPTO.
           MOVE WS-FTE-PAGOS TO WS-CTL-FUENTE.
           MOVE WS-DEC-PAGOS TO WS-CTL-DECLARADO.
           PERFORM ESCRIBO-CONTROL.
           MOVE "FACTURADO (BASE)" TO CTL-CONCEPTO.
           MOVE WS-FTE-FACTURADO TO WS-CTL-FUENTE.
           MOVE WS-DEC-FACTURADO TO WS-CTL-DECLARADO.
           PERFORM ESCRIBO-CONTROL.
           MOVE "IVA FACTURADO" TO CTL-CONCEPTO.
           MOVE WS-FTE-IVA TO WS-CTL-FUENTE.
           MOVE WS-DEC-IVA TO WS-CTL-DECLARADO.
           PERFORM ESCRIBO-CONTROL.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "DETALLES DECLARADOS: " WS-TOTAL-DETALLES
               "  (CUENTAS: " WS-TOTAL-DOC-CUENTAS ")"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "DOCUMENTOS EN CUANTIAS MENORES: " WS-MEN-DOCUMENTOS
               "  (CUENTAS: " WS-MEN-CUENTAS ")"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CUENTAS SIN DOCUMENTO: " WS-TOTAL-SIN-DOCUMENTO
               "  SALDOS SIN MAESTRO: " WS-TOTAL-SIN-MAESTRO
               "  VALORES SIN TASA: " WS-TOTAL-SIN-TASA
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "CUENTAS DEUDORAS EN LA FOTO: " WS-TOTAL-FOTO
               "  MOVIMIENTOS: " WS-TOTAL-MOVIMIENTOS
               "  FACTURAS: " WS-TOTAL-FACTURAS
               "  GENERACIONES HISTORICAS: " WS-GENERACIONES-REC
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PARA CONCILIAR CON LA CONTABILIDAD:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CARTERA DEUDORA (FOTO)" TO CTL-CONCEPTO.
           MOVE WS-FTE-SALDO TO CTL-FUENTE.
           MOVE 0 TO CTL-DECLARADO.
           MOVE SPACE TO CTL-ESTADO.
           MOVE LINEA-CONTROL TO LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE (50:83).
           WRITE LINEA-REPORTE.
           MOVE "SALDOS A FAVOR (NO SE DECLARAN)" TO CTL-CONCEPTO.
           MOVE WS-SALDO-A-FAVOR TO CTL-FUENTE.
           MOVE LINEA-CONTROL TO LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE (50:83).
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "  (" WS-CTAS-A-FAVOR " CUENTAS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACE TO LINEA-REPORTE.
           STRING "UMBRALES: SALDO " WS-UMBRAL-SALDO
               "  MOVIMIENTO DEL ANO " WS-UMBRAL-MOVS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    La diferencia tolerada es el redondeo: medio por detalle.
       ESCRIBO-CONTROL.
           MOVE WS-CTL-FUENTE    TO CTL-FUENTE.
           MOVE WS-CTL-DECLARADO TO CTL-DECLARADO.
           COMPUTE WS-CTL-DIFERENCIA = WS-CTL-FUENTE - WS-CTL-DECLARADO.
           IF WS-CTL-DIFERENCIA < 0
               COMPUTE WS-CTL-DIFERENCIA = 0 - WS-CTL-DIFERENCIA.
           COMPUTE WS-CTL-TOLERANCIA = WS-TOTAL-DETALLES * 0,5.
           IF WS-CTL-DIFERENCIA > WS-CTL-TOLERANCIA
               MOVE "DIFERENCIA" TO CTL-ESTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CUADRA" TO CTL-ESTADO.
           MOVE LINEA-CONTROL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Deja la generacion fechada del archivo de la autoridad anotada
      * en el registro.
      ******************************************************************
       REGISTRO-GENERACION.
           OPEN EXTEND GENERACIONES.
           IF ST-GENERACIONES > "07"
               DISPLAY "Aviso: registro de generaciones no "
                   "disponible (" ST-GENERACIONES ")."
               GO TO F-REGISTRO-GENERACION.
           MOVE "informacion_exogena" TO GEN-BASE.
           MOVE WS-FECHA-HOY    TO GEN-FECHA.
           MOVE WS-EXOGENA-PATH TO GEN-RUTA.
           WRITE REG-GENERACION.
           CLOSE GENERACIONES.

       F-REGISTRO-GENERACION.
           EXIT.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ARCHIVO-EXOGENA.
           CLOSE REPORTE.

           COPY EMPCORR.

           COPY BANNER.

       END PROGRAM INFORMACION-EXOGENA.
