      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Captura de los casos de cobro juridico
      *          (casos_legales.dat, CASOLEGAL.cpy): la cuenta que
      *          llega al aviso final de GESTION-COBRANZA pasa a los
      *          abogados y hasta hoy se perdia de vista hasta que
      *          CASTIGO-CARTERA la castigaba. El operador firmado de
      *          nivel de actualizacion abre el caso (abogado,
      *          juzgado, radicado, etapa procesal y fecha de
      *          prescripcion), lo actualiza cuando el proceso avanza,
      *          anota las costas judiciales en que se incurre,
      *          cobra al cliente costas u honorarios -- cada cobro
      *          sube la deuda del maestro y queda como movimiento
      *          COSTASJUD u HONORJUD -- y cierra el caso. Cada
      *          cambio queda en auditoria.dat. REPORTE-CASOS-LEGALES
      *          lo resume cada semana.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Las costas y honorarios cobrados suman a los
      *                     cargos del saldo (COMPONENTES-SALDO).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-CASOS-LEGALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CLISEL.

           COPY MOVSEL.

           SELECT OPTIONAL CASOS-LEGALES
                  ASSIGN TO "./casos_legales.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS LEG-ID-CLIENTE
                  STATUS ST-CASOS.

           SELECT OPTIONAL COBRANZA ASSIGN TO "./cobranza.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS COB-ID-CLIENTE
                  STATUS ST-COBRANZA.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY CLIENTE.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  CASOS-LEGALES.

           COPY CASOLEGAL.

       FD  COBRANZA.

           COPY COBRANZA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-FILE         PIC XX VALUE SPACE.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-CASOS        PIC XX VALUE SPACE.
       01  ST-COBRANZA     PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.

       01  WS-COBRANZA-SW  PIC X VALUE "N".
           88 COBRANZA-DISPONIBLE VALUE "S".

       01  WS-OPCION       PIC X    VALUE SPACE.
       01  WS-ID-CLIENTE   PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY    PIC 9(8) VALUE 0.
       01  WS-CONFIRMA     PIC X    VALUE SPACE.
       01  WS-EXISTE-SW    PIC X    VALUE "N".
           88 CASO-EXISTE  VALUE "S".

      * Datos tecleados del caso.
       01  WS-ABOGADO      PIC X(30) VALUE SPACE.
       01  WS-JUZGADO      PIC X(30) VALUE SPACE.
       01  WS-RADICADO     PIC X(23) VALUE SPACE.
       01  WS-ETAPA        PIC X     VALUE SPACE.
       01  WS-ETAPA-ANTERIOR PIC X   VALUE SPACE.
       01  WS-FECHA-PRESCRIBE PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-FECHA-PRESCRIBE.
           05 WS-PRE-ANO   PIC 9(4).
           05 WS-PRE-MES   PIC 99.
           05 WS-PRE-DIA   PIC 99.
       01  WS-FECHA-VALIDA-SW PIC X VALUE "N".
           88 FECHA-VALIDA VALUE "S".

      * Cobro al cliente: "C" = costas (COSTASJUD), "H" = honorarios
      * (HONORJUD). El cargo va en negativo, como todo cargo.
       01  WS-CONCEPTO     PIC X    VALUE SPACE.
       01  WS-VALOR        PIC S9(7)V9(3) VALUE 0.
       01  WS-VALOR-CARGO  PIC S9(7)V9(3) VALUE 0.
       01  WS-TIPO-VALIDO  PIC X    VALUE SPACE.

       01  WS-ED-VALOR     PIC Z(6)9,99.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY COMPSALWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "CAPTURA-CASOS-LEGALES" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                   TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-ACTUALIZAR
               DISPLAY "Se requiere firma de operador con nivel de "
                   "actualizacion, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)brir caso, (E)tapa y datos del "
               "proceso, (G)asto de costas, (F)acturar al cliente,".
           DISPLAY "           (C)errar caso, (V)er caso o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM ABRO-CASO THRU F-ABRO-CASO
               WHEN "E" WHEN "e"
                   PERFORM ACTUALIZO-CASO THRU F-ACTUALIZO-CASO
               WHEN "G" WHEN "g"
                   PERFORM ANOTO-COSTAS THRU F-ANOTO-COSTAS
               WHEN "F" WHEN "f"
                   PERFORM FACTURO-CLIENTE THRU F-FACTURO-CLIENTE
               WHEN "C" WHEN "c"
                   PERFORM CIERRO-CASO THRU F-CIERRO-CASO
               WHEN "V" WHEN "v"
                   PERFORM VEO-CASO THRU F-VEO-CASO
               WHEN "S" WHEN "s"
                   PERFORM CIERRO-ARCHIVOS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error abriendo CLIENTES (" ST-FILE ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo MOVIMIENTOS (" ST-MOVIMIENTOS
                   ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O CASOS-LEGALES.
           IF ST-CASOS = "35"
               OPEN OUTPUT CASOS-LEGALES
               CLOSE CASOS-LEGALES
               OPEN I-O CASOS-LEGALES.
           IF ST-CASOS > "07"
               DISPLAY "Error abriendo CASOS-LEGALES (" ST-CASOS ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT COBRANZA.
           IF ST-COBRANZA > "07"
               DISPLAY "Aviso: cobranza.dat no disponible ("
                   ST-COBRANZA "), el nivel de cobranza no se "
                   "verifica."
           ELSE
               SET COBRANZA-DISPONIBLE TO TRUE.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.

      ******************************************************************
      * Pide el cliente, lo busca en el maestro y lee su caso si lo
      * tiene. WS-ID-CLIENTE queda en cero si el cliente no existe.
      ******************************************************************
       PIDO-CLIENTE.
           MOVE "N" TO WS-EXISTE-SW.
           DISPLAY "ID del cliente:".
           ACCEPT WS-ID-CLIENTE.
           MOVE WS-ID-CLIENTE TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
                   MOVE 0 TO WS-ID-CLIENTE
                   GO TO F-PIDO-CLIENTE
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               MOVE 0 TO WS-ID-CLIENTE
               GO TO F-PIDO-CLIENTE.
           DISPLAY "Cliente: " CLI_NOMBRE.
           MOVE WS-ID-CLIENTE TO LEG-ID-CLIENTE.
           READ CASOS-LEGALES KEY IS LEG-ID-CLIENTE
               INVALID KEY
                   GO TO F-PIDO-CLIENTE
           END-READ.
           SET CASO-EXISTE TO TRUE.

       F-PIDO-CLIENTE.
           EXIT.

      ******************************************************************
      * Fecha AAAAMMDD tecleada con mes y dia en rango.
      ******************************************************************
       VALIDO-FECHA-PRESCRIBE.
           MOVE "N" TO WS-FECHA-VALIDA-SW.
           IF WS-PRE-ANO > 0 AND WS-PRE-MES > 0 AND WS-PRE-MES < 13
            AND WS-PRE-DIA > 0 AND WS-PRE-DIA < 32
               SET FECHA-VALIDA TO TRUE.

      ******************************************************************
      * Abre el caso de la cuenta trasladada. Una cuenta con caso
      * cerrado puede volver a los abogados: el caso se reabre sobre
      * el mismo registro con los datos del proceso nuevo.
      ******************************************************************
       ABRO-CASO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-ABRO-CASO.
           IF CASO-EXISTE AND CASO-ABIERTO
               DISPLAY "La cuenta ya tiene caso abierto (radicado "
                   LEG-RADICADO ")."
               GO TO F-ABRO-CASO.
           IF COBRANZA-DISPONIBLE
               MOVE WS-ID-CLIENTE TO COB-ID-CLIENTE
               READ COBRANZA KEY IS COB-ID-CLIENTE
                   INVALID KEY
                       MOVE 0 TO COB-NIVEL
               END-READ
               IF COB-NIVEL < 3
                   DISPLAY "Aviso: la cuenta no esta en el nivel "
                       "final de cobranza."
               END-IF
           END-IF.
           DISPLAY "Abogado:".
           ACCEPT WS-ABOGADO.
           DISPLAY "Juzgado:".
           ACCEPT WS-JUZGADO.
           DISPLAY "Radicado del proceso:".
           ACCEPT WS-RADICADO.
           IF WS-ABOGADO = SPACE OR WS-RADICADO = SPACE
               DISPLAY "Abogado y radicado son obligatorios, no se "
                   "abre el caso."
               GO TO F-ABRO-CASO.
           DISPLAY "Etapa: (P)resentada, (A)dmitida, (N)otificada, "
               "(E)mbargo, (S)entencia, (R)emate:".
           ACCEPT WS-ETAPA.
           MOVE WS-ETAPA TO LEG-ETAPA.
           IF NOT ETAPA-VALIDA
               DISPLAY "Etapa invalida, no se abre el caso."
               GO TO F-ABRO-CASO.
           DISPLAY "Fecha de prescripcion (AAAAMMDD):".
           ACCEPT WS-FECHA-PRESCRIBE.
           PERFORM VALIDO-FECHA-PRESCRIBE.
           IF NOT FECHA-VALIDA
               DISPLAY "Fecha de prescripcion invalida, no se abre "
                   "el caso."
               GO TO F-ABRO-CASO.
           MOVE WS-ID-CLIENTE      TO LEG-ID-CLIENTE.
           MOVE WS-ABOGADO         TO LEG-ABOGADO.
           MOVE WS-JUZGADO         TO LEG-JUZGADO.
           MOVE WS-RADICADO        TO LEG-RADICADO.
           MOVE WS-ETAPA           TO LEG-ETAPA.
           MOVE WS-FECHA-HOY       TO LEG-FECHA-APERTURA.
           MOVE WS-FECHA-HOY       TO LEG-FECHA-ETAPA.
           MOVE WS-FECHA-PRESCRIBE TO LEG-FECHA-PRESCRIBE.
      *    La deuda trasladada es el saldo en contra del dia.
           IF CLI-SALDO < 0
               COMPUTE LEG-DEUDA-TRASLADO = 0 - CLI-SALDO
           ELSE
               MOVE 0 TO LEG-DEUDA-TRASLADO.
           MOVE 0                  TO LEG-COSTAS.
           MOVE 0                  TO LEG-COSTAS-COBRADAS.
           MOVE 0                  TO LEG-HONORARIOS.
           MOVE "A"                TO LEG-ESTADO.
           MOVE 0                  TO LEG-FECHA-CIERRE.
           MOVE WS-OPERADOR-FIRMADO TO LEG-OPERADOR.
           IF CASO-EXISTE
               REWRITE REG-CASO-LEGAL
           ELSE
               WRITE REG-CASO-LEGAL.
           IF ST-CASOS > "07"
               DISPLAY "Error grabando el caso (" ST-CASOS ")."
               GO TO F-ABRO-CASO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Caso abierto rad. " WS-RADICADO " etapa " WS-ETAPA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Caso abierto.".

       F-ABRO-CASO.
           EXIT.

      ******************************************************************
      * Avance del proceso: nueva etapa y, si cambian, abogado,
      * juzgado y fecha de prescripcion (en blanco o cero se conserva
      * el dato anterior).
      ******************************************************************
       ACTUALIZO-CASO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-ACTUALIZO-CASO.
           IF NOT CASO-EXISTE OR NOT CASO-ABIERTO
               DISPLAY "La cuenta no tiene caso abierto."
               GO TO F-ACTUALIZO-CASO.
           PERFORM MUESTRO-CASO.
           DISPLAY "Etapa nueva (blanco = sin cambio): (P)resentada, "
               "(A)dmitida, (N)otificada, (E)mbargo, (S)entencia, "
               "(R)emate:".
           ACCEPT WS-ETAPA.
           IF WS-ETAPA NOT = SPACE
               MOVE LEG-ETAPA TO WS-ETAPA-ANTERIOR
               MOVE WS-ETAPA  TO LEG-ETAPA
               IF NOT ETAPA-VALIDA
                   DISPLAY "Etapa invalida, no se actualiza."
                   MOVE WS-ETAPA-ANTERIOR TO LEG-ETAPA
                   GO TO F-ACTUALIZO-CASO
               END-IF
               MOVE WS-FECHA-HOY TO LEG-FECHA-ETAPA.
           DISPLAY "Abogado (blanco = sin cambio):".
           ACCEPT WS-ABOGADO.
           IF WS-ABOGADO NOT = SPACE
               MOVE WS-ABOGADO TO LEG-ABOGADO.
           DISPLAY "Juzgado (blanco = sin cambio):".
           ACCEPT WS-JUZGADO.
           IF WS-JUZGADO NOT = SPACE
               MOVE WS-JUZGADO TO LEG-JUZGADO.
           DISPLAY "Fecha de prescripcion (AAAAMMDD, 0 = sin "
               "cambio):".
           ACCEPT WS-FECHA-PRESCRIBE.
           IF WS-FECHA-PRESCRIBE NOT = 0
               PERFORM VALIDO-FECHA-PRESCRIBE
               IF NOT FECHA-VALIDA
                   DISPLAY "Fecha de prescripcion invalida, no se "
                       "actualiza."
                   GO TO F-ACTUALIZO-CASO
               END-IF
               MOVE WS-FECHA-PRESCRIBE TO LEG-FECHA-PRESCRIBE.
           REWRITE REG-CASO-LEGAL.
           IF ST-CASOS > "07"
               DISPLAY "Error grabando el caso (" ST-CASOS ")."
               GO TO F-ACTUALIZO-CASO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Caso rad. " LEG-RADICADO " etapa " LEG-ETAPA
               " prescribe " LEG-FECHA-PRESCRIBE
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Caso actualizado.".

       F-ACTUALIZO-CASO.
           EXIT.

      ******************************************************************
      * Costas judiciales en que incurre la empresa (aranceles,
      * notificaciones, peritos): se acumulan en el caso para medir
      * el costo del cobro; no tocan la cuenta del cliente.
      ******************************************************************
       ANOTO-COSTAS.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-ANOTO-COSTAS.
           IF NOT CASO-EXISTE OR NOT CASO-ABIERTO
               DISPLAY "La cuenta no tiene caso abierto."
               GO TO F-ANOTO-COSTAS.
           DISPLAY "Valor de las costas incurridas:".
           ACCEPT WS-VALOR.
           IF WS-VALOR <= 0
               DISPLAY "El valor debe ser mayor que cero."
               GO TO F-ANOTO-COSTAS.
           ADD WS-VALOR TO LEG-COSTAS
               ON SIZE ERROR
                   DISPLAY "Las costas acumuladas quedan fuera de "
                       "rango, no se anotan."
                   GO TO F-ANOTO-COSTAS
           END-ADD.
           REWRITE REG-CASO-LEGAL.
           IF ST-CASOS > "07"
               DISPLAY "Error grabando el caso (" ST-CASOS ")."
               GO TO F-ANOTO-COSTAS.
           MOVE WS-VALOR TO WS-ED-VALOR.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Costas incurridas " WS-ED-VALOR " rad. "
               LEG-RADICADO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Costas anotadas, acumulado " LEG-COSTAS ".".

       F-ANOTO-COSTAS.
           EXIT.

      ******************************************************************
      * Cobro al cliente de costas u honorarios del proceso: la deuda
      * crece (CLI-SALDO baja), queda el movimiento COSTASJUD u
      * HONORJUD y el caso acumula lo cobrado.
      ******************************************************************
       FACTURO-CLIENTE.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-FACTURO-CLIENTE.
           IF NOT CASO-EXISTE OR NOT CASO-ABIERTO
               DISPLAY "La cuenta no tiene caso abierto."
               GO TO F-FACTURO-CLIENTE.
           DISPLAY "Concepto: (C)ostas judiciales u (H)onorarios:".
           ACCEPT WS-CONCEPTO.
           IF WS-CONCEPTO = "c"
               MOVE "C" TO WS-CONCEPTO.
           IF WS-CONCEPTO = "h"
               MOVE "H" TO WS-CONCEPTO.
           IF WS-CONCEPTO NOT = "C" AND WS-CONCEPTO NOT = "H"
               DISPLAY "Concepto invalido."
               GO TO F-FACTURO-CLIENTE.
           DISPLAY "Valor a cobrar al cliente:".
           ACCEPT WS-VALOR.
           IF WS-VALOR <= 0
               DISPLAY "El valor debe ser mayor que cero."
               GO TO F-FACTURO-CLIENTE.
           DISPLAY "Confirma el cobro al cliente? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Cobro cancelado."
               GO TO F-FACTURO-CLIENTE.
           COMPUTE WS-VALOR-CARGO = 0 - WS-VALOR.
           COMPUTE CLI-SALDO = CLI-SALDO + WS-VALOR-CARGO
               ON SIZE ERROR
                   DISPLAY "El cobro deja el saldo fuera de rango, "
                       "no se aplica."
                   GO TO F-FACTURO-CLIENTE
           END-COMPUTE.
           IF WS-CONCEPTO = "C"
               MOVE "COSTASJUD" TO WS-CMP-TIPO
           ELSE
               MOVE "HONORJUD"  TO WS-CMP-TIPO.
           MOVE WS-VALOR-CARGO TO WS-CMP-VALOR.
           CALL "COMPONENTES-SALDO" USING REG-CLIENTES WS-CMP-TIPO
               WS-CMP-VALOR.
           IF CLI-ESTAMPA NOT NUMERIC
               MOVE 0 TO CLI-ESTAMPA.
           ADD 1 TO CLI-ESTAMPA.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Error grabando el saldo del cliente (" ST-FILE
                   "), no se cobra."
               GO TO F-FACTURO-CLIENTE.
           IF WS-CONCEPTO = "C"
               ADD WS-VALOR TO LEG-COSTAS-COBRADAS
           ELSE
               ADD WS-VALOR TO LEG-HONORARIOS.
           REWRITE REG-CASO-LEGAL.
           IF ST-CASOS > "07"
               DISPLAY "Error grabando el caso (" ST-CASOS "), "
                   "REVISAR A MANO: el saldo ya fue cargado."
               MOVE 16 TO RETURN-CODE.
           MOVE CLI-ID TO MOV-ID-CLIENTE.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA  FROM TIME.
           MOVE 0 TO MOV-SECUENCIA.
           IF WS-CONCEPTO = "C"
               MOVE "COSTASJUD" TO MOV-TIPO
           ELSE
               MOVE "HONORJUD"  TO MOV-TIPO.
           MOVE WS-VALOR-CARGO TO MOV-VALOR.
           MOVE CLI-SALDO      TO MOV-SALDO-NUEVO.
           MOVE WS-OPERADOR-FIRMADO TO MOV-OPERADOR.
           MOVE "N"   TO MOV-MARCA-REVERSADO.
      *    Referencia al proceso que origina el cobro.
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "RAD " LEG-RADICADO
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           CALL "VALIDA-TIPO-MOV" USING MOV-TIPO WS-TIPO-VALIDO.
           IF WS-TIPO-VALIDO NOT = "S"
               DISPLAY "AVISO: el tipo " MOV-TIPO " no esta en la "
                   "tabla contable, la poliza no lo cubrira.".
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-COBRO-INTENTO.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   IF MOV-SECUENCIA < 999
                       ADD 1 TO MOV-SECUENCIA
                       GO TO GRABO-COBRO-INTENTO
                   END-IF
           END-WRITE.
           IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error grabando el movimiento del cobro ("
                   ST-MOVIMIENTOS "), REVISAR A MANO."
               MOVE 16 TO RETURN-CODE
               GO TO F-FACTURO-CLIENTE.
           MOVE WS-VALOR TO WS-ED-VALOR.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Cobro " MOV-TIPO " " WS-ED-VALOR " rad. "
               LEG-RADICADO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cobro aplicado, saldo nuevo " CLI-SALDO ".".

       F-FACTURO-CLIENTE.
           EXIT.

      ******************************************************************
      * Cierre del caso (pago, acuerdo, sentencia cumplida o
      * desistimiento): deja de contar en las etapas y en las
      * prescripciones, pero sigue en el cuadro de costas.
      ******************************************************************
       CIERRO-CASO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-CIERRO-CASO.
           IF NOT CASO-EXISTE OR NOT CASO-ABIERTO
               DISPLAY "La cuenta no tiene caso abierto."
               GO TO F-CIERRO-CASO.
           PERFORM MUESTRO-CASO.
           DISPLAY "Confirma el cierre del caso? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Cierre cancelado."
               GO TO F-CIERRO-CASO.
           MOVE "C"          TO LEG-ESTADO.
           MOVE WS-FECHA-HOY TO LEG-FECHA-CIERRE.
           REWRITE REG-CASO-LEGAL.
           IF ST-CASOS > "07"
               DISPLAY "Error grabando el caso (" ST-CASOS ")."
               GO TO F-CIERRO-CASO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Caso cerrado rad. " LEG-RADICADO
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Caso cerrado.".

       F-CIERRO-CASO.
           EXIT.

       VEO-CASO.
           PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE.
           IF WS-ID-CLIENTE = 0
               GO TO F-VEO-CASO.
           IF NOT CASO-EXISTE
               DISPLAY "La cuenta no tiene caso legal."
               GO TO F-VEO-CASO.
           PERFORM MUESTRO-CASO.

       F-VEO-CASO.
           EXIT.

       MUESTRO-CASO.
           DISPLAY "Radicado  : " LEG-RADICADO "  estado " LEG-ESTADO.
           DISPLAY "Abogado   : " LEG-ABOGADO.
           DISPLAY "Juzgado   : " LEG-JUZGADO.
           DISPLAY "Etapa     : " LEG-ETAPA " desde " LEG-FECHA-ETAPA
               "  (abierto " LEG-FECHA-APERTURA ")".
           DISPLAY "Prescribe : " LEG-FECHA-PRESCRIBE.
           DISPLAY "Deuda al traslado  : " LEG-DEUDA-TRASLADO.
           DISPLAY "Costas incurridas  : " LEG-COSTAS.
           DISPLAY "Costas cobradas    : " LEG-COSTAS-COBRADAS.
           DISPLAY "Honorarios cobrados: " LEG-HONORARIOS.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "CASOLEGAL"  TO AUD-OPERACION.
           MOVE WS-ID-CLIENTE TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE CASOS-LEGALES.
           IF COBRANZA-DISPONIBLE
               CLOSE COBRANZA.
           CLOSE AUDITORIA-TRAIL.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM CAPTURA-CASOS-LEGALES.
