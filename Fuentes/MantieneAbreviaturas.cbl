      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la tabla de abreviaturas de
      *          direccion (abreviaturas_dir.dat, ABREVIA.cpy) que usa
      *          ESTANDARIZA-DIRECCION para llevar las direcciones a
      *          una sola forma canonica: un operador firmado de nivel
      *          3 agrega o corrige una palabra (la forma en que se
      *          escribe, la forma canonica que la reemplaza y si es un
      *          tipo de via), la borra, o lista las vigentes. Una
      *          forma canonica en blanco quita la palabra de la
      *          direccion. La primera vez que se crea la tabla se
      *          siembran las abreviaturas de uso comun. Cada cambio
      *          queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ABREVIATURAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY ABRSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  ABREVIATURAS.

           COPY ABREVIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-ABREVIATURAS PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-PALABRA    PIC X(15) VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 PALABRA-NUEVA   VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Abreviaturas sembradas al crear la tabla: palabra, forma
      * canonica y tipo de via, en el formato de ABREVIA.cpy.
       01  WS-ABREVIATURAS-BASE.
           05 FILLER PIC X(31) VALUE
              "CARRERA        CRA            S".
           05 FILLER PIC X(31) VALUE
              "CRA            CRA            S".
           05 FILLER PIC X(31) VALUE
              "KRA            CRA            S".
           05 FILLER PIC X(31) VALUE
              "KR             CRA            S".
           05 FILLER PIC X(31) VALUE
              "CR             CRA            S".
           05 FILLER PIC X(31) VALUE
              "CALLE          CL             S".
           05 FILLER PIC X(31) VALUE
              "CLL            CL             S".
           05 FILLER PIC X(31) VALUE
              "CL             CL             S".
           05 FILLER PIC X(31) VALUE
              "AVENIDA        AV             S".
           05 FILLER PIC X(31) VALUE
              "AV             AV             S".
           05 FILLER PIC X(31) VALUE
              "AVDA           AV             S".
           05 FILLER PIC X(31) VALUE
              "DIAGONAL       DG             S".
           05 FILLER PIC X(31) VALUE
              "DIAG           DG             S".
           05 FILLER PIC X(31) VALUE
              "DG             DG             S".
           05 FILLER PIC X(31) VALUE
              "TRANSVERSAL    TV             S".
           05 FILLER PIC X(31) VALUE
              "TRANSV         TV             S".
           05 FILLER PIC X(31) VALUE
              "TR             TV             S".
           05 FILLER PIC X(31) VALUE
              "TV             TV             S".
           05 FILLER PIC X(31) VALUE
              "AUTOPISTA      AUT            S".
           05 FILLER PIC X(31) VALUE
              "CIRCULAR       CIR            S".
           05 FILLER PIC X(31) VALUE
              "KILOMETRO      KM             S".
           05 FILLER PIC X(31) VALUE
              "KM             KM             S".
           05 FILLER PIC X(31) VALUE
              "NUMERO                        N".
           05 FILLER PIC X(31) VALUE
              "NRO                           N".
           05 FILLER PIC X(31) VALUE
              "NUM                           N".
           05 FILLER PIC X(31) VALUE
              "NO                            N".
           05 FILLER PIC X(31) VALUE
              "APARTAMENTO    APTO           N".
           05 FILLER PIC X(31) VALUE
              "APTO           APTO           N".
           05 FILLER PIC X(31) VALUE
              "AP             APTO           N".
           05 FILLER PIC X(31) VALUE
              "OFICINA        OF             N".
           05 FILLER PIC X(31) VALUE
              "OFIC           OF             N".
           05 FILLER PIC X(31) VALUE
              "EDIFICIO       ED             N".
           05 FILLER PIC X(31) VALUE
              "EDIF           ED             N".
           05 FILLER PIC X(31) VALUE
              "INTERIOR       INT            N".
           05 FILLER PIC X(31) VALUE
              "BLOQUE         BL             N".
           05 FILLER PIC X(31) VALUE
              "BARRIO         BRR            N".
       01  WS-TABLA-ABREVIATURAS-BASE REDEFINES WS-ABREVIATURAS-BASE.
           05 WS-ABREVIATURA-BASE OCCURS 36 TIMES.
               10 WS-BASE-PALABRA     PIC X(15).
               10 WS-BASE-FORMA       PIC X(15).
               10 WS-BASE-TIPO-VIA    PIC X.
       01  WS-BASE-I     PIC 99    VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-ABREVIA" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"              TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Las abreviaturas de direccion exigen firma "
                   "de nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O ABREVIATURAS.
           IF ST-ABREVIATURAS = "35"
               OPEN OUTPUT ABREVIATURAS
               CLOSE ABREVIATURAS
               OPEN I-O ABREVIATURAS
               IF ST-ABREVIATURAS NOT > "07"
                   PERFORM SIEMBRO-ABREVIATURA
                       VARYING WS-BASE-I FROM 1 BY 1
                       UNTIL WS-BASE-I > 36
                   DISPLAY "Tabla de abreviaturas creada con las "
                       "abreviaturas de uso comun."
               END-IF
           END-IF.
           IF ST-ABREVIATURAS > "07"
               DISPLAY "Error abriendo ABREVIATURAS ("
                   ST-ABREVIATURAS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir abreviatura, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-ABREVIATURA THRU F-EDITO-ABREVIATURA
               WHEN "B" WHEN "b"
                   PERFORM BORRO-ABREVIATURA THRU F-BORRO-ABREVIATURA
               WHEN "L" WHEN "l"
                   PERFORM LISTO-ABREVIATURAS
                       THRU F-LISTO-ABREVIATURAS
               WHEN "S" WHEN "s"
                   CLOSE ABREVIATURAS
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       SIEMBRO-ABREVIATURA.
           MOVE WS-BASE-PALABRA (WS-BASE-I)  TO ABR-PALABRA.
           MOVE WS-BASE-FORMA (WS-BASE-I)    TO ABR-FORMA.
           MOVE WS-BASE-TIPO-VIA (WS-BASE-I) TO ABR-TIPO-VIA.
           ACCEPT ABR-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO ABR-OPERADOR.
           WRITE REG-ABREVIATURA
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      * Pide la palabra y deja el registro leido si ya existe. La
      * palabra se guarda en mayusculas y sin puntuacion, como la
      * deja la estandarizacion antes de buscarla.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Palabra de la direccion (hasta 15 letras):".
           ACCEPT WS-PALABRA.
           INSPECT WS-PALABRA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PALABRA CONVERTING ".,#-/;:()'" TO SPACE.
           IF WS-PALABRA = SPACE OR WS-PALABRA (1:1) = SPACE
               DISPLAY "Palabra invalida."
               GO TO F-PIDO-CLAVE.
           MOVE WS-PALABRA TO ABR-PALABRA.
           SET CLAVE-VALIDA TO TRUE.
           READ ABREVIATURAS KEY IS ABR-PALABRA
               INVALID KEY
                   SET PALABRA-NUEVA TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-ABREVIATURA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-ABREVIATURA.
           IF PALABRA-NUEVA
               DISPLAY "Palabra nueva."
           ELSE
               DISPLAY "Forma actual: " ABR-FORMA " (via "
                   ABR-TIPO-VIA ")".
           DISPLAY "Forma canonica (en blanco quita la palabra):".
           ACCEPT ABR-FORMA.
           INSPECT ABR-FORMA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ABR-FORMA NOT = SPACE AND ABR-FORMA (1:1) = SPACE
               DISPLAY "La forma canonica no puede empezar en "
                   "blanco, no se graba."
               GO TO F-EDITO-ABREVIATURA.
           DISPLAY "Es un tipo de via (S/N)?".
           ACCEPT ABR-TIPO-VIA.
           IF ABR-TIPO-VIA = "s" MOVE "S" TO ABR-TIPO-VIA END-IF.
           IF ABR-TIPO-VIA NOT = "S"
               MOVE "N" TO ABR-TIPO-VIA.
           IF ABR-ES-VIA AND ABR-FORMA = SPACE
               DISPLAY "Un tipo de via necesita forma canonica, no "
                   "se graba."
               GO TO F-EDITO-ABREVIATURA.
           ACCEPT ABR-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO ABR-OPERADOR.
           IF PALABRA-NUEVA
               WRITE REG-ABREVIATURA
           ELSE
               REWRITE REG-ABREVIATURA.
           IF ST-ABREVIATURAS > "07"
               DISPLAY "Error grabando la abreviatura ("
                   ST-ABREVIATURAS ")."
               GO TO F-EDITO-ABREVIATURA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Abreviatura " ABR-PALABRA " -> " ABR-FORMA
               " via " ABR-TIPO-VIA
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Abreviatura grabada.".

       F-EDITO-ABREVIATURA.
           EXIT.

       BORRO-ABREVIATURA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-ABREVIATURA.
           IF PALABRA-NUEVA
               DISPLAY "No hay abreviatura para esa palabra."
               GO TO F-BORRO-ABREVIATURA.
           DELETE ABREVIATURAS RECORD.
           IF ST-ABREVIATURAS > "07"
               DISPLAY "Error borrando la abreviatura ("
                   ST-ABREVIATURAS ")."
               GO TO F-BORRO-ABREVIATURA.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Abreviatura " ABR-PALABRA " borrada"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Abreviatura borrada.".

       F-BORRO-ABREVIATURA.
           EXIT.

       LISTO-ABREVIATURAS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO ABR-PALABRA.
           START ABREVIATURAS KEY IS NOT LESS THAN ABR-PALABRA
               INVALID KEY
                   DISPLAY "No hay abreviaturas cargadas."
                   GO TO F-LISTO-ABREVIATURAS
           END-START.

       LEO-ABREVIATURA-LISTA.
           READ ABREVIATURAS NEXT RECORD
               AT END
                   DISPLAY "Abreviaturas listadas: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-ABREVIATURAS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " ABR-PALABRA " " ABR-FORMA " " ABR-TIPO-VIA
               " (" ABR-OPERADOR " " ABR-FECHA ")".
           GO TO LEO-ABREVIATURA-LISTA.

       F-LISTO-ABREVIATURAS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "ABREVIA"    TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-ABREVIATURAS.
