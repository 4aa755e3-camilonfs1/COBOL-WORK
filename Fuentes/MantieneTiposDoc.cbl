      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento de la tabla de documentos exigidos por
      *          categoria de cliente (tipos_documento.dat,
      *          TIPODOC.cpy): un operador firmado de nivel 3 agrega o
      *          corrige el documento que se le exige a una
      *          CLI_CATEGORIA (descripcion, obligatorio, vigencia en
      *          meses, dias de gracia y si solo aplica con mandato
      *          de domiciliacion), lo borra, o lista los de una
      *          categoria o de todas. La categoria se valida contra
      *          categorias.dat cuando esta disponible. La primera vez
      *          que se crea la tabla se siembran los documentos de la
      *          cuenta comercial (categoria "E"). Cada cambio queda
      *          en auditoria.dat. Los documentos ya capturados en
      *          documentos_cliente.dat no se tocan al borrar un tipo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-TIPOS-DOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TIPOS-DOCUMENTO
                  ASSIGN TO "./tipos_documento.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TDO-CLAVE
                  STATUS ST-TIPOS.

           COPY CATSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  TIPOS-DOCUMENTO.

           COPY TIPODOC.

       FD  CATEGORIAS.

           COPY CATEGORIA.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-TIPOS       PIC XX VALUE SPACE.
       01  ST-CATEGORIAS  PIC XX VALUE SPACE.
       01  ST-AUDITORIA   PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CATEGORIA  PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC X(10) VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 TIPO-NUEVO      VALUE "S".
       01  WS-CATEGORIAS-SW PIC X  VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.

      * Documentos sembrados al crear la tabla: categoria, codigo,
      * descripcion, obligatorio, vigencia en meses, dias de gracia y
      * condicion, en el formato de TIPODOC.cpy.
       01  WS-TIPOS-BASE.
           05 FILLER PIC X(51) VALUE
              "ECAMARA-COMCertificado de camara de comercio       ".
           05 FILLER PIC X(08) VALUE "S012030 ".
           05 FILLER PIC X(51) VALUE
              "ERUT       Registro unico tributario (RUT)         ".
           05 FILLER PIC X(08) VALUE "S000030 ".
           05 FILLER PIC X(51) VALUE
              "EID-REPLEG Documento del representante legal       ".
           05 FILLER PIC X(08) VALUE "S000030 ".
           05 FILLER PIC X(51) VALUE
              "ECERT-BANCOCertificacion bancaria del mandato      ".
           05 FILLER PIC X(08) VALUE "S012030M".
       01  WS-TABLA-TIPOS-BASE REDEFINES WS-TIPOS-BASE.
           05 WS-TIPO-BASE OCCURS 4 TIMES.
               10 WS-BASE-CATEGORIA   PIC X.
               10 WS-BASE-CODIGO      PIC X(10).
               10 WS-BASE-DESCRIPCION PIC X(40).
               10 WS-BASE-OBLIGATORIO PIC X.
               10 WS-BASE-MESES       PIC 9(3).
               10 WS-BASE-GRACIA      PIC 9(3).
               10 WS-BASE-CONDICION   PIC X.
       01  WS-BASE-I     PIC 99    VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-TIPOS-DOC" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"                TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Los documentos exigidos requieren firma de "
                   "nivel 3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS = "00"
               SET CATEGORIAS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Maestro de categorias no disponible, la "
                   "categoria no se valida.".
           OPEN I-O TIPOS-DOCUMENTO.
           IF ST-TIPOS = "35"
               OPEN OUTPUT TIPOS-DOCUMENTO
               CLOSE TIPOS-DOCUMENTO
               OPEN I-O TIPOS-DOCUMENTO
               IF ST-TIPOS NOT > "07"
                   PERFORM SIEMBRO-TIPO
                       VARYING WS-BASE-I FROM 1 BY 1
                       UNTIL WS-BASE-I > 4
                   DISPLAY "Tabla creada con los documentos de la "
                       "cuenta comercial (categoria E)."
               END-IF
           END-IF.
           IF ST-TIPOS > "07"
               DISPLAY "Error abriendo TIPOS-DOCUMENTO (" ST-TIPOS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir documento, "
               "(B)orrar, (L)istar o (S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-TIPO THRU F-EDITO-TIPO
               WHEN "B" WHEN "b"
                   PERFORM BORRO-TIPO THRU F-BORRO-TIPO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-TIPOS THRU F-LISTO-TIPOS
               WHEN "S" WHEN "s"
                   CLOSE TIPOS-DOCUMENTO
                   CLOSE CATEGORIAS
                   CLOSE AUDITORIA-TRAIL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

       SIEMBRO-TIPO.
           MOVE WS-BASE-CATEGORIA (WS-BASE-I)   TO TDO-CATEGORIA.
           MOVE WS-BASE-CODIGO (WS-BASE-I)      TO TDO-CODIGO.
           MOVE WS-BASE-DESCRIPCION (WS-BASE-I) TO TDO-DESCRIPCION.
           MOVE WS-BASE-OBLIGATORIO (WS-BASE-I) TO TDO-OBLIGATORIO.
           MOVE WS-BASE-MESES (WS-BASE-I)       TO TDO-MESES-VIGENCIA.
           MOVE WS-BASE-GRACIA (WS-BASE-I)      TO TDO-DIAS-GRACIA.
           MOVE WS-BASE-CONDICION (WS-BASE-I)   TO TDO-CONDICION.
           ACCEPT TDO-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO TDO-OPERADOR.
           WRITE REG-TIPO-DOCUMENTO
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      * Pide categoria y codigo del documento y deja el registro leido
      * si ya existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Categoria de cliente:".
           ACCEPT WS-CATEGORIA.
           INSPECT WS-CATEGORIA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CATEGORIA = SPACE
               DISPLAY "Categoria invalida."
               GO TO F-PIDO-CLAVE.
           IF CATEGORIAS-DISPONIBLES
               MOVE WS-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS KEY IS CAT-CODIGO
                   INVALID KEY
                       DISPLAY "Categoria no registrada en "
                           "categorias.dat."
                       GO TO F-PIDO-CLAVE
               END-READ.
           DISPLAY "Codigo del documento (CAMARA-COM, RUT, ...):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACE
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           INSPECT WS-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CATEGORIA TO TDO-CATEGORIA.
           MOVE WS-CODIGO    TO TDO-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ TIPOS-DOCUMENTO KEY IS TDO-CLAVE
               INVALID KEY
                   SET TIPO-NUEVO TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-TIPO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-TIPO.
           IF TIPO-NUEVO
               DISPLAY "Documento nuevo para la categoria."
           ELSE
               DISPLAY "Actual: " TDO-DESCRIPCION " oblig. "
                   TDO-OBLIGATORIO " vigencia " TDO-MESES-VIGENCIA
                   " meses, gracia " TDO-DIAS-GRACIA " dias, cond. "
                   TDO-CONDICION.
           DISPLAY "Descripcion:".
           ACCEPT TDO-DESCRIPCION.
           IF TDO-DESCRIPCION = SPACE
               DISPLAY "La descripcion no puede quedar en blanco, "
                   "no se graba."
               GO TO F-EDITO-TIPO.
           DISPLAY "Obligatorio (S/N)?".
           ACCEPT TDO-OBLIGATORIO.
           IF TDO-OBLIGATORIO = "s" MOVE "S" TO TDO-OBLIGATORIO END-IF.
           IF NOT TDO-ES-OBLIGATORIO
               MOVE "N" TO TDO-OBLIGATORIO.
           DISPLAY "Vigencia en meses (0 = no vence):".
           ACCEPT TDO-MESES-VIGENCIA.
           DISPLAY "Dias de gracia antes de marcar la cuenta:".
           ACCEPT TDO-DIAS-GRACIA.
           DISPLAY "Se exige (S)iempre o solo con (M)andato de "
               "domiciliacion?".
           ACCEPT TDO-CONDICION.
           IF TDO-CONDICION = "m" OR TDO-CONDICION = "M"
               MOVE "M" TO TDO-CONDICION
           ELSE
               MOVE SPACE TO TDO-CONDICION.
           ACCEPT TDO-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO TDO-OPERADOR.
           IF TIPO-NUEVO
               WRITE REG-TIPO-DOCUMENTO
           ELSE
               REWRITE REG-TIPO-DOCUMENTO.
           IF ST-TIPOS > "07"
               DISPLAY "Error grabando el documento (" ST-TIPOS ")."
               GO TO F-EDITO-TIPO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Documento " TDO-CATEGORIA " " TDO-CODIGO " "
               TDO-OBLIGATORIO " " TDO-MESES-VIGENCIA "m "
               TDO-DIAS-GRACIA "d " TDO-DESCRIPCION
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Documento grabado.".

       F-EDITO-TIPO.
           EXIT.

       BORRO-TIPO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-BORRO-TIPO.
           IF TIPO-NUEVO
               DISPLAY "Esa categoria no exige ese documento."
               GO TO F-BORRO-TIPO.
           DELETE TIPOS-DOCUMENTO RECORD.
           IF ST-TIPOS > "07"
               DISPLAY "Error borrando el documento (" ST-TIPOS ")."
               GO TO F-BORRO-TIPO.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Documento " TDO-CATEGORIA " " TDO-CODIGO
               " ya no se exige"
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Documento borrado.".

       F-BORRO-TIPO.
           EXIT.

       LISTO-TIPOS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           DISPLAY "Categoria a listar (blanco = todas):".
           ACCEPT WS-CATEGORIA.
           INSPECT WS-CATEGORIA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CATEGORIA = SPACE
               MOVE LOW-VALUES TO TDO-CLAVE
           ELSE
               MOVE WS-CATEGORIA TO TDO-CATEGORIA
               MOVE LOW-VALUES   TO TDO-CODIGO.
           START TIPOS-DOCUMENTO KEY IS NOT LESS THAN TDO-CLAVE
               INVALID KEY
                   DISPLAY "No hay documentos exigidos."
                   GO TO F-LISTO-TIPOS
           END-START.

       LEO-TIPO-LISTA.
           READ TIPOS-DOCUMENTO NEXT RECORD
               AT END
                   GO TO CIERRO-LISTA
           END-READ.
           IF WS-CATEGORIA NOT = SPACE
            AND TDO-CATEGORIA NOT = WS-CATEGORIA
               GO TO CIERRO-LISTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " TDO-CATEGORIA " " TDO-CODIGO " "
               TDO-DESCRIPCION " " TDO-OBLIGATORIO " "
               TDO-MESES-VIGENCIA "m " TDO-DIAS-GRACIA "d "
               TDO-CONDICION.
           GO TO LEO-TIPO-LISTA.

       CIERRO-LISTA.
           DISPLAY "Documentos listados: " WS-TOTAL-LISTADOS.

       F-LISTO-TIPOS.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE "TIPO-DOC"   TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-TIPOS-DOC.
