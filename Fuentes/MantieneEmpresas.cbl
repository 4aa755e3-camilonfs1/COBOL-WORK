      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Mantenimiento del archivo de empresas del grupo
      *          (empresas.dat, EMPRESA.cpy) y de las empresas con que
      *          puede trabajar cada operador (empresas_operador.dat,
      *          EMPOPER.cpy). Un operador firmado de nivel 3 agrega o
      *          corrige una empresa (razon social, NIT con su digito
      *          de verificacion validado por VALIDA-NIT y moneda
      *          base), la retira o la reactiva -- la retirada no se
      *          borra, porque sus cuentas, movimientos y facturas la
      *          siguen nombrando --, lista las empresas, y concede o
      *          revoca a un operador una empresa (o la 000, todas).
      *          Al crear el archivo se siembra la 001, la empresa
      *          original, con el NIT de los parametros EMISOR-NIT y
      *          EMISOR-DV para que el operador complete su razon
      *          social. Cada cambio queda en auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-EMPRESAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY EMPSEL.

           COPY EOPSEL.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS.

           COPY EMPRESA.

       FD  EMPRESAS-OPERADOR.

           COPY EMPOPER.

       FD  AUDITORIA-TRAIL.

           COPY AUDITORIA.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-EMPRESAS          PIC XX VALUE SPACE.
       01  ST-EMPRESAS-OPERADOR PIC XX VALUE SPACE.
       01  ST-AUDITORIA         PIC XX VALUE SPACE.

       01  WS-OPCION     PIC X     VALUE SPACE.
       01  WS-CODIGO     PIC 9(3)  VALUE 0.
       01  WS-RAZON      PIC X(60) VALUE SPACE.
       01  WS-NIT        PIC X(15) VALUE SPACE.
       01  WS-NIT-DV     PIC X     VALUE SPACE.
       01  WS-MONEDA     PIC X(3)  VALUE SPACE.
       01  WS-OPERADOR   PIC X(8)  VALUE SPACE.
       01  WS-CLAVE-SW   PIC X     VALUE "N".
           88 CLAVE-VALIDA    VALUE "S".
       01  WS-NUEVO-SW   PIC X     VALUE "N".
           88 EMPRESA-NUEVA   VALUE "S".
       01  WS-OPERADORES-SW PIC X  VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01  WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.
       01  WS-AUD-OPERACION  PIC X(10) VALUE SPACE.

      * Interfaz con VALIDA-NIT: las empresas son personas juridicas,
      * siempre con NIT.
       01  WS-TIPO-DOC       PIC X     VALUE "N".
       01  WS-NIT-RESULTADO  PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO    PIC X(24) VALUE SPACE.

      * Siembra de la empresa original.
       01  WS-PAR-CLAVE      PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR      PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO    PIC X           VALUE SPACE.
       01  WS-SEMILLA-NIT    PIC 9(9)        VALUE 0.
       01  WS-SEMILLA-DV     PIC 9           VALUE 0.

       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

           COPY FIRMAWS.

           COPY BANNERWS.

       PROCEDURE DIVISION.
       MAIN-RUTINA.
           MOVE "MANTIENE-EMPRESAS" TO WS-BANNER-PROGRAMA.
           MOVE "1.0"               TO WS-BANNER-VERSION.
           PERFORM IMPRIMO-BANNER.
           PERFORM FIRMO-OPERADOR THRU F-FIRMO-OPERADOR.
           IF NOT FIRMA-VALIDA OR NOT PUEDE-BORRAR
               DISPLAY "Las empresas del grupo exigen firma de nivel "
                   "3, el programa termina."
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDITORIA-TRAIL.
           IF ST-AUDITORIA > "07"
               DISPLAY "Error abriendo AUDITORIA-TRAIL ("
                   ST-AUDITORIA ")"
               MOVE 16 TO RETURN-CODE.
           OPEN I-O EMPRESAS.
           IF ST-EMPRESAS = "35"
               OPEN OUTPUT EMPRESAS
               PERFORM SIEMBRO-EMPRESA-ORIGINAL
               CLOSE EMPRESAS
               OPEN I-O EMPRESAS.
           IF ST-EMPRESAS > "07"
               DISPLAY "Error abriendo EMPRESAS (" ST-EMPRESAS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O EMPRESAS-OPERADOR.
           IF ST-EMPRESAS-OPERADOR = "35"
               OPEN OUTPUT EMPRESAS-OPERADOR
               CLOSE EMPRESAS-OPERADOR
               OPEN I-O EMPRESAS-OPERADOR.
           IF ST-EMPRESAS-OPERADOR > "07"
               DISPLAY "Error abriendo EMPRESAS-OPERADOR ("
                   ST-EMPRESAS-OPERADOR ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
               SET OPERADORES-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "Maestro de operadores no disponible ("
                   ST-OPERADORES "), no se verifica el ID del "
                   "operador al conceder empresas.".

       PIDO-OPERACION.
           DISPLAY "Operacion: (A)gregar o corregir empresa, "
               "(R)etirar o reactivar, (L)istar, (O)peradores o "
               "(S)alir.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" WHEN "a"
                   PERFORM EDITO-EMPRESA THRU F-EDITO-EMPRESA
               WHEN "R" WHEN "r"
                   PERFORM RETIRO-EMPRESA THRU F-RETIRO-EMPRESA
               WHEN "L" WHEN "l"
                   PERFORM LISTO-EMPRESAS THRU F-LISTO-EMPRESAS
               WHEN "O" WHEN "o"
                   PERFORM ATIENDO-OPERADOR THRU F-ATIENDO-OPERADOR
               WHEN "S" WHEN "s"
                   CLOSE EMPRESAS
                   CLOSE EMPRESAS-OPERADOR
                   CLOSE AUDITORIA-TRAIL
                   IF OPERADORES-DISPONIBLES
                       CLOSE OPERADORES
                   END-IF
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * La 001 es la empresa de todo lo que se grabo antes de haber
      * varias: se siembra con el NIT del emisor electronico y una
      * razon social provisional que el operador corrige con (A).
      ******************************************************************
       SIEMBRO-EMPRESA-ORIGINAL.
           MOVE SPACE TO REG-EMPRESA.
           MOVE 1     TO EMP-CODIGO.
           MOVE "EMPRESA ORIGINAL - CORREGIR RAZON SOCIAL"
               TO EMP-RAZON-SOCIAL.
           MOVE "EMISOR-NIT" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-SEMILLA-NIT
               MOVE WS-SEMILLA-NIT TO EMP-NIT (1:9)
               MOVE "EMISOR-DV" TO WS-PAR-CLAVE
               CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
                   WS-PAR-HALLADO
               IF WS-PAR-HALLADO = "S"
                   MOVE WS-PAR-VALOR TO WS-SEMILLA-DV
                   MOVE WS-SEMILLA-DV TO EMP-NIT-DV
               END-IF
           END-IF.
           MOVE "USD" TO EMP-MONEDA.
           MOVE "A"   TO EMP-ESTADO.
           ACCEPT EMP-FECHA-ALTA FROM DATE YYYYMMDD.
           WRITE REG-EMPRESA.
           IF ST-EMPRESAS > "07"
               DISPLAY "Error sembrando la empresa 001 (" ST-EMPRESAS
                   ")."
           ELSE
               DISPLAY "Archivo de empresas creado con la 001; "
                   "complete su razon social con (A).".

      ******************************************************************
      * Pide el codigo de la empresa y deja el registro leido si ya
      * existe.
      ******************************************************************
       PIDO-CLAVE.
           MOVE "N" TO WS-CLAVE-SW.
           MOVE "N" TO WS-NUEVO-SW.
           DISPLAY "Codigo de la empresa (001-999):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO NOT NUMERIC OR WS-CODIGO = 0
               DISPLAY "Codigo invalido."
               GO TO F-PIDO-CLAVE.
           MOVE WS-CODIGO TO EMP-CODIGO.
           SET CLAVE-VALIDA TO TRUE.
           READ EMPRESAS KEY IS EMP-CODIGO
               INVALID KEY
                   SET EMPRESA-NUEVA TO TRUE
           END-READ.

       F-PIDO-CLAVE.
           EXIT.

       EDITO-EMPRESA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-EDITO-EMPRESA.
           IF EMPRESA-NUEVA
               DISPLAY "Empresa nueva."
           ELSE
               DISPLAY "Empresa actual: " EMP-RAZON-SOCIAL " ("
                   EMP-ESTADO ") NIT " EMP-NIT "-" EMP-NIT-DV
                   " moneda " EMP-MONEDA.
           DISPLAY "Razon social:".
           ACCEPT WS-RAZON.
           IF WS-RAZON = SPACE
               DISPLAY "La razon social no puede quedar en blanco, no "
                   "se graba."
               GO TO F-EDITO-EMPRESA.
           DISPLAY "NIT (sin puntos ni guion):".
           ACCEPT WS-NIT.
           DISPLAY "Digito de verificacion:".
           ACCEPT WS-NIT-DV.
           CALL "VALIDA-NIT" USING WS-TIPO-DOC WS-NIT WS-NIT-DV
               WS-NIT-RESULTADO WS-NIT-EDITADO.
           IF WS-NIT-RESULTADO NOT = "S" OR WS-NIT = SPACE
               DISPLAY "NIT o digito de verificacion invalido, no se "
                   "graba."
               GO TO F-EDITO-EMPRESA.
           DISPLAY "Moneda base (codigo ISO, blanco = USD):".
           ACCEPT WS-MONEDA.
           INSPECT WS-MONEDA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MONEDA = SPACE
               MOVE "USD" TO WS-MONEDA.
           IF EMPRESA-NUEVA
               MOVE SPACE     TO REG-EMPRESA
               MOVE WS-CODIGO TO EMP-CODIGO
               MOVE "A"       TO EMP-ESTADO
               ACCEPT EMP-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE WS-RAZON  TO EMP-RAZON-SOCIAL.
           MOVE WS-NIT    TO EMP-NIT.
           MOVE WS-NIT-DV TO EMP-NIT-DV.
           MOVE WS-MONEDA TO EMP-MONEDA.
           IF EMPRESA-NUEVA
               WRITE REG-EMPRESA
           ELSE
               REWRITE REG-EMPRESA.
           IF ST-EMPRESAS > "07"
               DISPLAY "Error grabando la empresa (" ST-EMPRESAS ")."
               GO TO F-EDITO-EMPRESA.
           MOVE "EMPRESA" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Empresa " EMP-CODIGO " " EMP-RAZON-SOCIAL
               DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Empresa grabada.".

       F-EDITO-EMPRESA.
           EXIT.

      ******************************************************************
      * Retirar o reactivar: la retirada no recibe cuentas nuevas,
      * pero todo lo ya grabado a su nombre se conserva.
      ******************************************************************
       RETIRO-EMPRESA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF NOT CLAVE-VALIDA
               GO TO F-RETIRO-EMPRESA.
           IF EMPRESA-NUEVA
               DISPLAY "No hay empresa con ese codigo."
               GO TO F-RETIRO-EMPRESA.
           IF EMP-RETIRADA
               MOVE "A" TO EMP-ESTADO
           ELSE
               MOVE "R" TO EMP-ESTADO.
           REWRITE REG-EMPRESA.
           IF ST-EMPRESAS > "07"
               DISPLAY "Error grabando la empresa (" ST-EMPRESAS ")."
               GO TO F-RETIRO-EMPRESA.
           MOVE "EMPRESA" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           IF EMP-RETIRADA
               STRING "Empresa " EMP-CODIGO " retirada"
                   DELIMITED BY SIZE INTO AUD-DETALLE
               DISPLAY "Empresa retirada."
           ELSE
               STRING "Empresa " EMP-CODIGO " reactivada"
                   DELIMITED BY SIZE INTO AUD-DETALLE
               DISPLAY "Empresa reactivada.".
           PERFORM GRABO-AUDITORIA.

       F-RETIRO-EMPRESA.
           EXIT.

       LISTO-EMPRESAS.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE 0 TO EMP-CODIGO.
           START EMPRESAS KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                   DISPLAY "No hay empresas cargadas."
                   GO TO F-LISTO-EMPRESAS
           END-START.

       LEO-EMPRESA-LISTA.
           READ EMPRESAS NEXT RECORD
               AT END
                   DISPLAY "Empresas listadas: " WS-TOTAL-LISTADOS
                   GO TO F-LISTO-EMPRESAS
           END-READ.
           ADD 1 TO WS-TOTAL-LISTADOS.
           DISPLAY "  " EMP-CODIGO " " EMP-ESTADO " " EMP-RAZON-SOCIAL.
           DISPLAY "      NIT " EMP-NIT "-" EMP-NIT-DV " moneda "
               EMP-MONEDA " (" EMP-FECHA-ALTA ")".
           GO TO LEO-EMPRESA-LISTA.

       F-LISTO-EMPRESAS.
           EXIT.

      ******************************************************************
      * Empresas de un operador: muestra las concedidas y permite
      * (C)onceder o (Q)uitar una. La 000 concede todas.
      ******************************************************************
       ATIENDO-OPERADOR.
           DISPLAY "ID del operador:".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACE
               GO TO F-ATIENDO-OPERADOR.
           IF OPERADORES-DISPONIBLES
               MOVE WS-OPERADOR TO OPE-ID
               READ OPERADORES KEY IS OPE-ID
                   INVALID KEY
                       DISPLAY "Operador no registrado."
                       GO TO F-ATIENDO-OPERADOR
               END-READ
           END-IF.
           PERFORM LISTO-EMPRESAS-OPERADOR
               THRU F-LISTO-EMPRESAS-OPERADOR.
           DISPLAY "(C)onceder, (Q)uitar o (S)alir:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = "C" AND NOT = "c"
            AND NOT = "Q" AND NOT = "q"
               GO TO F-ATIENDO-OPERADOR.
           DISPLAY "Empresa (000 = todas):".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO NOT NUMERIC
               DISPLAY "Codigo invalido."
               GO TO F-ATIENDO-OPERADOR.
           MOVE WS-OPERADOR TO EOP-OPERADOR.
           MOVE WS-CODIGO   TO EOP-EMPRESA.
           IF WS-OPCION = "Q" OR WS-OPCION = "q"
               GO TO QUITO-EMPRESA-OPERADOR.
           IF WS-CODIGO NOT = 0
               MOVE WS-CODIGO TO EMP-CODIGO
               READ EMPRESAS KEY IS EMP-CODIGO
                   INVALID KEY
                       DISPLAY "No hay empresa con ese codigo."
                       GO TO F-ATIENDO-OPERADOR
               END-READ
               IF EMP-RETIRADA
                   DISPLAY "La empresa esta retirada, no se concede."
                   GO TO F-ATIENDO-OPERADOR
               END-IF
           END-IF.
           MOVE WS-OPERADOR TO EOP-OPERADOR.
           MOVE WS-CODIGO   TO EOP-EMPRESA.
           ACCEPT EOP-FECHA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-FIRMADO TO EOP-AUTORIZO.
           WRITE REG-EMPRESA-OPERADOR
               INVALID KEY
                   DISPLAY "El operador ya tiene esa empresa."
                   GO TO F-ATIENDO-OPERADOR
           END-WRITE.
           MOVE "EMPRESAOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Empresa " EOP-EMPRESA " concedida a "
               EOP-OPERADOR DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Empresa concedida.".
           GO TO F-ATIENDO-OPERADOR.

       QUITO-EMPRESA-OPERADOR.
           READ EMPRESAS-OPERADOR KEY IS EOP-CLAVE
               INVALID KEY
                   DISPLAY "El operador no tiene esa empresa."
                   GO TO F-ATIENDO-OPERADOR
           END-READ.
           DELETE EMPRESAS-OPERADOR RECORD.
           IF ST-EMPRESAS-OPERADOR > "07"
               DISPLAY "Error quitando la empresa ("
                   ST-EMPRESAS-OPERADOR ")."
               GO TO F-ATIENDO-OPERADOR.
           MOVE "EMPRESAOPE" TO WS-AUD-OPERACION.
           MOVE SPACE TO AUD-DETALLE.
           STRING "Empresa " EOP-EMPRESA " quitada a "
               EOP-OPERADOR DELIMITED BY SIZE INTO AUD-DETALLE.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Empresa quitada.".

       F-ATIENDO-OPERADOR.
           EXIT.

       LISTO-EMPRESAS-OPERADOR.
           MOVE 0 TO WS-TOTAL-LISTADOS.
           MOVE WS-OPERADOR TO EOP-OPERADOR.
           MOVE 0           TO EOP-EMPRESA.
           START EMPRESAS-OPERADOR KEY IS NOT LESS THAN EOP-CLAVE
               INVALID KEY
                   GO TO FIN-LISTO-EMPRESAS-OPERADOR
           END-START.

       LEO-EMPRESA-OPERADOR.
           READ EMPRESAS-OPERADOR NEXT RECORD
               AT END
                   GO TO FIN-LISTO-EMPRESAS-OPERADOR
           END-READ.
           IF EOP-OPERADOR NOT = WS-OPERADOR
               GO TO FIN-LISTO-EMPRESAS-OPERADOR.
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF EOP-EMPRESA = 0
               DISPLAY "  000 TODAS LAS EMPRESAS (desde " EOP-FECHA
                   ", " EOP-AUTORIZO ")"
           ELSE
               DISPLAY "  " EOP-EMPRESA " (desde " EOP-FECHA ", "
                   EOP-AUTORIZO ")".
           GO TO LEO-EMPRESA-OPERADOR.

       FIN-LISTO-EMPRESAS-OPERADOR.
           IF WS-TOTAL-LISTADOS = 0
               DISPLAY "  Sin empresas concedidas: trabaja solo con "
                   "la 001.".

       F-LISTO-EMPRESAS-OPERADOR.
           EXIT.

       GRABO-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE.
           ACCEPT WS-AUD-HORA  FROM TIME.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           MOVE WS-AUD-HORA  TO AUD-HORA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE 0            TO AUD-ID-CLIENTE.
           MOVE WS-OPERADOR-FIRMADO TO AUD-OPERADOR.
           CALL "SECUENCIA-AUDITORIA" USING AUD-SECUENCIA.
           WRITE REG-AUDITORIA.

           COPY BANNER.

           COPY FIRMA.

       END PROGRAM MANTIENE-EMPRESAS.
