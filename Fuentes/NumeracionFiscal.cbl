      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma central de numeracion fiscal: los numeros
      *          de factura, nota de credito y recibo de caja salen
      *          solo de los rangos autorizados por la autoridad
      *          tributaria en numeracion_fiscal.dat (NUMFISCAL.cpy),
      *          por tipo de documento y sucursal emisora -- antes
      *          los numeradores solo sumaban uno. Funcion "S": toma
      *          el primer rango activo del tipo para la sucursal de
      *          la instalacion (parametro SUCURSAL-EMISION de
      *          parametros.dat; 1 por omision) vigente a la fecha
      *          del documento y con numeros libres, entrega el
      *          siguiente numero y lo deja anotado en el rango.
      *          Funcion "C": halla el rango del tipo que contiene un
      *          numero ya emitido (reimpresiones). En ambas deja la
      *          leyenda de la resolucion para imprimir en el
      *          documento; sin rango valido el resultado es "N" y el
      *          llamador no emite. El archivo se abre y se cierra en
      *          cada llamada, como el numerador de recibos, para que
      *          dos cajas no entreguen el mismo numero.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Numeracion por empresa del grupo:
      *                     LNK-EMPRESA (no numerico o cero = 001) va
      *                     despues del tipo; la funcion "S" solo
      *                     entrega numeros de los rangos de esa empresa
      *                     y la "C" devuelve la empresa del rango
      *                     hallado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERACION-FISCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY NUMSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  NUMERACION.

           COPY NUMFISCAL.

       WORKING-STORAGE SECTION.

       01  ST-NUMERACION  PIC XX VALUE SPACE.

       01  WS-SUCURSAL-SW PIC X VALUE "N".
           88 SUCURSAL-LEIDA VALUE "S".
       01  WS-SUCURSAL    PIC 9(3) VALUE 1.
       01  WS-EMPRESA     PIC 9(3) VALUE 1.
       01  WS-EMPRESA-RANGO PIC 9(3) VALUE 1.

       01  WS-PAR-CLAVE   PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO PIC X           VALUE SPACE.

       LINKAGE SECTION.
       01  LNK-FUNCION   PIC X.
       01  LNK-TIPO      PIC X.
       01  LNK-EMPRESA   PIC 9(3).
       01  LNK-FECHA     PIC 9(8).
       01  LNK-NUMERO    PIC 9(8).
       01  LNK-SUCURSAL  PIC 9(3).
       01  LNK-LEYENDA   PIC X(100).
       01  LNK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LNK-FUNCION LNK-TIPO LNK-EMPRESA
           LNK-FECHA LNK-NUMERO LNK-SUCURSAL LNK-LEYENDA
           LNK-RESULTADO.
       MAIN-RUTINA.
           MOVE "N"   TO LNK-RESULTADO.
           MOVE SPACE TO LNK-LEYENDA.
           IF LNK-EMPRESA NOT NUMERIC OR LNK-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA
           ELSE
               MOVE LNK-EMPRESA TO WS-EMPRESA.
           IF NOT SUCURSAL-LEIDA
               PERFORM LEO-SUCURSAL.
           OPEN I-O NUMERACION.
           IF ST-NUMERACION NOT = "00"
               IF ST-NUMERACION NOT > "07"
                   CLOSE NUMERACION
               END-IF
               GOBACK.
           EVALUATE LNK-FUNCION
               WHEN "S"
                   PERFORM ENTREGO-NUMERO THRU F-ENTREGO-NUMERO
               WHEN "C"
                   PERFORM BUSCO-RANGO THRU F-BUSCO-RANGO
           END-EVALUATE.
           CLOSE NUMERACION.
           GOBACK.

       LEO-SUCURSAL.
           MOVE "S" TO WS-SUCURSAL-SW.
           MOVE "SUCURSAL-EMISION" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-SUCURSAL.

      ******************************************************************
      * Siguiente numero del primer rango utilizable, en orden de
      * NUM-DESDE: activo, vigente a la fecha del documento y con
      * numeros libres. El rango agotado o vencido se salta y el
      * siguiente autorizado toma el relevo; los rangos de las otras
      * empresas del grupo se saltan siempre.
      ******************************************************************
       ENTREGO-NUMERO.
           MOVE LNK-TIPO    TO NUM-TIPO.
           MOVE WS-SUCURSAL TO NUM-SUCURSAL.
           MOVE 0           TO NUM-DESDE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   GO TO F-ENTREGO-NUMERO
           END-START.

       PRUEBO-RANGO.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO F-ENTREGO-NUMERO
           END-READ.
           IF ST-NUMERACION NOT = "00"
               GO TO F-ENTREGO-NUMERO.
           IF NUM-TIPO NOT = LNK-TIPO OR NUM-SUCURSAL NOT = WS-SUCURSAL
               GO TO F-ENTREGO-NUMERO.
           PERFORM EMPRESA-DEL-RANGO.
           IF WS-EMPRESA-RANGO NOT = WS-EMPRESA
               GO TO PRUEBO-RANGO.
           IF NOT NUM-ACTIVO
            OR LNK-FECHA < NUM-FECHA-RESOL
            OR LNK-FECHA > NUM-FECHA-VENCE
            OR NUM-ULTIMO NOT NUMERIC
               GO TO PRUEBO-RANGO.
           IF NUM-ULTIMO < NUM-DESDE
               MOVE NUM-DESDE TO LNK-NUMERO
           ELSE
               IF NUM-ULTIMO NOT < NUM-HASTA
                   GO TO PRUEBO-RANGO
               ELSE
                   COMPUTE LNK-NUMERO = NUM-ULTIMO + 1.
           MOVE LNK-NUMERO TO NUM-ULTIMO.
           REWRITE REG-NUMERACION.
           IF ST-NUMERACION > "07"
               GO TO F-ENTREGO-NUMERO.
           MOVE NUM-SUCURSAL TO LNK-SUCURSAL.
           PERFORM ARMO-LEYENDA.
           MOVE "S" TO LNK-RESULTADO.

       F-ENTREGO-NUMERO.
           EXIT.

      ******************************************************************
      * Rango del tipo (de cualquier sucursal) que contiene el numero
      * ya emitido, para reimprimir la leyenda de su resolucion.
      ******************************************************************
       BUSCO-RANGO.
           MOVE LNK-TIPO TO NUM-TIPO.
           MOVE 0        TO NUM-SUCURSAL.
           MOVE 0        TO NUM-DESDE.
           START NUMERACION KEY IS NOT LESS THAN NUM-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-RANGO
           END-START.

       PRUEBO-RANGO-NUMERO.
           READ NUMERACION NEXT RECORD
               AT END
                   GO TO F-BUSCO-RANGO
           END-READ.
           IF ST-NUMERACION NOT = "00" OR NUM-TIPO NOT = LNK-TIPO
               GO TO F-BUSCO-RANGO.
           IF LNK-NUMERO < NUM-DESDE OR LNK-NUMERO > NUM-HASTA
               GO TO PRUEBO-RANGO-NUMERO.
           MOVE NUM-SUCURSAL TO LNK-SUCURSAL.
           PERFORM EMPRESA-DEL-RANGO.
           MOVE WS-EMPRESA-RANGO TO LNK-EMPRESA.
           PERFORM ARMO-LEYENDA.
           MOVE "S" TO LNK-RESULTADO.

       F-BUSCO-RANGO.
           EXIT.

      * Rangos grabados antes de haber varias empresas son de la 001.
       EMPRESA-DEL-RANGO.
           IF NUM-EMPRESA NOT NUMERIC OR NUM-EMPRESA = 0
               MOVE 1 TO WS-EMPRESA-RANGO
           ELSE
               MOVE NUM-EMPRESA TO WS-EMPRESA-RANGO.

       ARMO-LEYENDA.
           MOVE SPACE TO LNK-LEYENDA.
           STRING "AUTORIZACION No. " NUM-RESOLUCION
               DELIMITED BY "  "
               " DEL " NUM-FECHA-RESOL " RANGO " NUM-DESDE
               " AL " NUM-HASTA " VIGENTE HASTA " NUM-FECHA-VENCE
               DELIMITED BY SIZE INTO LNK-LEYENDA.

       END PROGRAM NUMERACION-FISCAL.
