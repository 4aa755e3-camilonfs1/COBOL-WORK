      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que dice si el resumen nocturno de
      *          movimientos (resumen_movimientos.dat, armado por
      *          RESUME-MOVIMIENTOS) sigue al dia: lee la marca de
      *          agua de resumen_mov_control.dat y busca, por la clave
      *          alterna MOV-FECHA, algun movimiento grabado despues
      *          de ella -- solo recorre los dias desde la marca, no
      *          el archivo completo. Devuelve "V" (vigente: ningun
      *          posteo posterior), "D" (desactualizado: hay
      *          movimientos que el resumen no tiene) o "N" (no hay
      *          resumen generado), y el dia al que corresponden las
      *          columnas del dia del resumen. Lo usan PROCESO-NOCTURNO
      *          antes de los pasos que leen el resumen y esos mismos
      *          programas, que vuelven a los movimientos si el
      *          resumen no sirve.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-RESUMEN-MOV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY MOVSEL.

           SELECT OPTIONAL RESUMEN-CONTROL
                  ASSIGN TO "./resumen_mov_control.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.

           COPY MOVIMIENTO.

       FD  RESUMEN-CONTROL.

           COPY RESMOVCT.

       WORKING-STORAGE SECTION.

       01  ST-MOVIMIENTOS PIC XX VALUE SPACE.
       01  ST-CONTROL     PIC XX VALUE SPACE.

       LINKAGE SECTION.
       01  LNK-ESTADO      PIC X.
       01  LNK-FECHA-DIA   PIC 9(8).

       PROCEDURE DIVISION USING LNK-ESTADO LNK-FECHA-DIA.
       MAIN-RUTINA.
           MOVE "N" TO LNK-ESTADO.
           MOVE 0   TO LNK-FECHA-DIA.
           OPEN INPUT RESUMEN-CONTROL.
           IF ST-CONTROL NOT = "00"
               GOBACK.
           READ RESUMEN-CONTROL
               AT END
                   CLOSE RESUMEN-CONTROL
                   GOBACK
           END-READ.
           CLOSE RESUMEN-CONTROL.
           MOVE RSC-FECHA-DIA TO LNK-FECHA-DIA.
           MOVE "V" TO LNK-ESTADO.
      *    Sin poder leer los movimientos no se da el resumen por bueno.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
               MOVE "D" TO LNK-ESTADO
               GOBACK.
           IF ST-MOVIMIENTOS NOT = "00"
               GOBACK.
           MOVE RSC-ULTIMA-FECHA TO MOV-FECHA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-FECHA
               INVALID KEY
                   CLOSE MOVIMIENTOS
                   GOBACK
           END-START.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   CLOSE MOVIMIENTOS
                   GOBACK
           END-READ.
           IF ST-MOVIMIENTOS > "07"
               MOVE "D" TO LNK-ESTADO
               CLOSE MOVIMIENTOS
               GOBACK.
           IF MOV-FECHA > RSC-ULTIMA-FECHA
            OR MOV-HORA > RSC-ULTIMA-HORA
               MOVE "D" TO LNK-ESTADO
               CLOSE MOVIMIENTOS
               GOBACK.
           GO TO LEO-MOVIMIENTO.

       END PROGRAM VERIFICA-RESUMEN-MOV.
