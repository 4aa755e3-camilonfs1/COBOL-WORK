      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que carga en memoria los perfiles de los
      *          bancos de recaudo (perfiles_banco.dat, PERFBANCO.cpy)
      *          para POSTEO-PAGOS, GIRO-DOMICILIACION, CONCILIA-BANCO
      *          y POSICION-CAJA: devuelve los perfiles activos en
      *          orden de codigo (hasta 20) y cual es el principal --
      *          el marcado como tal o, sin marca, el primero. Sin
      *          archivo de perfiles o sin ninguno activo devuelve una
      *          sola entrada con codigo en blanco que describe al
      *          banco de siempre (formato propio, controles
      *          opcionales, secuencia validada, archivos con los
      *          nombres de siempre), con lo que los programas
      *          trabajan exactamente como antes de los perfiles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFILES-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY PERFBSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERFILES-BANCO.

           COPY PERFBANCO.

       WORKING-STORAGE SECTION.

       01  ST-PERFILES   PIC XX VALUE SPACE.

       LINKAGE SECTION.
       01  LNK-TABLA-PERFILES.
           05 LNK-PBA-USADOS     PIC 99.
           05 LNK-PBA-PRINCIPAL  PIC 99.
           05 LNK-PBA-ENTRADA    PIC X(80) OCCURS 20 TIMES.

       PROCEDURE DIVISION USING LNK-TABLA-PERFILES.
       MAIN-RUTINA.
           MOVE 0 TO LNK-PBA-USADOS.
           MOVE 0 TO LNK-PBA-PRINCIPAL.
           OPEN INPUT PERFILES-BANCO.
           IF ST-PERFILES > "07"
               GO TO CIERRO-CARGA.

       LEO-PERFIL.
           READ PERFILES-BANCO NEXT RECORD
               AT END
                   CLOSE PERFILES-BANCO
                   GO TO CIERRO-CARGA
           END-READ.
           IF ST-PERFILES > "07"
               DISPLAY "Error leyendo PERFILES-BANCO (" ST-PERFILES
                   "), se usan los perfiles leidos hasta aqui."
               CLOSE PERFILES-BANCO
               GO TO CIERRO-CARGA.
           IF NOT PBA-PERFIL-ACTIVO
               GO TO LEO-PERFIL.
           IF LNK-PBA-USADOS = 20
               DISPLAY "Mas de 20 bancos de recaudo activos, se omite "
                   "el perfil " PBA-CODIGO "."
               GO TO LEO-PERFIL.
           ADD 1 TO LNK-PBA-USADOS.
      *    Un solo principal: el primero marcado gana, los demas
      *    quedan como bancos adicionales.
           IF PBA-BANCO-PRINCIPAL
               IF LNK-PBA-PRINCIPAL = 0
                   MOVE LNK-PBA-USADOS TO LNK-PBA-PRINCIPAL
               ELSE
                   DISPLAY "Perfil " PBA-CODIGO " marcado tambien "
                       "como principal, se toma como adicional."
                   MOVE "N" TO PBA-PRINCIPAL
               END-IF
           END-IF.
           MOVE REG-PERFIL-BANCO TO LNK-PBA-ENTRADA (LNK-PBA-USADOS).
           GO TO LEO-PERFIL.

       CIERRO-CARGA.
           IF LNK-PBA-USADOS = 0
               PERFORM CARGO-BANCO-UNICO.
           IF LNK-PBA-PRINCIPAL = 0
               MOVE 1 TO LNK-PBA-PRINCIPAL
               MOVE LNK-PBA-ENTRADA (1) TO REG-PERFIL-BANCO
               MOVE "S" TO PBA-PRINCIPAL
               MOVE REG-PERFIL-BANCO TO LNK-PBA-ENTRADA (1).
           GOBACK.

      ******************************************************************
      * Sin perfiles: el banco de siempre, con las reglas que tenian
      * los programas antes de los perfiles.
      ******************************************************************
       CARGO-BANCO-UNICO.
           MOVE SPACE TO REG-PERFIL-BANCO.
           MOVE "BANCO DE RECAUDO" TO PBA-NOMBRE.
           MOVE "P" TO PBA-FMT-PAGOS.
           MOVE "P" TO PBA-FMT-GIRO.
           MOVE "P" TO PBA-CONTROL-PAGOS.
           MOVE "S" TO PBA-VALIDA-SECUENCIA.
           MOVE "N" TO PBA-CUENTA-ENCABEZADO.
           MOVE "S" TO PBA-PRINCIPAL.
           MOVE "S" TO PBA-ACTIVO.
           MOVE 1 TO LNK-PBA-USADOS.
           MOVE 1 TO LNK-PBA-PRINCIPAL.
           MOVE REG-PERFIL-BANCO TO LNK-PBA-ENTRADA (1).

       END PROGRAM PERFILES-BANCO.
