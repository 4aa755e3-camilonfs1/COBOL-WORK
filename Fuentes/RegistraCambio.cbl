      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma que deja un renglon en el registro de
      *          cambios de configuracion (cambios_config.dat,
      *          CAMBCFG.cpy). El llamador llena la tabla, la clave, la
      *          accion, las imagenes de antes y despues, el operador y
      *          el programa; aqui se pone la fecha, la hora y la marca
      *          de tabla sensible. Operador en blanco queda como
      *          "LOTE". El archivo se abre y cierra en cada llamada,
      *          como la auditoria de firma, para que varios programas
      *          puedan registrar en la misma corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-CAMBIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMBIOS-CONFIG.

       01  LINEA-CAMBIO-CONFIG   PIC X(206).

       WORKING-STORAGE SECTION.

       01  ST-CAMBIOS-CONFIG   PIC XX VALUE SPACE.

       LINKAGE SECTION.

           COPY CAMBCFG.

       PROCEDURE DIVISION USING REG-CAMBIO-CONFIG.
       MAIN-RUTINA.
           ACCEPT CCF-FECHA FROM DATE YYYYMMDD.
           ACCEPT CCF-HORA  FROM TIME.
           IF CCF-OPERADOR = SPACE
               MOVE "LOTE" TO CCF-OPERADOR.
           IF CCF-TABLA-SENSIBLE
               MOVE "S" TO CCF-SENSIBLE
           ELSE
               MOVE "N" TO CCF-SENSIBLE.
           OPEN EXTEND CAMBIOS-CONFIG.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Aviso: registro de cambios de configuracion "
                   "no disponible (" ST-CAMBIOS-CONFIG ")."
               GOBACK.
           WRITE LINEA-CAMBIO-CONFIG FROM REG-CAMBIO-CONFIG.
           IF ST-CAMBIOS-CONFIG > "07"
               DISPLAY "Aviso: no se pudo registrar el cambio de "
                   CCF-TABLA " " CCF-CLAVE " (" ST-CAMBIOS-CONFIG ")."
           END-IF.
           CLOSE CAMBIOS-CONFIG.
           GOBACK.

       END PROGRAM REGISTRA-CAMBIO.
