      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma central del registro de consultas de
      *          datos personales: cada programa de consulta lo llama
      *          al poner en pantalla nombre, direccion, cuenta
      *          bancaria, saldo o historia de un cliente, con el
      *          operador firmado, su propio nombre, el CLI-ID y una
      *          descripcion corta de lo mostrado, y queda una linea
      *          fechada en accesos_datos.dat (ACCESO.cpy). El
      *          archivo se abre y cierra en cada llamada, como el
      *          numerador de auditoria, para que las consultas de
      *          varias terminales no se pisen. Si el registro no se
      *          puede abrir se avisa en pantalla y la consulta
      *          sigue: el registro no detiene la atencion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ACCESO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ACCESOS-DATOS
                  ASSIGN TO "./accesos_datos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ACCESOS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESOS-DATOS.

           COPY ACCESO.

       WORKING-STORAGE SECTION.

       01  ST-ACCESOS  PIC XX VALUE SPACE.

       LINKAGE SECTION.
       01  LNK-OPERADOR    PIC X(8).
       01  LNK-PROGRAMA    PIC X(20).
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-DATOS       PIC X(40).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-PROGRAMA
           LNK-ID-CLIENTE LNK-DATOS.
       MAIN-RUTINA.
           OPEN EXTEND ACCESOS-DATOS.
           IF ST-ACCESOS > "07"
               DISPLAY "Aviso: registro de consultas no disponible "
                   "(" ST-ACCESOS ")."
               GOBACK.
           ACCEPT ACC-FECHA FROM DATE YYYYMMDD.
           ACCEPT ACC-HORA FROM TIME.
           MOVE LNK-OPERADOR   TO ACC-OPERADOR.
           MOVE LNK-PROGRAMA   TO ACC-PROGRAMA.
           MOVE LNK-ID-CLIENTE TO ACC-ID-CLIENTE.
           MOVE LNK-DATOS      TO ACC-DATOS.
           WRITE REG-ACCESO.
           CLOSE ACCESOS-DATOS.
           GOBACK.

       END PROGRAM REGISTRA-ACCESO.
