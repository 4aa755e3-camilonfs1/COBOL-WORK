      ******************************************************************
      * Copybook: FUNCOPER.cpy
      * Purpose:  Record layout for the operator function authorization
      *           file (funciones_operador.dat), indexed by FOP-CLAVE:
      *           una fila por cada funcion que un operador o un rol
      *           puede usar, desde cuando y que supervisor la
      *           concedio. FOP-SUJETO es el ID del operador o el
      *           nombre de un rol (los roles empiezan con "@", p.ej.
      *           @CAJERO). FOP-PROGRAMA son los primeros 20
      *           caracteres del nombre del programa, como en el
      *           encabezado de corrida, o "*" = todos los programas.
      *           FOP-OPCION es la opcion dentro del programa (letra
      *           del menu o codigo de funcion) o "*" = todas. La fila
      *           de programa "@ROL" hace al operador miembro del rol
      *           nombrado en FOP-OPCION, y le da todas las funciones
      *           del rol. Un operador sin ninguna fila sigue con los
      *           umbrales de OPE-NIVEL de siempre; el que tiene filas
      *           solo usa lo concedido, y siempre dentro de lo que su
      *           nivel le permite. Mantenido por MANTIENE-FUNCIONES,
      *           leido por FIRMA-OPERADOR y listado por
      *           REPORTE-FUNCIONES.
      * Mod history:
      *   2026-10-15  CEVR  Created for the function authorization
      *                     matrix.
      ******************************************************************
       01  REG-FUNCION-OPERADOR.
           05 FOP-CLAVE.
               10 FOP-SUJETO      PIC X(8).
               10 FOP-PROGRAMA    PIC X(20).
               10 FOP-OPCION      PIC X(8).
           05 FOP-FECHA           PIC 9(8).
           05 FOP-AUTORIZO        PIC X(8).
