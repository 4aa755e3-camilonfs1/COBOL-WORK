      *                     busquedas aleatorias de alto volumen no
      *                     se turnen por el mismo buffer que el
      *                     recorrido secuencial de los reportes.
      *   2026-10-15  CEVR  Nueva clave alterna CLI-NIT (con
      *                     duplicados) para buscar al cliente por su
      *                     identificacion tributaria.
      ******************************************************************
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  RECORD KEY IS ID-CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT    WITH DUPLICATES
                  RESERVE 2 AREAS
                  STATUS ST-FILE.
