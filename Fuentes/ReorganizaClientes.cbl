      *                     tras una pasada completa verificada
      *                     (conteo del maestro = conteo reorganizado)
      *                     y el checkpoint se limpia al terminar.
      *   2026-10-15  CEVR  El maestro reorganizado se arma con la
      *                     nueva clave alterna CLI-NIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZA-CLIENTES.
                  RECORD KEY IS ID-CLIENTE IN REG-REORG
                  ALTERNATE KEY CLI_NOMBRE IN REG-REORG WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  IN REG-REORG WITH DUPLICATES
                  ALTERNATE KEY CLI-NIT    IN REG-REORG WITH DUPLICATES
                  STATUS ST-REORG.

           SELECT OPTIONAL PUNTO-CONTROL
