      *          reporte con el cliente y el punto de la cadena donde
      *          diverge -- la prueba que piden los auditores.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  La cuenta 0 es la cuenta de control de la
      *                     provision de cartera (PROVISION-CARTERA):
      *                     su cadena se rejuega igual pero no se
      *                     busca en el maestro de clientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-MOVIMIENTOS.
       CIERRO-CLIENTE-EN-CURSO.
           IF NOT HAY-CLIENTE-EN-CURSO
               GO TO F-CIERRO-CLIENTE-EN-CURSO.
           IF WS-ID-EN-CURSO = 0
               GO TO F-CIERRO-CLIENTE-EN-CURSO.
           MOVE WS-ID-EN-CURSO TO CLI-ID.
           READ CLIENTES KEY IS ID-CLIENTE
               INVALID KEY
