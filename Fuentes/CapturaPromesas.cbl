      *                     habil siguiente (CALENDARIO-HABIL) al
      *                     capturarla, avisandole al operador -- las
      *                     promesas dejaban de "vencer" en domingo.
      *   2026-10-15  CEVR  Las cuentas de una empresa del grupo no
      *                     autorizada al operador firmado se tratan
      *                     como inexistentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-PROMESAS.
                   DISPLAY "Cliente no encontrado."
                   GO TO F-REGISTRO-PROMESA
           END-READ.
           MOVE CLI-EMPRESA TO WS-EMPRESA-VALIDAR.
           PERFORM AUTORIZO-EMPRESA.
           IF NOT EMPRESA-AUTORIZADA
               DISPLAY "Cliente no encontrado."
               GO TO F-REGISTRO-PROMESA.
           DISPLAY "Cliente " CLI_NOMBRE (1:30) " saldo " CLI-SALDO.
           MOVE WS-ID-CLIENTE TO PRM-ID-CLIENTE.
           READ PROMESAS KEY IS PRM-ID-CLIENTE
