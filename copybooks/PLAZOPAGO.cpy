      ******************************************************************
      * Copybook: PLAZOPAGO.cpy
      * Purpose:  Record layout for the payment terms register
      *           (plazos_pago.dat), indexed by PLZ-CLAVE: el plazo de
      *           pago pactado con un cliente (PLZ-TIPO "C",
      *           PLZ-ID-CLIENTE) o el de omision de toda una
      *           categoria (PLZ-TIPO "K", la letra de CLI_CATEGORIA
      *           en la primera posicion de PLZ-CODIGO). PLZ-DIAS son
      *           los dias calendario desde la fecha de la factura
      *           hasta su vencimiento (30 = neto 30); el vencimiento
      *           se corre al primer dia habil. El del cliente prima
      *           sobre el de su categoria (un cliente con 0 queda de
      *           contado aunque su categoria tenga plazo). Mantenido
      *           con MANTIENE-PLAZOS y resuelto por CONSULTA-PLAZO.
      * Mod history:
      *   2026-10-15  CEVR  Created for payment terms and due dates.
      ******************************************************************
       01  REG-PLAZO-PAGO.
           05 PLZ-CLAVE.
              10 PLZ-TIPO          PIC X.
                 88 PLZ-DE-CLIENTE    VALUE "C".
                 88 PLZ-DE-CATEGORIA  VALUE "K".
              10 PLZ-CODIGO        PIC X(8).
              10 PLZ-ID-CLIENTE REDEFINES PLZ-CODIGO PIC 9(8).
           05 PLZ-DIAS             PIC 9(3).
           05 PLZ-FECHA-ALTA       PIC 9(8).
           05 PLZ-OPERADOR         PIC X(8).
