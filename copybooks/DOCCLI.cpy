      ******************************************************************
      * Copybook: DOCCLI.cpy
      * Purpose:  Record layout for the customer document registry
      *           (documentos_cliente.dat), indexed by DCL-CLAVE
      *           (cliente + tipo de documento de tipos_documento.dat):
      *           el documento vigente de ese tipo en el expediente de
      *           la cuenta, con su numero o referencia, la fecha en
      *           que se recibio, la fecha en que vence (0 = no
      *           vence), quien lo verifico y cuando. Un documento
      *           renovado reemplaza al anterior; el historial queda
      *           en la pista de auditoria. Capturado con
      *           CAPTURA-DOCUMENTOS.
      * Mod history:
      *   2026-10-15  CEVR  Created for KYC document tracking.
      ******************************************************************
       01  REG-DOCUMENTO-CLIENTE.
           05 DCL-CLAVE.
               10 DCL-ID-CLIENTE     PIC 9(8).
               10 DCL-TIPO           PIC X(10).
           05 DCL-REFERENCIA         PIC X(20).
           05 DCL-FECHA-RECIBIDO     PIC 9(8).
           05 DCL-FECHA-VENCE        PIC 9(8).
           05 DCL-VERIFICADO-POR     PIC X(8).
           05 DCL-FECHA-VERIFICA     PIC 9(8).
           05 FILLER                 PIC X(10).
