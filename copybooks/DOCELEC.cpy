      ******************************************************************
      * Copybook: DOCELEC.cpy
      * Purpose:  Record layout for the electronic-document register
      *           (docs_electronicos.dat), indexed by DEL-CLAVE (tipo
      *           + numero): una fila por cada factura (DEL-TIPO "F",
      *           FAC-NUMERO) y cada nota de credito (DEL-TIPO "N",
      *           NCR-NUMERO) enviada a la autoridad tributaria como
      *           documento electronico por
      *           GENERA-DOCUMENTO-ELECTRONICO.
      *           DEL-CUFE es el codigo unico del documento (prefijo
      *           FE/NC, NIT y digito del emisor, numero y fecha de
      *           emision). DEL-ESTADO: "E" = enviado, esperando
      *           respuesta; "A" = aceptado; "R" = rechazado, con la
      *           razon en DEL-MOTIVO (de la autoridad, o local si el
      *           documento ni siquiera salio por identificacion del
      *           adquirente invalida); "P" = rechazado y marcado para
      *           reenvio en REENVIA-DOCUMENTOS, sale en el proximo
      *           envio. CARGA-RESPUESTA-ELECTRONICA aplica la
      *           respuesta solo al envio que la pidio
      *           (DEL-FECHA-ENVIO). DEL-ENVIOS cuenta los envios.
      * Mod history:
      *   2026-10-15  CEVR  Created for the electronic invoice file.
      ******************************************************************
       01  REG-DOC-ELECTRONICO.
           05 DEL-CLAVE.
              10 DEL-TIPO            PIC X.
                 88 DEL-ES-FACTURA     VALUE "F".
                 88 DEL-ES-NOTA        VALUE "N".
              10 DEL-NUMERO          PIC 9(8).
           05 DEL-CUFE               PIC X(40).
           05 DEL-ID-CLIENTE         PIC 9(8).
           05 DEL-FACTURA-REF        PIC 9(8).
           05 DEL-FECHA-EMISION      PIC 9(8).
           05 DEL-BASE               PIC S9(7)V9(3).
           05 DEL-IVA                PIC S9(7)V9(3).
           05 DEL-TOTAL              PIC S9(7)V9(3).
           05 DEL-ESTADO             PIC X.
              88 DEL-ENVIADO         VALUE "E".
              88 DEL-ACEPTADO        VALUE "A".
              88 DEL-RECHAZADO       VALUE "R".
              88 DEL-POR-REENVIAR    VALUE "P".
           05 DEL-ENVIOS             PIC 9(3).
           05 DEL-FECHA-ENVIO        PIC 9(8).
           05 DEL-FECHA-RESPUESTA    PIC 9(8).
           05 DEL-MOTIVO             PIC X(60).
