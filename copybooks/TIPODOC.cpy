      ******************************************************************
      * Copybook: TIPODOC.cpy
      * Purpose:  Record layout for the required-documents table
      *           (tipos_documento.dat), indexed by TDO-CLAVE
      *           (categoria + tipo de documento): una fila por cada
      *           documento que la cuenta de una CLI_CATEGORIA debe
      *           tener en el expediente (camara de comercio, RUT,
      *           documento del representante legal, certificacion
      *           bancaria...), con su descripcion, si es obligatorio,
      *           la vigencia en meses (0 = no vence), los dias de
      *           gracia antes de marcar la cuenta y la condicion en
      *           que se exige (blanco = siempre, "M" = solo con
      *           mandato de domiciliacion vigente). Mantenido con
      *           MANTIENE-TIPOS-DOC y evaluado por
      *           VERIFICA-DOCUMENTOS.
      * Mod history:
      *   2026-10-15  CEVR  Created for KYC document tracking.
      ******************************************************************
       01  REG-TIPO-DOCUMENTO.
           05 TDO-CLAVE.
               10 TDO-CATEGORIA     PIC X.
               10 TDO-CODIGO        PIC X(10).
           05 TDO-DESCRIPCION       PIC X(40).
           05 TDO-OBLIGATORIO       PIC X.
               88 TDO-ES-OBLIGATORIO VALUE "S".
           05 TDO-MESES-VIGENCIA    PIC 9(3).
           05 TDO-DIAS-GRACIA       PIC 9(3).
           05 TDO-CONDICION         PIC X.
               88 TDO-SIEMPRE        VALUE SPACE.
               88 TDO-CON-MANDATO    VALUE "M".
           05 TDO-FECHA-ALTA        PIC 9(8).
           05 TDO-OPERADOR          PIC X(8).
