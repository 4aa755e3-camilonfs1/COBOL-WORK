      ******************************************************************
      * Copybook: TIPORECL.cpy
      * Purpose:  Record layout for the complaint-category table
      *           (tipos_reclamo.dat), indexed by TRC-CODIGO: una fila
      *           por categoria de reclamo (servicio, carta errada,
      *           trato del gestor de cobranza, error de
      *           facturacion...) con su plazo de respuesta en dias
      *           habiles, del que sale la fecha limite de cada caso
      *           al registrarlo. Mantenido con MANTIENE-TIPOS-RECLAMO.
      * Mod history:
      *   2026-10-15  CEVR  Created for the complaints case log.
      ******************************************************************
       01  REG-TIPO-RECLAMO.
           05 TRC-CODIGO            PIC X(4).
           05 TRC-DESCRIPCION       PIC X(30).
           05 TRC-DIAS-RESPUESTA    PIC 9(3).
           05 TRC-FECHA-ALTA        PIC 9(8).
           05 TRC-OPERADOR          PIC X(8).
