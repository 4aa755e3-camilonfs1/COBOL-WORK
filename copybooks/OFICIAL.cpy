      ******************************************************************
      * Copybook: OFICIAL.cpy
      * Purpose:  Record layout for the account-officer reference file
      *           (oficiales.dat), indexed by OFI-CODIGO: un registro
      *           por cada oficial de cuenta (gerente de relacion de
      *           las cuentas comerciales). El oficial que sale queda
      *           "R" retirado y no se borra, para que el historial de
      *           asignaciones siga mostrando su nombre; a un retirado
      *           no se le asignan cuentas. Lo mantiene
      *           MANTIENE-OFICIALES.
      * Mod history:
      *   2026-10-15  CEVR  Created for account officer portfolios.
      ******************************************************************
       01  REG-OFICIAL.
           05 OFI-CODIGO         PIC X(8).
           05 OFI-NOMBRE         PIC X(40).
           05 OFI-ESTADO         PIC X.
               88 OFI-ACTIVO         VALUE "A".
               88 OFI-RETIRADO       VALUE "R".
           05 OFI-TELEFONO       PIC X(20).
           05 OFI-FECHA-ALTA     PIC 9(8).
           05 OFI-FECHA-RETIRO   PIC 9(8).
           05 OFI-OPERADOR       PIC X(8).
