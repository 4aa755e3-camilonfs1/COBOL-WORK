      ******************************************************************
      * Copybook: EMPRESA.cpy
      * Purpose:  Record layout for the company reference file
      *           (empresas.dat), indexed by EMP-CODIGO: una fila por
      *           cada empresa (persona juridica) del grupo que esta
      *           instalacion atiende, con su razon social, su
      *           identificacion tributaria (NIT y digito de
      *           verificacion, ver VALIDA-NIT) y su moneda base
      *           (codigo ISO 4217; las cuentas nuevas de la empresa
      *           nacen en ella). EMP-ESTADO: "A" = activa, "R" =
      *           retirada (no recibe cuentas nuevas; su historia se
      *           conserva). La empresa 001 es la original de la
      *           instalacion: todo registro sin empresa le pertenece.
      *           Mantenido por MANTIENE-EMPRESAS; consultado con
      *           CONSULTA-EMPRESA.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-company support.
      ******************************************************************
       01  REG-EMPRESA.
           05 EMP-CODIGO          PIC 9(3).
           05 EMP-RAZON-SOCIAL    PIC X(60).
           05 EMP-NIT             PIC X(15).
           05 EMP-NIT-DV          PIC X.
           05 EMP-MONEDA          PIC X(3).
           05 EMP-ESTADO          PIC X.
               88 EMP-ACTIVA      VALUE "A".
               88 EMP-RETIRADA    VALUE "R".
           05 EMP-FECHA-ALTA      PIC 9(8).
           05 FILLER              PIC X(20).
