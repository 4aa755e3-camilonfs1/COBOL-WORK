      *          al cierre, como en REORGANIZA-CLIENTES y el corte de
      *          ARCHIVA-MOVIMIENTOS.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  MOV-EMPRESA renombrado en la vista propia
      *                     del registro de movimientos, que crecio con
      *                     la empresa del grupo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZA-MOVIMIENTOS.
               ==MOV-SALDO-NUEVO== BY ==VIE-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==VIE-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==VIE-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==VIE-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==VIE-EMPRESA==.

       FD  MOVIMIENTOS-REORG.

               ==MOV-SALDO-NUEVO== BY ==REO-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==REO-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==REO-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==REO-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==REO-EMPRESA==.

       WORKING-STORAGE SECTION.

