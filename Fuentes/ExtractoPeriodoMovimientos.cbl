      *                     arranca con START en su primer dia y
      *                     corta al pasarse de mes, en vez de leer
      *                     el archivo completo una vez por periodo.
      *   2026-10-15  CEVR  MOV-EMPRESA renombrado en la vista propia
      *                     del registro de movimientos, que crecio con
      *                     la empresa del grupo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-PERIODO-MOVIMIENTOS.
               ==MOV-SALDO-NUEVO== BY ==ARC-SALDO-NUEVO==
               ==MOV-OPERADOR==    BY ==ARC-OPERADOR==
               ==MOV-MARCA-REVERSADO== BY ==ARC-MARCA-REVERSADO==
               ==MOV-REF-REVERSA== BY ==ARC-REF-REVERSA==
               ==MOV-EMPRESA==     BY ==ARC-EMPRESA==.

       WORKING-STORAGE SECTION.

