      *          final queda por CLIN-ID en nuevos_ordenados.tmp,
      *          lista para el modo (A)nexo de CARGA-MASIVA.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Layouts CLINUEVO con la identificacion
      *                     tributaria al final (TIPO-DOC, NIT, NIT-DV).
      *   2026-10-15  CEVR  Las altas traen al final la campana de
      *                     mercadeo (CLIN-CAMPANA), que viaja con el
      *                     registro por la mezcla.
      *   2026-10-15  CEVR  Las altas traen al final el sector de
      *                     actividad (CLIN-SECTOR), que viaja con el
      *                     registro por la mezcla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-CARGA.
               ==CLIN-CATEGORIA==   BY ==VAL-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==VAL-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==VAL-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==VAL-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==VAL-TIPO-DOC==
               ==CLIN-NIT==         BY ==VAL-NIT==
               ==CLIN-NIT-DV==      BY ==VAL-NIT-DV==
               ==CLIN-EMPRESA==     BY ==VAL-EMPRESA==
               ==CLIN-CAMPANA==     BY ==VAL-CAMPANA==
               ==CLIN-SECTOR==      BY ==VAL-SECTOR==.

       FD  PUNTO-CONTROL.
       01  REG-CHECKPOINT.
               ==CLIN-CATEGORIA==   BY ==SUS-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==SUS-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==SUS-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==SUS-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==SUS-TIPO-DOC==
               ==CLIN-NIT==         BY ==SUS-NIT==
               ==CLIN-NIT-DV==      BY ==SUS-NIT-DV==
               ==CLIN-EMPRESA==     BY ==SUS-EMPRESA==
               ==CLIN-CAMPANA==     BY ==SUS-CAMPANA==
               ==CLIN-SECTOR==      BY ==SUS-SECTOR==.

       SD  ORDENADOS.

               ==CLIN-CATEGORIA==   BY ==ORD-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==ORD-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==ORD-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==ORD-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==ORD-TIPO-DOC==
               ==CLIN-NIT==         BY ==ORD-NIT==
               ==CLIN-NIT-DV==      BY ==ORD-NIT-DV==
               ==CLIN-EMPRESA==     BY ==ORD-EMPRESA==
               ==CLIN-CAMPANA==     BY ==ORD-CAMPANA==
               ==CLIN-SECTOR==      BY ==ORD-SECTOR==.

       FD  NUEVOS-DEPURADOS.

               ==CLIN-CATEGORIA==   BY ==DEP-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==DEP-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==DEP-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==DEP-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==DEP-TIPO-DOC==
               ==CLIN-NIT==         BY ==DEP-NIT==
               ==CLIN-NIT-DV==      BY ==DEP-NIT-DV==
               ==CLIN-EMPRESA==     BY ==DEP-EMPRESA==
               ==CLIN-CAMPANA==     BY ==DEP-CAMPANA==
               ==CLIN-SECTOR==      BY ==DEP-SECTOR==.

       FD  NUEVOS-ORDENADOS.

               ==CLIN-CATEGORIA==   BY ==MEZ-CATEGORIA==
               ==CLIN-RAZONSOCIAL== BY ==MEZ-RAZONSOCIAL==
               ==CLIN-CTA-BANCARIA== BY ==MEZ-CTA-BANCARIA==
               ==CLIN-MANDATO==     BY ==MEZ-MANDATO==
               ==CLIN-TIPO-DOC==    BY ==MEZ-TIPO-DOC==
               ==CLIN-NIT==         BY ==MEZ-NIT==
               ==CLIN-NIT-DV==      BY ==MEZ-NIT-DV==
               ==CLIN-EMPRESA==     BY ==MEZ-EMPRESA==
               ==CLIN-CAMPANA==     BY ==MEZ-CAMPANA==
               ==CLIN-SECTOR==      BY ==MEZ-SECTOR==.

       WORKING-STORAGE SECTION.

