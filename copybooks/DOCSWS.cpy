      ******************************************************************
      * Copybook: DOCSWS.cpy
      * Purpose:  Working-storage fields for the document check
      *           VERIFICA-DOCUMENTOS. Con el cliente leido en
      *           REG-CLIENTES, CALL "VERIFICA-DOCUMENTOS" USING
      *           REG-CLIENTES WS-DOC-RESULTADO WS-DOC-DETALLE.
      *           WS-DOC-RESULTADO: "S" = expediente al dia; "P" =
      *           documentos faltantes, vencidos o por vencer todavia
      *           dentro de su gracia; "F" = falta (o vencio) un
      *           documento obligatorio pasada la gracia, la cuenta se
      *           marca; "X" = la categoria no exige documentos o no
      *           hay tabla. WS-DOC-DETALLE trae una fila por cada
      *           documento exigido a la cuenta con su estado ("O" =
      *           vigente, "F" = falta, "V" = vencido, "P" = por
      *           vencer dentro de los dias de aviso) y la marca de
      *           gracia agotada.
      * Mod history:
      *   2026-10-15  CEVR  Created for KYC document tracking.
      ******************************************************************
       01  WS-DOC-RESULTADO      PIC X     VALUE SPACE.
           88 DOCS-AL-DIA            VALUE "S".
           88 DOCS-EN-GRACIA         VALUE "P".
           88 DOCS-INCOMPLETOS       VALUE "F".
           88 DOCS-NO-EXIGIDOS       VALUE "X".
       01  WS-DOC-DETALLE.
           05 WS-DOC-CANTIDAD    PIC 99    VALUE 0.
           05 WS-DOC-FILA OCCURS 20 TIMES.
               10 WS-DOC-TIPO         PIC X(10).
               10 WS-DOC-DESCRIPCION  PIC X(40).
               10 WS-DOC-OBLIGATORIO  PIC X.
               10 WS-DOC-ESTADO       PIC X.
               10 WS-DOC-VENCE        PIC 9(8).
               10 WS-DOC-SIN-GRACIA   PIC X.
       01  WS-DOC-I              PIC 99    VALUE 0.
