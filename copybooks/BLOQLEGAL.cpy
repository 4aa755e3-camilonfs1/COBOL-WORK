      ******************************************************************
      * Copybook: BLOQLEGAL.cpy
      * Purpose:  Record layout for the legal-hold register
      *           (bloqueos_legales.dat), indexed by BLQ-ID-CLIENTE:
      *           una fila por cuenta en litigio o bajo investigacion
      *           regulatoria, con el motivo, quien la coloco y desde
      *           cuando. BLQ-FECHA-LIBERA en cero deja el bloqueo
      *           vigente sin plazo; con fecha, rige hasta el dia
      *           anterior a ella. La mantiene MANTIENE-BLOQUEOS
      *           (nivel 3) y la consultan, via CONSULTA-BLOQUEO, los
      *           procesos que purgan, archivan, suprimen o fusionan.
      * Mod history:
      *   2026-10-15  CEVR  Created for the legal hold.
      ******************************************************************
       01  REG-BLOQUEO-LEGAL.
           05 BLQ-ID-CLIENTE       PIC 9(8).
           05 BLQ-MOTIVO           PIC X(40).
           05 BLQ-OPERADOR         PIC X(8).
           05 BLQ-FECHA            PIC 9(8).
           05 BLQ-FECHA-LIBERA     PIC 9(8).
           05 BLQ-OPERADOR-LIBERA  PIC X(8).
