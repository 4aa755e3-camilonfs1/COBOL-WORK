      ******************************************************************
      * Copybook: BUROPUNT.cpy
      * Purpose:  Record layout for the credit-bureau score history
      *           (buro_puntajes.dat), indexed by BPU-CLAVE: documento
      *           (tipo y numero) mas la fecha de corte del archivo
      *           mensual del buro. Un registro por documento y por
      *           mes, cargado por CARGA-PUNTAJES-BURO, asi que la
      *           historia queda fechada y se puede comparar un mes
      *           con el anterior. Va por documento y no por ID porque
      *           el buro tambien califica a los solicitantes que
      *           todavia no tienen cuenta; BPU-ID-CLIENTE trae la
      *           cuenta cuando el documento ya es cliente (cero si
      *           no). BPU-PUNTAJE solo vale con BPU-RESPUESTA "00";
      *           las demas respuestas quedan en cero.
      * Mod history:
      *   2026-10-15  CEVR  Created for the bureau score import.
      ******************************************************************
       01  REG-BURO-PUNTAJE.
           05 BPU-CLAVE.
               10 BPU-TIPO-DOC    PIC X.
               10 BPU-NIT         PIC X(15).
               10 BPU-FECHA       PIC 9(8).
           05 BPU-ID-CLIENTE      PIC 9(8).
           05 BPU-PUNTAJE         PIC 9(3).
      *    Respuesta del buro: "00" = calificado, "01" = sin historia
      *    crediticia, "02" = documento no encontrado.
           05 BPU-RESPUESTA       PIC XX.
              88 BPU-CALIFICADO     VALUE "00".
              88 BPU-SIN-HISTORIA   VALUE "01".
              88 BPU-NO-ENCONTRADO  VALUE "02".
           05 BPU-FECHA-CARGA     PIC 9(8).
