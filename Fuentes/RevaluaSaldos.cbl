      *          mora -- la foto de fin de mes y el KPI ya no se
      *          mueven con la tasa sin una explicacion posteada.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Candado de periodo contable: cada
      *                     movimiento pasa por CONTROL-PERIODO antes
      *                     de grabarse, y el fechado en un mes ya
      *                     cerrado se registra en el periodo abierto
      *                     en curso (queda en
      *                     redirecciones_periodo.dat).
      *   2026-10-15  CEVR  Cada movimiento posteado lleva en
      *                     MOV-EMPRESA la empresa del grupo a la que
      *                     pertenece el cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUACION-SALDOS.
       01  WS-TOTAL-REVALUADAS PIC 9(7) VALUE 0.
       01  WS-SIN-TASA         PIC 9(7) VALUE 0.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

           COPY BANNERWS.

       PROCEDURE DIVISION.
           MOVE SPACE TO MOV-REF-REVERSA.
           STRING "EN USD BASE, CTA " WS-MONEDA-CTA
               DELIMITED BY SIZE INTO MOV-REF-REVERSA.
           MOVE CLI-EMPRESA TO MOV-EMPRESA.
           CALL "CONTROL-PERIODO" USING WS-BANNER-PROGRAMA
               REG-MOVIMIENTO WS-MOV-REDIRIGIDO.

       GRABO-REVAL-INTENTO.
           WRITE REG-MOVIMIENTO
