      *                     movimientos del mismo cliente en la misma
      *                     fecha y hora. CONVIERTE-MOVIMIENTOS migra
      *                     los datos del layout anterior.
      *   2026-10-15  CEVR  MOV-EMPRESA agregado al final: la empresa de
      *                     la cuenta al momento del posteo
      *                     (CLI-EMPRESA). No numerico o cero = 001. El
      *                     registro crece: CONVIERTE-EMPRESAS
      *                     reconstruye movimientos.dat sellando la
      *                     empresa de cada movimiento con la de su
      *                     cliente.
      *   2026-10-15  CEVR  MOV-BANCO-RECAUDO redefine el comienzo de
      *                     MOV-REF-REVERSA en los PAGO y GIRO, que no
      *                     usaban la referencia: el banco de recaudo
      *                     donde entro la plata, para que tesoreria y
      *                     la conciliacion sepan en que cuenta quedo.
      *                     En blanco = el banco de siempre.
      ******************************************************************
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE.
           05 MOV-OPERADOR     PIC X(8).
           05 MOV-MARCA-REVERSADO PIC X.
           05 MOV-REF-REVERSA  PIC X(27).
           05 MOV-REF-RECAUDO REDEFINES MOV-REF-REVERSA.
               10 MOV-BANCO-RECAUDO PIC X(4).
               10 FILLER            PIC X(23).
           05 MOV-EMPRESA      PIC 9(3).
