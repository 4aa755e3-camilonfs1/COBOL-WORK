      *                     hoy desfiguraba el delta. Una moneda sin
      *                     tasa historica para su fecha queda sin
      *                     convertir, con su linea de excepcion.
      *   2026-10-15  CEVR  Los campos de mora nuevos de la foto
      *                     (FOTOSALDO.cpy) se renombran igual que
      *                     los demas en cada lado del cruce.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-FOTOS.
               ==REG-FOTO-ANT==
               ==FOT-ID==     BY ==ANT-ID==
               ==FOT-SALDO==  BY ==ANT-SALDO==
               ==FOT-MONEDA== BY ==ANT-MONEDA==
               ==FOT-CUBETA== BY ==ANT-CUBETA==
               ==FOT-AL-DIA== BY ==ANT-AL-DIA==
               ==FOT-CASTIGADO== BY ==ANT-CASTIGADO==
               ==FOT-DIAS-MORA== BY ==ANT-DIAS-MORA==.

       FD  FOTO-ACTUAL.

               ==REG-FOTO-ACT==
               ==FOT-ID==     BY ==ACT-ID==
               ==FOT-SALDO==  BY ==ACT-SALDO==
               ==FOT-MONEDA== BY ==ACT-MONEDA==
               ==FOT-CUBETA== BY ==ACT-CUBETA==
               ==FOT-AL-DIA== BY ==ACT-AL-DIA==
               ==FOT-CASTIGADO== BY ==ACT-CASTIGADO==
               ==FOT-DIAS-MORA== BY ==ACT-DIAS-MORA==.

       SD  ORDENADOS.
       01  REG-MOVIDO.
