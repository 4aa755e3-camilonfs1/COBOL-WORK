      ******************************************************************
      * Copybook: ABREVIA.cpy
      * Purpose:  Record layout for the address abbreviation table
      *           (abreviaturas_dir.dat), indexed by ABR-PALABRA: cada
      *           forma en que se escribe una palabra de direccion
      *           ("CARRERA", "KR", "CRA"...) con la forma canonica que
      *           la reemplaza ("CRA"). ABR-FORMA en blanco quita la
      *           palabra ("NO", "NUMERO": el numeral lo pone la
      *           estandarizacion). ABR-TIPO-VIA "S" marca los tipos de
      *           via, que abren la nomenclatura "VIA N # N-N". La
      *           mantiene MANTIENE-ABREVIATURAS y la aplica
      *           ESTANDARIZA-DIRECCION.
      * Mod history:
      *   2026-10-15  CEVR  Created for address standardization.
      ******************************************************************
       01  REG-ABREVIATURA.
           05 ABR-PALABRA          PIC X(15).
           05 ABR-FORMA            PIC X(15).
           05 ABR-TIPO-VIA         PIC X.
               88 ABR-ES-VIA           VALUE "S".
           05 ABR-OPERADOR         PIC X(8).
           05 ABR-FECHA            PIC 9(8).
