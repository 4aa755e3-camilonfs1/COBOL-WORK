      ******************************************************************
      * Copybook: LISTAVIG.cpy
      * Purpose:  Record layout for the sanctions / watch-list file
      *           (lista_vigilancia.dat), indexed by LIS-CLAVE: una
      *           fila por cada nombre de la lista del proveedor (el
      *           nombre principal y cada alias de la misma persona o
      *           entidad comparten LIS-ID y se distinguen por
      *           LIS-SEC, que asigna CARGA-LISTA-VIGILANCIA en el
      *           orden del archivo del proveedor). LIS-CODIGO-LISTA
      *           es la lista de origen (OFAC, ONU, UE, PEP...).
      *           LIS-TIPO: "I" = persona, "E" = entidad. El archivo
      *           plano del proveedor (lista_vigilancia.txt) trae los
      *           mismos campos con LIS-SEC y LIS-FECHA-CARGA en
      *           blanco. CRIBA-SANCIONES lo sube a memoria: admite
      *           hasta 20000 nombres.
      * Mod history:
      *   2026-10-15  CEVR  Created for sanctions screening.
      ******************************************************************
       01  REG-LISTA-VIG.
           05 LIS-CLAVE.
               10 LIS-ID             PIC X(15).
               10 LIS-SEC            PIC 9(3).
           05 LIS-CODIGO-LISTA       PIC X(10).
           05 LIS-TIPO               PIC X.
               88 LIS-PERSONA        VALUE "I".
               88 LIS-ENTIDAD        VALUE "E".
           05 LIS-NOMBRE             PIC X(60).
           05 LIS-PROGRAMA           PIC X(30).
           05 LIS-FECHA-CARGA        PIC 9(8).
