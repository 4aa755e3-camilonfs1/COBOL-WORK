      ******************************************************************
      * Copybook: PERFBANCO.cpy
      * Purpose:  Record layout for the collection-bank profiles
      *           (perfiles_banco.dat), indexed by PBA-CODIGO: una
      *           fila por banco donde tenemos cuenta de recaudo, con
      *           el mismo codigo del directorio de bancos (BAN-CODIGO,
      *           posiciones 1 a 4 de CLI-CTA-BANCARIA). Describe como
      *           habla cada banco:
      *             PBA-CUENTA-RECAUDO    nuestra cuenta en ese banco.
      *             PBA-FMT-PAGOS         layout del archivo de pagos
      *                                   que nos manda: "P" = formato
      *                                   propio (PAGOBANCO.cpy con
      *                                   los controles de
      *                                   PAGOCTL.cpy), "A" =
      *                                   Asobancaria (ASOBANC.cpy).
      *             PBA-FMT-GIRO          layout del cobro que le
      *                                   mandamos y de su
      *                                   confirmacion y devoluciones:
      *                                   "P" = formato fijo 1/2/9,
      *                                   "A" = Asobancaria.
      *             PBA-CONTROL-PAGOS     "O" = el encabezado y los
      *                                   totales del archivo de
      *                                   pagos son obligatorios;
      *                                   "P" = sin ellos se procesa
      *                                   como formato viejo, con
      *                                   aviso.
      *             PBA-VALIDA-SECUENCIA  "S" = la secuencia de
      *                                   transmision debe seguir a la
      *                                   de la ultima corrida.
      *             PBA-CUENTA-ENCABEZADO "S" = el encabezado del cobro
      *                                   lleva nuestra cuenta de
      *                                   recaudo.
      *             PBA-PRINCIPAL         "S" = el banco original: sus
      *                                   archivos conservan los
      *                                   nombres de siempre y recibe
      *                                   los mandatos de cuentas en
      *                                   bancos sin perfil. Uno solo.
      *           Los archivos de los demas bancos llevan el codigo en
      *           el nombre (pagos_banco_CODI.dat, domiciliacion_CODI.
      *           dat...). Mantenido con MANTIENE-PERFILES-BANCO y
      *           cargado en memoria por PERFILES-BANCO.
      * Mod history:
      *   2026-10-15  CEVR  Created for multi-bank collections.
      ******************************************************************
       01  REG-PERFIL-BANCO.
           05 PBA-CODIGO            PIC X(4).
           05 PBA-NOMBRE            PIC X(30).
           05 PBA-CUENTA-RECAUDO    PIC X(24).
           05 PBA-FMT-PAGOS         PIC X.
               88 PBA-PAGOS-ASOBANCARIA VALUE "A".
               88 PBA-FMT-PAGOS-VALIDO  VALUES "P" "A".
           05 PBA-FMT-GIRO          PIC X.
               88 PBA-GIRO-ASOBANCARIA  VALUE "A".
               88 PBA-FMT-GIRO-VALIDO   VALUES "P" "A".
           05 PBA-CONTROL-PAGOS     PIC X.
               88 PBA-CONTROL-OBLIGATORIO VALUE "O".
               88 PBA-CONTROL-VALIDO    VALUES "O" "P".
           05 PBA-VALIDA-SECUENCIA  PIC X.
               88 PBA-CON-SECUENCIA     VALUE "S".
           05 PBA-CUENTA-ENCABEZADO PIC X.
               88 PBA-CON-CUENTA-ENC    VALUE "S".
           05 PBA-PRINCIPAL         PIC X.
               88 PBA-BANCO-PRINCIPAL   VALUE "S".
           05 PBA-ACTIVO            PIC X.
               88 PBA-PERFIL-ACTIVO     VALUE "S".
           05 FILLER                PIC X(15).
