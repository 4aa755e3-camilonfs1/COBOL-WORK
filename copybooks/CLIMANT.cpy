      *           Para "M", MAN-CAMPO usa las mismas letras que la
      *           opcion de campo de ACTUALIZO-CLIENTE en INICIO_2
      *           ((D)ireccion (P)ostal (C)ategoria (S)aldo (T)elefono
      *           (E)mail (M)oneda (R)azon social (I)dentificacion
      *           tributaria), con el valor nuevo en MAN-VALOR-TEXTO o
      *           MAN-VALOR-SALDO segun el campo. Para (I) el texto
      *           lleva tipo de documento en la posicion 1, numero en
      *           la 2 a 16 y digito de verificacion en la 17.
      *           Para (A) cuenta de domiciliacion, el texto lleva la
      *           cuenta en las posiciones 1 a 24 y el mandato (S/N)
      *           en la 25.
      *           Para (H) consentimiento, el texto lleva el proposito
      *           (M/E/T) en la posicion 1, la decision (S/N) en la 2,
      *           la fecha AAAAMMDD en la 3 a 10 y la fuente en la 11
      *           a 20.
      *           Para (L) limite de credito, el valor va en
      *           MAN-VALOR-SALDO (0 = sin limite).
      *           Para "A" se llenan los campos MAN-NOMBRE en adelante,
      *           equivalentes a los de CLINUEVO.cpy.
      *           MAN-FECHA-EFECTIVA (AAAAMMDD, en blanco o cero = hoy):
      *           una "M" o "B" con fecha futura no se aplica en la
      *           corrida, queda en la cola de pendientes.dat
      *           (PENDIENTE.cpy) para esa fecha.
      * Mod history:
      *   2026-08-22  CEVR  Created so address changes, masivas de
      *                     categoria y cierres dejen de teclearse uno
      *                     a uno por ACTUALIZO-CLIENTE/BORRO-CLIENTE.
      *   2026-10-15  CEVR  Identificacion tributaria: MAN-TIPO-DOC,
      *                     MAN-NIT y MAN-NIT-DV al final para las
      *                     altas, y campo (I) para las modificaciones.
      *   2026-10-15  CEVR  Cuenta de domiciliacion: MAN-CTA-BANCARIA
      *                     y MAN-MANDATO al final para las altas, y
      *                     campo (A) para las modificaciones.
      *   2026-10-15  CEVR  Campo (H) de consentimiento por proposito
      *                     de comunicacion (solo modificaciones).
      *   2026-10-15  CEVR  MAN-EMPRESA al final para las altas:
      *                     empresa del grupo de la cuenta nueva (en
      *                     blanco = 001).
      *   2026-10-15  CEVR  Campo (L) limite de credito y
      *                     MAN-FECHA-EFECTIVA al final para programar
      *                     el cambio a una fecha futura.
      ******************************************************************
       01  REG-MANTENIMIENTO.
           03  MAN-TRANSACCION  PIC X.
           03  MAN-CODPOST      PIC X(80).
           03  MAN-CATEGORIA    PIC X.
           03  MAN-RAZONSOCIAL  PIC X(60).
           03  MAN-TIPO-DOC     PIC X.
           03  MAN-NIT          PIC X(15).
           03  MAN-NIT-DV       PIC X.
           03  MAN-CTA-BANCARIA PIC X(24).
           03  MAN-MANDATO      PIC X.
           03  MAN-EMPRESA      PIC X(3).
           03  MAN-FECHA-EFECTIVA PIC 9(8).
