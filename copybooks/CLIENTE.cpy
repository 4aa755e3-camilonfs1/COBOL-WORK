      *                     cuenta cuyo ciclo cae hoy;
      *                     CALENDARIO-CICLOS muestra la carga de
      *                     facturacion repartida en el mes.
      *   2026-10-15  CEVR  Identificacion tributaria (CLI-TIPO-DOC,
      *                     CLI-NIT, CLI-NIT-DV) carvada del area de
      *                     CLI-SUBCUENTAS, vacia desde que las
      *                     sucursales viven en subcuentas.dat; el
      *                     grupo viejo queda como REDEFINES y el
      *                     registro no cambia de tamano. El primer
      *                     byte (CLI-TIPO-DOC) nunca es numerico, asi
      *                     que una corrida repetida de
      *                     CONVIERTE-SUBCUENTAS salta el registro.
      *                     CONVIERTE-IDENTIFICACION limpia el area y
      *                     reconstruye el indexado con la nueva clave
      *                     alterna CLI-NIT.
      *   2026-10-15  CEVR  Carvados del area libre de
      *                     CLI-IDENTIFICACION la fecha de alta
      *                     (CLI-FECHA-ALTA, para la antiguedad de la
      *                     cuenta), el motivo de cierre
      *                     (CLI-MOTIVO-CIERRE, de motivos_cierre.dat)
      *                     y la fecha de cierre (CLI-FECHA-CIERRE).
      *                     El historico de la purga los conserva. No
      *                     numerico (maestros viejos) = sin fecha.
      *   2026-10-15  CEVR  Carvados del area libre de
      *                     CLI-IDENTIFICACION el contador de cheques
      *                     devueltos (CLI-CHEQ-DEVUELTOS) y la marca
      *                     de solo efectivo (CLI-SOLO-EFECTIVO-SW).
      *                     CHEQUE-DEVUELTO sube el contador y, al
      *                     llegar al tope CHEQ-DEV-MAXIMO, prende la
      *                     marca; CAJA-RECIBOS ya no le recibe a la
      *                     cuenta sino efectivo. No numerico
      *                     (maestros viejos) = cero.
      *   2026-10-15  CEVR  Carvados del area libre de
      *                     CLI-IDENTIFICACION los componentes del
      *                     saldo: capital, interes y cargos
      *                     (CLI-SALDO-CAPITAL, CLI-SALDO-INTERES,
      *                     CLI-SALDO-CARGOS) con su marca de
      *                     conversion (CLI-COMPONENTES-SW).
      *                     COMPONENTES-SALDO los mueve en cada
      *                     posteo; CONVIERTE-COMPONENTES los siembra
      *                     de la historia de movimientos. Sin la
      *                     marca (maestros viejos) todo el saldo es
      *                     capital.
      *   2026-10-15  CEVR  Carvado CLI-EMPRESA del area libre de
      *                     CLI-IDENTIFICACION: la empresa del grupo
      *                     duena de la cuenta (empresas.dat). No
      *                     numerico o cero (maestros viejos) = 001, la
      *                     empresa original; CONVIERTE-EMPRESAS la
      *                     siembra.
      *   2026-10-15  CEVR  Carvado CLI-CAMPANA del area libre de
      *                     CLI-IDENTIFICACION: la campana de mercadeo
      *                     que trajo la cuenta, estampada por la carga
      *                     desde CLIN-CAMPANA; la mide
      *                     REPORTE-CAMPANAS. Blanco = sin campana.
      *   2026-10-15  CEVR  Carvado CLI-SECTOR del area libre de
      *                     CLI-IDENTIFICACION: sector de actividad
      *                     economica de la cuenta comercial
      *                     (sectores.dat), capturado en INICIO_2 y
      *                     estampado por la carga desde CLIN-SECTOR;
      *                     lo mide CONCENTRACION-SECTORES. Blanco =
      *                     sin clasificar.
      ******************************************************************
       01  REG-CLIENTES.
           03  ID-CLIENTE.
               05 CLI-TELEFONO        PIC X(20).
               05 CLI-EMAIL           PIC X(60).
               05 CLI-ULTIMO-CONTACTO PIC 9(8).
      *    Identificacion tributaria: tipo de documento ("N" = NIT,
      *    "C" = cedula de ciudadania, "E" = cedula de extranjeria,
      *    "P" = pasaporte; blanco = sin registrar), numero
      *    justificado a la izquierda sin puntos ni guion, y digito de
      *    verificacion de la DIAN (ver VALIDA-NIT). CLI-NIT es clave
      *    alterna con duplicados.
           03  CLI-IDENTIFICACION.
               05 CLI-TIPO-DOC     PIC X.
                   88 DOC-NIT          VALUE "N".
                   88 DOC-CEDULA       VALUE "C".
                   88 DOC-EXTRANJERIA  VALUE "E".
                   88 DOC-PASAPORTE    VALUE "P".
                   88 DOC-SIN-REGISTRAR VALUE SPACE.
               05 CLI-NIT          PIC X(15).
               05 CLI-NIT-DV       PIC X.
      *    Fecha de alta de la cuenta (AAAAMMDD) y, al pasar a
      *    CUENTA-CERRADA, el motivo (codigo de motivos_cierre.dat,
      *    MOTIVOCIE.cpy) y la fecha del cierre. Viven aqui porque es
      *    el area libre del maestro; no son parte de la
      *    identificacion tributaria.
               05 CLI-FECHA-ALTA    PIC 9(8).
               05 CLI-MOTIVO-CIERRE PIC X(3).
               05 CLI-FECHA-CIERRE  PIC 9(8).
      *    Cheques devueltos a la cuenta y marca de solo efectivo en
      *    caja ("S"), que prende CHEQUE-DEVUELTO al llegar al tope.
               05 CLI-CHEQ-DEVUELTOS PIC 99.
               05 CLI-SOLO-EFECTIVO-SW PIC X.
                   88 CUENTA-SOLO-EFECTIVO VALUE "S".
      *    Componentes del saldo, con el mismo signo que CLI-SALDO
      *    (deuda en negativo) y que suman CLI-SALDO: capital,
      *    interes acumulado y cargos. Validos solo con la marca en
      *    "S"; sin ella todo el saldo es capital.
               05 CLI-COMPONENTES-SW PIC X.
                   88 SALDO-EN-COMPONENTES VALUE "S".
               05 CLI-SALDO-CAPITAL PIC S9(7)V9(3) COMP-3.
               05 CLI-SALDO-INTERES PIC S9(7)V9(3) COMP-3.
               05 CLI-SALDO-CARGOS  PIC S9(7)V9(3) COMP-3.
      *    Empresa (razon social de empresas.dat, EMPRESA.cpy) duena
      *    de la cuenta. No numerico o cero (maestros viejos) = 001,
      *    la empresa original de la instalacion.
               05 CLI-EMPRESA       PIC 9(3).
      *    Campana de mercadeo (campanas.dat, CAMPANA.cpy) que trajo
      *    la cuenta, estampada por la carga de altas. Blanco
      *    (maestros viejos o altas directas) = sin campana.
               05 CLI-CAMPANA       PIC X(6).
      *    Sector de actividad economica (clasificacion nacional,
      *    sectores.dat, SECTOR.cpy) de la cuenta comercial. Blanco
      *    (maestros viejos o cuentas de personas) = sin clasificar.
               05 CLI-SECTOR        PIC X(4).
               05 FILLER           PIC X(11).
      *    Sub-cuentas (sucursales) ligadas a este cliente matriz.
      *    SUPERADO: las sucursales viven ahora en subcuentas.dat
      *    (SUBCUENTA.cpy), sin tope de tres por matriz;
      *    CONVIERTE-SUBCUENTAS migro estas ocurrencias y las dejo en
      *    cero. Queda solo como vista vieja del area que ahora ocupa
      *    CLI-IDENTIFICACION, para CONVIERTE-SUBCUENTAS y
      *    CONVIERTE-IDENTIFICACION.
           03  CLI-SUBCUENTAS REDEFINES CLI-IDENTIFICACION.
               05 CLI-SUB-CANTIDAD PIC 9.
               05 CLI-SUB-DETALLE OCCURS 3 TIMES.
                   10 CLI-SUB-ID      PIC 9(8).
