      ******************************************************************
      * Copybook: MANTCLIWS.cpy
      * Purpose:  Working-storage fields for the change and closure
      *           rules of MANTCLI.cpy. COPY this into WORKING-STORAGE
      *           SECTION (con COMPSALWS y BANNERWS) and COPY MANTCLI.
      *           into the PROCEDURE DIVISION. El programa declara los
      *           archivos CLIENTES (ST-FILE), CODIGOS-POSTALES
      *           (ST-CODPOSTAL), CATEGORIAS (ST-CATEGORIAS),
      *           AUDITORIA-TRAIL, MOVIMIENTOS, SUBCUENTAS
      *           (ST-SUBCUENTAS) y CONSENTIMIENTOS, y el registro
      *           REG-MANTENIMIENTO (CLIMANT.cpy). Por cada
      *           transaccion, llenar REG-MANTENIMIENTO y PERFORM
      *           APLICO-CAMBIO THRU F-APLICO-CAMBIO o APLICO-BAJA THRU
      *           F-APLICO-BAJA: el rechazo suma a WS-TOTAL-RECHAZADAS
      *           y deja la razon en WS-MOTIVO-RECHAZO. WS-ORIGEN-CAMBIO
      *           encabeza el detalle de auditoria de cada cambio.
      * Mod history:
      *   2026-10-15  CEVR  Created for future-dated maintenance.
      *   2026-10-15  CEVR  COPY BLOQWS for the legal-hold gate of
      *                     APLICO-BAJA.
      ******************************************************************

      * Registro de consentimientos abierto para el campo (H), y si
      * la fila del cliente y proposito es nueva.
       01  WS-CONSENT-SW       PIC X VALUE "N".
           88 CONSENTIMIENTOS-DISPONIBLES VALUE "S".
       01  WS-CNS-NUEVO-SW     PIC X VALUE "N".
           88 CNS-NUEVO        VALUE "S".

      * Indica si el maestro de codigos postales esta disponible para
      * validar CLI_CODPOST (ver VALIDO-CODIGO-POSTAL), igual que en
      * INICIO/INICIO_2.
       01  WS-CODPOSTAL-SW         PIC X VALUE "N".
           88 CODPOSTAL-DISPONIBLE VALUE "S".

      * Indica si el maestro de categorias esta disponible para
      * validar la categoria capturada (ver VALIDO-CATEGORIA).
       01  WS-CATEGORIAS-SW        PIC X  VALUE "N".
           88 CATEGORIAS-DISPONIBLES VALUE "S".

      * Campos para el registro de auditoria, igual que en INICIO_2.
       01  WS-AUD-FECHA  PIC 9(6) VALUE 0.
       01  WS-AUD-HORA   PIC 9(8) VALUE 0.

      * Campos de la compuerta de limite de credito para los ajustes
      * de saldo del lote: sin operador que autorice el sobregiro, un
      * ajuste que exceda el limite se rechaza (ver VALIDO-LIMITE-
      * CREDITO).
       01  WS-SALDO-PROPUESTO  PIC S9(7)V9(3) VALUE 0.
       01  WS-LIMITE-VIGENTE   PIC S9(7)V9(3) VALUE 0.
       01  WS-LIMITE-SW        PIC X          VALUE "N".
           88 LIMITE-EXCEDIDO  VALUE "S".

      * Campos para revisar el saldo de las sub-cuentas del archivo
      * subcuentas.dat antes de una baja, ver SUMO-SUBCUENTAS.
       01  WS-SUB-SALDO-TOTAL  PIC S9(8)V9(2) VALUE 0.
       01  WS-ID-MATRIZ        PIC 9(8) VALUE 0.

      * Totales de control de los cambios y bajas aplicados.
       01  WS-CAMBIOS-APLICADOS PIC 9(7) VALUE 0.
       01  WS-BAJAS-APLICADAS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADAS  PIC 9(7) VALUE 0.
       01  WS-CONSENT-APLICADOS PIC 9(7) VALUE 0.

      * Razon del ultimo rechazo, y rotulo del origen del cambio para
      * la auditoria ("Lote" o "Programado").
       01  WS-MOTIVO-RECHAZO    PIC X(60) VALUE SPACE.
       01  WS-ORIGEN-CAMBIO     PIC X(10) VALUE "Lote".

      * Resultado de VALIDA-NIT sobre la identificacion tributaria de
      * una alta o de un cambio de campo (I).
       01  WS-VALOR-TIPO-DOC    PIC X     VALUE SPACE.
       01  WS-VALOR-NIT         PIC X(15) VALUE SPACE.
       01  WS-VALOR-NIT-DV      PIC X     VALUE SPACE.
       01  WS-NIT-RESULTADO     PIC X     VALUE SPACE.
       01  WS-NIT-EDITADO       PIC X(24) VALUE SPACE.

      * Resultado de VALIDA-CTA-BANCARIA sobre la cuenta de
      * domiciliacion de una alta o de un cambio de campo (A); "X" =
      * sin directorio de bancos, no rechaza.
       01  WS-VALOR-CUENTA      PIC X(24) VALUE SPACE.
       01  WS-VALOR-MANDATO     PIC X     VALUE SPACE.
       01  WS-CTA-RESULTADO     PIC X     VALUE SPACE.
       01  WS-CTA-BANCO         PIC X(30) VALUE SPACE.

      * Marca de CONTROL-PERIODO: el movimiento venia fechado en un
      * periodo cerrado y se corrio al abierto en curso.
       01  WS-MOV-REDIRIGIDO PIC X VALUE "N".

      * Consulta del bloqueo legal antes de una baja (ver APLICO-BAJA).
           COPY BLOQWS.
