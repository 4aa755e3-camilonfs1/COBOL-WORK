      *          reemplazo de facturas.dat por facturas_conv.dat lo
      *          hace el operador al cierre.
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  El registro crece otra vez con la fecha de
      *                     vencimiento (FAC-FECHA-VENCE): el layout
      *                     viejo pasa a ser el de IVA, sucursal y
      *                     fecha de saldada, y cada factura copiada
      *                     sale sellada con su vencimiento segun el
      *                     plazo vigente del cliente o de su
      *                     categoria (CONSULTA-PLAZO) contado desde
      *                     su fecha, como si se emitiera hoy con ese
      *                     plazo. Un archivo anterior al IVA debe
      *                     pasar primero por la version previa de
      *                     esta conversion.
      *   2026-10-15  CEVR  El registro crece otra vez con la empresa
      *                     del grupo (FAC-EMPRESA): el layout viejo
      *                     pasa a ser el de fecha de vencimiento, que
      *                     se copia tal cual, y cada factura sale
      *                     sellada con la empresa de su cliente (001 si
      *                     el cliente no la tiene o ya no existe). Un
      *                     archivo anterior al vencimiento debe pasar
      *                     primero por la version previa de esta
      *                     conversion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-FACTURAS.
                  RECORD KEY IS VIE-NUMERO
                  STATUS ST-VIEJAS.

           COPY CLISEL.

           SELECT FACTURAS-CONV ASSIGN TO "./facturas_conv.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL

       FD  FACTURAS-VIEJAS.
      * Layout anterior del registro de facturas, tal como quedo en
      * disco antes de la empresa del grupo.
       01  REG-FACTURA-VIEJA.
           05 VIE-NUMERO          PIC 9(8).
           05 VIE-ID-CLIENTE      PIC 9(8).
           05 VIE-VALOR           PIC S9(7)V9(3).
           05 VIE-SALDO-PENDIENTE PIC S9(7)V9(3).
           05 VIE-ESTADO          PIC X.
           05 VIE-BASE            PIC S9(7)V9(3).
           05 VIE-IVA             PIC S9(7)V9(3).
           05 VIE-TASA-IVA-MIL    PIC 9(3).
           05 VIE-ID-SUCURSAL     PIC 9(8).
           05 VIE-NOMBRE-SUCURSAL PIC X(15).
           05 VIE-FECHA-SALDADA   PIC 9(8).
           05 VIE-FECHA-VENCE     PIC 9(8).

       FD  CLIENTES.

           COPY CLIENTE.

       FD  FACTURAS-CONV.


       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX VALUE SPACE.
       01  ST-VIEJAS    PIC XX VALUE SPACE.
       01  ST-FACTURAS  PIC XX VALUE SPACE.

       01  WS-TOTAL-COPIADAS PIC 9(7)       VALUE 0.
       01  WS-VALOR-COPIADO  PIC S9(9)V9(3) VALUE 0.

       01  WS-CLIENTES-SW    PIC X    VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".

           COPY BANNERWS.

       PROCEDURE DIVISION.
                   ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               DISPLAY "Maestro de clientes no disponible (" ST-FILE
                   "), las facturas quedan de la empresa 001."
           ELSE
               SET CLIENTES-DISPONIBLES TO TRUE.
           OPEN OUTPUT FACTURAS-CONV.
           IF ST-FACTURAS > "07"
               DISPLAY "Error abriendo FACTURAS-CONV ("
           PERFORM COPIO-FACTURA THRU F-COPIO-FACTURA.
           CLOSE FACTURAS-VIEJAS.
           CLOSE FACTURAS-CONV.
           IF CLIENTES-DISPONIBLES
               CLOSE CLIENTES.
           DISPLAY "Facturas copiadas: " WS-TOTAL-COPIADAS
               " valor: " WS-VALOR-COPIADO.
           DISPLAY "Convertido escrito en facturas_conv.dat; "
           MOVE VIE-VALOR           TO FAC-VALOR.
           MOVE VIE-SALDO-PENDIENTE TO FAC-SALDO-PENDIENTE.
           MOVE VIE-ESTADO          TO FAC-ESTADO.
           MOVE VIE-BASE            TO FAC-BASE.
           MOVE VIE-IVA             TO FAC-IVA.
           MOVE VIE-TASA-IVA-MIL    TO FAC-TASA-IVA-MIL.
           MOVE VIE-ID-SUCURSAL     TO FAC-ID-SUCURSAL.
           MOVE VIE-NOMBRE-SUCURSAL TO FAC-NOMBRE-SUCURSAL.
           MOVE VIE-FECHA-SALDADA   TO FAC-FECHA-SALDADA.
           MOVE VIE-FECHA-VENCE     TO FAC-FECHA-VENCE.
      *    La empresa emisora es la del cliente facturado.
           MOVE 1 TO FAC-EMPRESA.
           IF CLIENTES-DISPONIBLES
               MOVE VIE-ID-CLIENTE TO CLI-ID
               READ CLIENTES KEY IS ID-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-EMPRESA NUMERIC AND CLI-EMPRESA NOT = 0
                           MOVE CLI-EMPRESA TO FAC-EMPRESA
                       END-IF
               END-READ
           END-IF.
           WRITE REG-FACTURA.
           IF ST-FACTURAS > "07"
               DISPLAY "Error copiando la factura " VIE-NUMERO
