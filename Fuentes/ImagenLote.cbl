      *          dejan su entrada propia en la bitacora nocturna
      *          (paso 0).
      * Tectonics: cobc
      * Mod history:
      *   2026-10-15  CEVR  Los cargos fijos recurrentes
      *                     (cargos_fijos.dat) entran a la imagen:
      *                     su CFJ-ULTIMO-PERIODO es compuerta de
      *                     una-vez-por-periodo como las demas, y un
      *                     rollback sin ella dejaba los cargos de la
      *                     noche marcados como ya posteados.
      *   2026-10-15  CEVR  Las lineas de factura
      *                     (detalle_facturas.dat) entran a la imagen
      *                     junto con el registro de facturas: un
      *                     rollback que devolvia facturas.dat dejaba
      *                     lineas huerfanas cuyos numeros la
      *                     recorrida volvia a usar.
      *   2026-10-15  CEVR  Las alertas de cumplimiento (alertas.dat)
      *                     entran a la imagen: un rollback de
      *                     movimientos dejaba abiertas alertas
      *                     levantadas sobre pagos que ya no existian.
      *   2026-10-15  CEVR  El registro de documentos electronicos
      *                     (docs_electronicos.dat) entra a la imagen:
      *                     un rollback de facturas dejaba en el
      *                     registro documentos enviados cuya factura
      *                     ya no existia, y la numeracion devuelta
      *                     chocaba con ellos al reenviar.
      *   2026-10-15  CEVR  El registro de retenciones
      *                     (retenciones.dat) entra a la imagen: un
      *                     rollback de movimientos dejaba registradas
      *                     retenciones de pagos que ya no estaban
      *                     posteados. La linea del suspenso crece
      *                     para el registro de pago con retencion.
      *   2026-10-15  CEVR  El registro de descuentos por pronto pago
      *                     (descuentos_factura.dat) entra a la
      *                     imagen: un rollback de facturas dejaba
      *                     ofertas de facturas que ya no existian, y
      *                     la numeracion devuelta chocaba con ellas.
      *   2026-10-15  CEVR  El registro de movimientos corridos de un
      *                     periodo cerrado (redirecciones_periodo.dat)
      *                     entra a la imagen: un rollback de
      *                     movimientos dejaba registradas
      *                     correcciones de movimientos que ya no
      *                     existian.
      *   2026-10-15  CEVR  El rollback anula el control del resumen
      *                     nocturno de movimientos
      *                     (resumen_mov_control.dat): el resumen armado
      *                     sobre los movimientos devueltos ya no sirve
      *                     y la recorrida lo reconstruye.
      *   2026-10-15  CEVR  La cola de cambios programados
      *                     (pendientes.dat) entra a la imagen: un
      *                     rollback del maestro dejaba marcados como
      *                     aplicados cambios que ya no estaban en el, y
      *                     la recorrida no los volvia a aplicar.
      *   2026-10-15  CEVR  El libro de devengo diario del interes
      *                     (devengo_interes.dat) entra a la imagen: un
      *                     rollback del maestro y los movimientos
      *                     dejaba marcados como capitalizados renglones
      *                     cuyo interes ya no estaba posteado, y la
      *                     recorrida no los volvia a capitalizar.
      *   2026-10-15  CEVR  El registro de ventas posteadas del punto
      *                     de venta (ventas_posteadas.dat) y el
      *                     control de su ultima transmision
      *                     (corrida_ventas.dat) entran a la imagen: un
      *                     rollback de clientes y facturas dejaba los
      *                     documentos anotados como posteados y la
      *                     recorrida los devolvia por duplicados. El
      *                     registro sin archivo al arrancar se
      *                     restaura vacio.
      *   2026-10-15  CEVR  El registro de ventas posteadas se declara
      *                     con su clave alterna por cliente, la que
      *                     usa FACTURACION-COMERCIAL; la restauracion
      *                     la reconstruye al grabar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGEN-LOTE.
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL DETALLE-FACTURAS
                  ASSIGN TO "./detalle_facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FDT-CLAVE
                  STATUS ST-DETALLE.

           SELECT OPTIONAL IMG-DETALLE
                  ASSIGN TO "./detalle_facturas.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL CARGOS-FIJOS ASSIGN TO "./cargos_fijos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CFJ-CLAVE
                  STATUS ST-CARGOS.

           SELECT OPTIONAL IMG-CARGOS
                  ASSIGN TO "./cargos_fijos.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           COPY PENSEL.

           SELECT OPTIONAL IMG-PENDIENTES
                  ASSIGN TO "./pendientes.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           COPY DEVSEL.

           SELECT OPTIONAL IMG-DEVENGOS
                  ASSIGN TO "./devengo_interes.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL ALERTAS ASSIGN TO "./alertas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ALE-CLAVE
                  STATUS ST-ALERTAS.

           SELECT OPTIONAL IMG-ALERTAS
                  ASSIGN TO "./alertas.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL DOCS-ELECTRONICOS
                  ASSIGN TO "./docs_electronicos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEL-CLAVE
                  STATUS ST-DOCS.

           SELECT OPTIONAL IMG-DOCS
                  ASSIGN TO "./docs_electronicos.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL RETENCIONES
                  ASSIGN TO "./retenciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  STATUS ST-RETENCIONES.

           SELECT OPTIONAL IMG-RETENCIONES
                  ASSIGN TO "./retenciones.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL VENTAS-POSTEADAS
                  ASSIGN TO "./ventas_posteadas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VRG-DOCUMENTO
                  ALTERNATE RECORD KEY IS VRG-ID-CLIENTE
                      WITH DUPLICATES
                  STATUS ST-VENTAS.

           SELECT OPTIONAL IMG-VENTAS
                  ASSIGN TO "./ventas_posteadas.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL CORRIDA-VENTAS
                  ASSIGN TO "./corrida_ventas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDA-VENTAS.

           SELECT OPTIONAL IMG-CORRIDA-VENTAS
                  ASSIGN TO "./corrida_ventas.pre"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL DESCUENTOS-FACTURA
                  ASSIGN TO "./descuentos_factura.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPP-FAC-NUMERO
                  STATUS ST-DESCUENTOS.

           SELECT OPTIONAL IMG-DESCUENTOS
                  ASSIGN TO "./descuentos_factura.pre"
                  ORGANIZATION SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL AUDITORIA-TRAIL ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL REDIRECCIONES
                  ASSIGN TO "./redirecciones_periodo.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-REDIRECCIONES.

           SELECT OPTIONAL IMG-REDIRECCIONES
                  ASSIGN TO "./redirecciones_periodo.pre"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL PAGOS-SUSPENSO
                  ASSIGN TO "./pagos_suspenso.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMG.

           SELECT OPTIONAL RESUMEN-CONTROL
                  ASSIGN TO "./resumen_mov_control.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESUMEN-CTL.

           SELECT OPTIONAL BITACORA
                  ASSIGN TO "./bitacora_nocturna.dat"
                  ORGANIZATION LINE SEQUENTIAL
           COPY RIESGO REPLACING ==REG-RIESGO== BY ==REG-IMG-RIESGO==
               ==RGO-ID-CLIENTE== BY ==IMG-RGO-ID==.

       FD  DETALLE-FACTURAS.

           COPY FACDET.

       FD  IMG-DETALLE.

           COPY FACDET REPLACING ==REG-DETALLE-FACTURA== BY
               ==REG-IMG-DETALLE==
               ==FDT-CLAVE== BY ==IMG-FDT-CLAVE==.

       FD  CARGOS-FIJOS.

           COPY CARGOFIJO.

       FD  IMG-CARGOS.

           COPY CARGOFIJO REPLACING ==REG-CARGO-FIJO== BY
               ==REG-IMG-CARGO==
               ==CFJ-CLAVE== BY ==IMG-CFJ-CLAVE==.

       FD  PENDIENTES.

           COPY PENDIENTE.

       FD  IMG-PENDIENTES.

           COPY PENDIENTE REPLACING ==REG-PENDIENTE== BY
               ==REG-IMG-PENDIENTE==
               ==PEN-CLAVE== BY ==IMG-PEN-CLAVE==
               ==PEN-FECHA-EFECTIVA== BY ==IMG-PEN-FECHA-EFECTIVA==.

       FD  DEVENGOS.

           COPY DEVENGO.

       FD  IMG-DEVENGOS.

           COPY DEVENGO REPLACING ==REG-DEVENGO== BY
               ==REG-IMG-DEVENGO==
               ==DEV-CLAVE== BY ==IMG-DEV-CLAVE==.

       FD  ALERTAS.

           COPY ALERTA.

       FD  IMG-ALERTAS.

           COPY ALERTA REPLACING ==REG-ALERTA== BY
               ==REG-IMG-ALERTA==
               ==ALE-CLAVE== BY ==IMG-ALE-CLAVE==.

       FD  DOCS-ELECTRONICOS.

           COPY DOCELEC.

       FD  IMG-DOCS.

           COPY DOCELEC REPLACING ==REG-DOC-ELECTRONICO== BY
               ==REG-IMG-DOC==
               ==DEL-CLAVE== BY ==IMG-DEL-CLAVE==.

       FD  RETENCIONES.

           COPY RETENCION.

       FD  IMG-RETENCIONES.

           COPY RETENCION REPLACING ==REG-RETENCION== BY
               ==REG-IMG-RETENCION==
               ==RET-CLAVE== BY ==IMG-RET-CLAVE==.

       FD  VENTAS-POSTEADAS.

           COPY VENTAREG.

       FD  IMG-VENTAS.

           COPY VENTAREG REPLACING ==REG-VENTA-POSTEADA== BY
               ==REG-IMG-VENTA==
               ==VRG-DOCUMENTO== BY ==IMG-VRG-DOCUMENTO==
               ==VRG-ID-CLIENTE== BY ==IMG-VRG-ID-CLIENTE==.

       FD  DESCUENTOS-FACTURA.

           COPY DESCPP.

       FD  IMG-DESCUENTOS.

           COPY DESCPP REPLACING ==REG-DESCUENTO-FACTURA== BY
               ==REG-IMG-DESCUENTO==
               ==DPP-FAC-NUMERO== BY ==IMG-DPP-FAC-NUMERO==.

       FD  AUDITORIA-TRAIL.
       01  LINEA-AUDITORIA PIC X(120).

       FD  IMG-AUDITORIA.
       01  LINEA-IMG-AUDITORIA PIC X(120).

       FD  REDIRECCIONES.
       01  LINEA-REDIRECCION PIC X(88).

       FD  IMG-REDIRECCIONES.
       01  LINEA-IMG-REDIRECCION PIC X(88).

       FD  PAGOS-SUSPENSO.
       01  LINEA-SUSPENSO PIC X(80).

       FD  IMG-SUSPENSO.
       01  LINEA-IMG-SUSPENSO PIC X(80).

       FD  SECUENCIA-CONTROL.
       01  LINEA-SECUENCIA PIC X(9).
       FD  IMG-CHECKPOINT.
       01  LINEA-IMG-CHECKPOINT PIC X(8).

       FD  CORRIDA-VENTAS.
       01  LINEA-CORRIDA-VENTAS PIC X(35).

       FD  IMG-CORRIDA-VENTAS.
       01  LINEA-IMG-CORRIDA-VENTAS PIC X(35).

       FD  RESUMEN-CONTROL.

           COPY RESMOVCT.

       FD  BITACORA.

           COPY BITACORA.
       01  ST-MOVIMIENTOS  PIC XX VALUE SPACE.
       01  ST-FACTURAS     PIC XX VALUE SPACE.
       01  ST-RIESGO       PIC XX VALUE SPACE.
       01  ST-CARGOS       PIC XX VALUE SPACE.
       01  ST-PENDIENTES   PIC XX VALUE SPACE.
       01  ST-DEVENGOS     PIC XX VALUE SPACE.
       01  ST-DETALLE      PIC XX VALUE SPACE.
       01  ST-ALERTAS      PIC XX VALUE SPACE.
       01  ST-DOCS         PIC XX VALUE SPACE.
       01  ST-RETENCIONES  PIC XX VALUE SPACE.
       01  ST-VENTAS       PIC XX VALUE SPACE.
       01  ST-CORRIDA-VENTAS PIC XX VALUE SPACE.
       01  ST-DESCUENTOS   PIC XX VALUE SPACE.
       01  ST-AUDITORIA    PIC XX VALUE SPACE.
       01  ST-REDIRECCIONES PIC XX VALUE SPACE.
       01  ST-SUSPENSO     PIC XX VALUE SPACE.
       01  ST-SECUENCIA    PIC XX VALUE SPACE.
       01  ST-PER-INTERES  PIC XX VALUE SPACE.
       01  ST-CHECKPOINT   PIC XX VALUE SPACE.
       01  ST-IMG          PIC XX VALUE SPACE.
       01  ST-BITACORA     PIC XX VALUE SPACE.
       01  ST-RESUMEN-CTL  PIC XX VALUE SPACE.

       01  WS-HORA-MARCA   PIC 9(8) VALUE 0.
       01  WS-REGISTROS    PIC 9(9) VALUE 0.
           PERFORM COPIO-MOVS-A-PRE THRU F-COPIO-MOV-PRE.
           PERFORM COPIO-FACTURAS-A-PRE THRU F-COPIO-FAC-PRE.
           PERFORM COPIO-RIESGO-A-PRE THRU F-COPIO-RGO-PRE.
           PERFORM COPIO-CARGOS-A-PRE THRU F-COPIO-CFJ-PRE.
           PERFORM COPIO-PENDIENTES-A-PRE THRU F-COPIO-PEN-PRE.
           PERFORM COPIO-DEVENGOS-A-PRE THRU F-COPIO-DEV-PRE.
           PERFORM COPIO-DETALLE-A-PRE THRU F-COPIO-FDT-PRE.
           PERFORM COPIO-ALERTAS-A-PRE THRU F-COPIO-ALE-PRE.
           PERFORM COPIO-DOCS-A-PRE THRU F-COPIO-DEL-PRE.
           PERFORM COPIO-RETENCIONES-A-PRE THRU F-COPIO-RET-PRE.
           PERFORM COPIO-VENTAS-A-PRE THRU F-COPIO-VRG-PRE.
           PERFORM COPIO-DESCUENTOS-A-PRE THRU F-COPIO-DPP-PRE.
           PERFORM COPIO-AUDITORIA-A-PRE THRU F-COPIO-AUD-PRE.
           PERFORM COPIO-REDIRECCIONES-A-PRE THRU F-COPIO-RED-PRE.
           PERFORM COPIO-SUSPENSO-A-PRE THRU F-COPIO-SUS-PRE.
           PERFORM COPIO-SECUENCIA-A-PRE THRU F-COPIO-SEC-PRE.
           PERFORM COPIO-COMPUERTAS-A-PRE THRU F-COPIO-CMP-PRE.
           PERFORM COPIO-PRE-A-MOVS THRU F-COPIO-PRE-MOV.
           PERFORM COPIO-PRE-A-FACTURAS THRU F-COPIO-PRE-FAC.
           PERFORM COPIO-PRE-A-RIESGO THRU F-COPIO-PRE-RGO.
           PERFORM COPIO-PRE-A-CARGOS THRU F-COPIO-PRE-CFJ.
           PERFORM COPIO-PRE-A-PENDIENTES THRU F-COPIO-PRE-PEN.
           PERFORM COPIO-PRE-A-DEVENGOS THRU F-COPIO-PRE-DEV.
           PERFORM COPIO-PRE-A-DETALLE THRU F-COPIO-PRE-FDT.
           PERFORM COPIO-PRE-A-ALERTAS THRU F-COPIO-PRE-ALE.
           PERFORM COPIO-PRE-A-DOCS THRU F-COPIO-PRE-DEL.
           PERFORM COPIO-PRE-A-RETENCIONES THRU F-COPIO-PRE-RET.
           PERFORM COPIO-PRE-A-VENTAS THRU F-COPIO-PRE-VRG.
           PERFORM COPIO-PRE-A-DESCUENTOS THRU F-COPIO-PRE-DPP.
           PERFORM COPIO-PRE-A-AUDITORIA THRU F-COPIO-PRE-AUD.
           PERFORM COPIO-PRE-A-REDIRECCIONES THRU F-COPIO-PRE-RED.
           PERFORM COPIO-PRE-A-SUSPENSO THRU F-COPIO-PRE-SUS.
           PERFORM COPIO-PRE-A-SECUENCIA THRU F-COPIO-PRE-SEC.
           PERFORM COPIO-PRE-A-COMPUERTAS THRU F-COPIO-PRE-CMP.
      *    El resumen de movimientos no se restaura: se anula su
      *    control y la recorrida lo reconstruye en su paso.
           OPEN OUTPUT RESUMEN-CONTROL.
           IF ST-RESUMEN-CTL > "07"
               DISPLAY "No se pudo anular el resumen de movimientos ("
                   ST-RESUMEN-CTL ")."
               ADD 1 TO WS-FALLAS
           ELSE
               CLOSE RESUMEN-CONTROL.
           DISPLAY "Rollback al punto de arranque completado ("
               WS-FALLAS " fallas).".

       F-COPIO-PRE-RGO.
           EXIT.

       COPIO-CARGOS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT CARGOS-FIJOS.
           IF ST-CARGOS > "07"
               DISPLAY "Imagen: sin archivo de cargos fijos, se omite."
               GO TO F-COPIO-CFJ-PRE.
           OPEN OUTPUT IMG-CARGOS.

       LEO-CFJ-PRE.
           READ CARGOS-FIJOS NEXT RECORD
               AT END
                   CLOSE CARGOS-FIJOS
                   CLOSE IMG-CARGOS
                   DISPLAY "  cargos_fijos.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-CFJ-PRE
           END-READ.
           MOVE REG-CARGO-FIJO TO REG-IMG-CARGO.
           WRITE REG-IMG-CARGO.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-CFJ-PRE.

       F-COPIO-CFJ-PRE.
           EXIT.

       COPIO-PRE-A-CARGOS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-CARGOS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay cargos_fijos.pre, se omite."
               GO TO F-COPIO-PRE-CFJ.
           OPEN OUTPUT CARGOS-FIJOS.

       LEO-PRE-CFJ.
           READ IMG-CARGOS
               AT END
                   CLOSE IMG-CARGOS
                   CLOSE CARGOS-FIJOS
                   DISPLAY "  cargos_fijos.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-CFJ
           END-READ.
           MOVE REG-IMG-CARGO TO REG-CARGO-FIJO.
           WRITE REG-CARGO-FIJO
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-CFJ.

       F-COPIO-PRE-CFJ.
           EXIT.

       COPIO-PENDIENTES-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT PENDIENTES.
           IF ST-PENDIENTES > "07"
               DISPLAY "Imagen: sin cola de cambios programados, se "
                   "omite."
               GO TO F-COPIO-PEN-PRE.
           OPEN OUTPUT IMG-PENDIENTES.

       LEO-PEN-PRE.
           READ PENDIENTES NEXT RECORD
               AT END
                   CLOSE PENDIENTES
                   CLOSE IMG-PENDIENTES
                   DISPLAY "  pendientes.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-PEN-PRE
           END-READ.
           MOVE REG-PENDIENTE TO REG-IMG-PENDIENTE.
           WRITE REG-IMG-PENDIENTE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PEN-PRE.

       F-COPIO-PEN-PRE.
           EXIT.

       COPIO-PRE-A-PENDIENTES.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-PENDIENTES.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay pendientes.pre, se omite."
               GO TO F-COPIO-PRE-PEN.
           OPEN OUTPUT PENDIENTES.

       LEO-PRE-PEN.
           READ IMG-PENDIENTES
               AT END
                   CLOSE IMG-PENDIENTES
                   CLOSE PENDIENTES
                   DISPLAY "  pendientes.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-PEN
           END-READ.
           MOVE REG-IMG-PENDIENTE TO REG-PENDIENTE.
           WRITE REG-PENDIENTE
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-PEN.

       F-COPIO-PRE-PEN.
           EXIT.

       COPIO-DEVENGOS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT DEVENGOS.
           IF ST-DEVENGOS > "07"
               DISPLAY "Imagen: sin libro de devengo, se omite."
               GO TO F-COPIO-DEV-PRE.
           OPEN OUTPUT IMG-DEVENGOS.

       LEO-DEV-PRE.
           READ DEVENGOS NEXT RECORD
               AT END
                   CLOSE DEVENGOS
                   CLOSE IMG-DEVENGOS
                   DISPLAY "  devengo_interes.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-DEV-PRE
           END-READ.
           MOVE REG-DEVENGO TO REG-IMG-DEVENGO.
           WRITE REG-IMG-DEVENGO.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-DEV-PRE.

       F-COPIO-DEV-PRE.
           EXIT.

       COPIO-PRE-A-DEVENGOS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-DEVENGOS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay devengo_interes.pre, se "
                   "omite."
               GO TO F-COPIO-PRE-DEV.
           OPEN OUTPUT DEVENGOS.

       LEO-PRE-DEV.
           READ IMG-DEVENGOS
               AT END
                   CLOSE IMG-DEVENGOS
                   CLOSE DEVENGOS
                   DISPLAY "  devengo_interes.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-DEV
           END-READ.
           MOVE REG-IMG-DEVENGO TO REG-DEVENGO.
           WRITE REG-DEVENGO
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-DEV.

       F-COPIO-PRE-DEV.
           EXIT.

       COPIO-ALERTAS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT ALERTAS.
           IF ST-ALERTAS > "07"
               DISPLAY "Imagen: sin archivo de alertas, se omite."
               GO TO F-COPIO-ALE-PRE.
           OPEN OUTPUT IMG-ALERTAS.

       LEO-ALE-PRE.
           READ ALERTAS NEXT RECORD
               AT END
                   CLOSE ALERTAS
                   CLOSE IMG-ALERTAS
                   DISPLAY "  alertas.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-ALE-PRE
           END-READ.
           MOVE REG-ALERTA TO REG-IMG-ALERTA.
           WRITE REG-IMG-ALERTA.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-ALE-PRE.

       F-COPIO-ALE-PRE.
           EXIT.

       COPIO-PRE-A-ALERTAS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-ALERTAS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay alertas.pre, se omite."
               GO TO F-COPIO-PRE-ALE.
           OPEN OUTPUT ALERTAS.

       LEO-PRE-ALE.
           READ IMG-ALERTAS
               AT END
                   CLOSE IMG-ALERTAS
                   CLOSE ALERTAS
                   DISPLAY "  alertas.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-ALE
           END-READ.
           MOVE REG-IMG-ALERTA TO REG-ALERTA.
           WRITE REG-ALERTA
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-ALE.

       F-COPIO-PRE-ALE.
           EXIT.

       COPIO-DOCS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT DOCS-ELECTRONICOS.
           IF ST-DOCS > "07"
               DISPLAY "Imagen: sin registro de documentos "
                   "electronicos, se omite."
               GO TO F-COPIO-DEL-PRE.
           OPEN OUTPUT IMG-DOCS.

       LEO-DEL-PRE.
           READ DOCS-ELECTRONICOS NEXT RECORD
               AT END
                   CLOSE DOCS-ELECTRONICOS
                   CLOSE IMG-DOCS
                   DISPLAY "  docs_electronicos.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-DEL-PRE
           END-READ.
           MOVE REG-DOC-ELECTRONICO TO REG-IMG-DOC.
           WRITE REG-IMG-DOC.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-DEL-PRE.

       F-COPIO-DEL-PRE.
           EXIT.

       COPIO-PRE-A-DOCS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-DOCS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay docs_electronicos.pre, se "
                   "omite."
               GO TO F-COPIO-PRE-DEL.
           OPEN OUTPUT DOCS-ELECTRONICOS.

       LEO-PRE-DEL.
           READ IMG-DOCS
               AT END
                   CLOSE IMG-DOCS
                   CLOSE DOCS-ELECTRONICOS
                   DISPLAY "  docs_electronicos.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-DEL
           END-READ.
           MOVE REG-IMG-DOC TO REG-DOC-ELECTRONICO.
           WRITE REG-DOC-ELECTRONICO
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-DEL.

       F-COPIO-PRE-DEL.
           EXIT.

       COPIO-RETENCIONES-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT RETENCIONES.
           IF ST-RETENCIONES > "07"
               DISPLAY "Imagen: sin registro de retenciones, se "
                   "omite."
               GO TO F-COPIO-RET-PRE.
           OPEN OUTPUT IMG-RETENCIONES.

       LEO-RET-PRE.
           READ RETENCIONES NEXT RECORD
               AT END
                   CLOSE RETENCIONES
                   CLOSE IMG-RETENCIONES
                   DISPLAY "  retenciones.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-RET-PRE
           END-READ.
           MOVE REG-RETENCION TO REG-IMG-RETENCION.
           WRITE REG-IMG-RETENCION.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-RET-PRE.

       F-COPIO-RET-PRE.
           EXIT.

       COPIO-PRE-A-RETENCIONES.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-RETENCIONES.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay retenciones.pre, se omite."
               GO TO F-COPIO-PRE-RET.
           OPEN OUTPUT RETENCIONES.

       LEO-PRE-RET.
           READ IMG-RETENCIONES
               AT END
                   CLOSE IMG-RETENCIONES
                   CLOSE RETENCIONES
                   DISPLAY "  retenciones.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-RET
           END-READ.
           MOVE REG-IMG-RETENCION TO REG-RETENCION.
           WRITE REG-RETENCION
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-RET.

       F-COPIO-PRE-RET.
           EXIT.

      ******************************************************************
      * El registro de ventas posteadas deja su imagen aunque no
      * exista todavia: vacia, el rollback lo deja como al arrancar y
      * la recorrida no devuelve por duplicadas las ventas que vuelve
      * a postear.
      ******************************************************************
       COPIO-VENTAS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN OUTPUT IMG-VENTAS.
           OPEN INPUT VENTAS-POSTEADAS.
           IF ST-VENTAS > "07"
               CLOSE IMG-VENTAS
               DISPLAY "  ventas_posteadas.pre: vacio"
               GO TO F-COPIO-VRG-PRE.

       LEO-VRG-PRE.
           READ VENTAS-POSTEADAS NEXT RECORD
               AT END
                   CLOSE VENTAS-POSTEADAS
                   CLOSE IMG-VENTAS
                   DISPLAY "  ventas_posteadas.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-VRG-PRE
           END-READ.
           MOVE REG-VENTA-POSTEADA TO REG-IMG-VENTA.
           WRITE REG-IMG-VENTA.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-VRG-PRE.

       F-COPIO-VRG-PRE.
           EXIT.

       COPIO-PRE-A-VENTAS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-VENTAS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay ventas_posteadas.pre, se "
                   "omite."
               GO TO F-COPIO-PRE-VRG.
           OPEN OUTPUT VENTAS-POSTEADAS.

       LEO-PRE-VRG.
           READ IMG-VENTAS
               AT END
                   CLOSE IMG-VENTAS
                   CLOSE VENTAS-POSTEADAS
                   DISPLAY "  ventas_posteadas.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-VRG
           END-READ.
           MOVE REG-IMG-VENTA TO REG-VENTA-POSTEADA.
           WRITE REG-VENTA-POSTEADA
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-VRG.

       F-COPIO-PRE-VRG.
           EXIT.

       COPIO-DESCUENTOS-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT DESCUENTOS-FACTURA.
           IF ST-DESCUENTOS > "07"
               DISPLAY "Imagen: sin registro de descuentos, se "
                   "omite."
               GO TO F-COPIO-DPP-PRE.
           OPEN OUTPUT IMG-DESCUENTOS.

       LEO-DPP-PRE.
           READ DESCUENTOS-FACTURA NEXT RECORD
               AT END
                   CLOSE DESCUENTOS-FACTURA
                   CLOSE IMG-DESCUENTOS
                   DISPLAY "  descuentos_factura.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-DPP-PRE
           END-READ.
           MOVE REG-DESCUENTO-FACTURA TO REG-IMG-DESCUENTO.
           WRITE REG-IMG-DESCUENTO.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-DPP-PRE.

       F-COPIO-DPP-PRE.
           EXIT.

       COPIO-PRE-A-DESCUENTOS.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-DESCUENTOS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay descuentos_factura.pre, se "
                   "omite."
               GO TO F-COPIO-PRE-DPP.
           OPEN OUTPUT DESCUENTOS-FACTURA.

       LEO-PRE-DPP.
           READ IMG-DESCUENTOS
               AT END
                   CLOSE IMG-DESCUENTOS
                   CLOSE DESCUENTOS-FACTURA
                   DISPLAY "  descuentos_factura.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-DPP
           END-READ.
           MOVE REG-IMG-DESCUENTO TO REG-DESCUENTO-FACTURA.
           WRITE REG-DESCUENTO-FACTURA
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-DPP.

       F-COPIO-PRE-DPP.
           EXIT.

       COPIO-DETALLE-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT DETALLE-FACTURAS.
           IF ST-DETALLE > "07"
               DISPLAY "Imagen: sin lineas de factura, se omite."
               GO TO F-COPIO-FDT-PRE.
           OPEN OUTPUT IMG-DETALLE.

       LEO-FDT-PRE.
           READ DETALLE-FACTURAS NEXT RECORD
               AT END
                   CLOSE DETALLE-FACTURAS
                   CLOSE IMG-DETALLE
                   DISPLAY "  detalle_facturas.pre: " WS-REGISTROS
                       " registros"
                   GO TO F-COPIO-FDT-PRE
           END-READ.
           MOVE REG-DETALLE-FACTURA TO REG-IMG-DETALLE.
           WRITE REG-IMG-DETALLE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-FDT-PRE.

       F-COPIO-FDT-PRE.
           EXIT.

       COPIO-PRE-A-DETALLE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-DETALLE.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay detalle_facturas.pre, se "
                   "omite."
               GO TO F-COPIO-PRE-FDT.
           OPEN OUTPUT DETALLE-FACTURAS.

       LEO-PRE-FDT.
           READ IMG-DETALLE
               AT END
                   CLOSE IMG-DETALLE
                   CLOSE DETALLE-FACTURAS
                   DISPLAY "  detalle_facturas.dat restaurado: "
                       WS-REGISTROS " registros"
                   GO TO F-COPIO-PRE-FDT
           END-READ.
           MOVE REG-IMG-DETALLE TO REG-DETALLE-FACTURA.
           WRITE REG-DETALLE-FACTURA
               INVALID KEY
                   ADD 1 TO WS-FALLAS
           END-WRITE.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-FDT.

       F-COPIO-PRE-FDT.
           EXIT.

       COPIO-AUDITORIA-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT AUDITORIA-TRAIL.
       F-COPIO-PRE-AUD.
           EXIT.

       COPIO-REDIRECCIONES-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT REDIRECCIONES.
           IF ST-REDIRECCIONES > "07"
               DISPLAY "Imagen: sin redirecciones de periodo, se omite."
               GO TO F-COPIO-RED-PRE.
           OPEN OUTPUT IMG-REDIRECCIONES.

       LEO-RED-PRE.
           READ REDIRECCIONES
               AT END
                   CLOSE REDIRECCIONES
                   CLOSE IMG-REDIRECCIONES
                   DISPLAY "  redirecciones_periodo.pre: "
                       WS-REGISTROS " lineas"
                   GO TO F-COPIO-RED-PRE
           END-READ.
           MOVE LINEA-REDIRECCION TO LINEA-IMG-REDIRECCION.
           WRITE LINEA-IMG-REDIRECCION.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-RED-PRE.

       F-COPIO-RED-PRE.
           EXIT.

       COPIO-PRE-A-REDIRECCIONES.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT IMG-REDIRECCIONES.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay redirecciones_periodo.pre, "
                   "se omite."
               GO TO F-COPIO-PRE-RED.
           OPEN OUTPUT REDIRECCIONES.

       LEO-PRE-RED.
           READ IMG-REDIRECCIONES
               AT END
                   CLOSE IMG-REDIRECCIONES
                   CLOSE REDIRECCIONES
                   DISPLAY "  redirecciones_periodo.dat restaurado: "
                       WS-REGISTROS " lineas"
                   GO TO F-COPIO-PRE-RED
           END-READ.
           MOVE LINEA-IMG-REDIRECCION TO LINEA-REDIRECCION.
           WRITE LINEA-REDIRECCION.
           ADD 1 TO WS-REGISTROS.
           GO TO LEO-PRE-RED.

       F-COPIO-PRE-RED.
           EXIT.

       COPIO-SUSPENSO-A-PRE.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT PAGOS-SUSPENSO.
               PERFORM LEO-CKP-PRE THRU F-LEO-CKP-PRE
               CLOSE PUNTO-CONTROL.
           CLOSE IMG-CHECKPOINT.
           OPEN OUTPUT IMG-CORRIDA-VENTAS.
           OPEN INPUT CORRIDA-VENTAS.
           IF ST-CORRIDA-VENTAS NOT > "07"
               PERFORM LEO-CVT-PRE THRU F-LEO-CVT-PRE
               CLOSE CORRIDA-VENTAS.
           CLOSE IMG-CORRIDA-VENTAS.
           DISPLAY "  compuertas de periodo capturadas".

       F-COPIO-CMP-PRE.
       F-LEO-CKP-PRE.
           EXIT.

       LEO-CVT-PRE.
           READ CORRIDA-VENTAS
               AT END
                   GO TO F-LEO-CVT-PRE
           END-READ.
           MOVE LINEA-CORRIDA-VENTAS TO LINEA-IMG-CORRIDA-VENTAS.
           WRITE LINEA-IMG-CORRIDA-VENTAS.
           GO TO LEO-CVT-PRE.

       F-LEO-CVT-PRE.
           EXIT.

       COPIO-PRE-A-COMPUERTAS.
           OPEN INPUT IMG-PER-INTERES.
           IF ST-IMG > "07"
               PERFORM LEO-PRE-CKP THRU F-LEO-PRE-CKP
               CLOSE PUNTO-CONTROL
               CLOSE IMG-CHECKPOINT.
           OPEN INPUT IMG-CORRIDA-VENTAS.
           IF ST-IMG > "07"
               DISPLAY "Rollback: no hay corrida_ventas.pre, se "
                   "omite."
           ELSE
               OPEN OUTPUT CORRIDA-VENTAS
               PERFORM LEO-PRE-CVT THRU F-LEO-PRE-CVT
               CLOSE CORRIDA-VENTAS
               CLOSE IMG-CORRIDA-VENTAS.
           DISPLAY "  compuertas de periodo restauradas".

       F-COPIO-PRE-CMP.
       F-LEO-PRE-CKP.
           EXIT.

       LEO-PRE-CVT.
           READ IMG-CORRIDA-VENTAS
               AT END
                   GO TO F-LEO-PRE-CVT
           END-READ.
           MOVE LINEA-IMG-CORRIDA-VENTAS TO LINEA-CORRIDA-VENTAS.
           WRITE LINEA-CORRIDA-VENTAS.
           GO TO LEO-PRE-CVT.

       F-LEO-PRE-CVT.
           EXIT.

      ******************************************************************
      * Entrada propia en la bitacora nocturna (paso 0): la captura o
      * el rollback quedan en la misma traza que los pasos del lote.
