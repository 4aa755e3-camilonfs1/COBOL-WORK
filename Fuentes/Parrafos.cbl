      *                     juntos al punto de arranque cuando un
      *                     paso salio danino, con su entrada propia
      *                     en la bitacora.
      *   2026-10-15  CEVR  Paso 16 en la semilla: posteo de los cargos
      *                     fijos recurrentes (POSTEO-CARGOS-FIJOS).
      *                     En tablas ya sembradas se agrega con
      *                     MANTIENE-PASOS.
      *   2026-10-15  CEVR  Paso 20 en la semilla: monitoreo de
      *                     operaciones en efectivo y actividad
      *                     inusual (MONITOREO-OPERACIONES), despues
      *                     de todos los posteos de la noche.
      *   2026-10-15  CEVR  Pasos 21 y 22 en la semilla: carga de la
      *                     respuesta de la autoridad tributaria al
      *                     envio anterior (CARGA-RESPUESTA-
      *                     ELECTRONICA) y envio de las facturas y
      *                     notas de credito del dia como documentos
      *                     electronicos (GENERA-DOCUMENTO-
      *                     ELECTRONICO).
      *   2026-10-15  CEVR  Paso 23 en la semilla: avance diario de las
      *                     metas mensuales de los cobradores
      *                     (AVANCE-METAS).
      *   2026-10-15  CEVR  Paso 24 en la semilla: posicion de caja
      *                     consolidada del dia para tesoreria
      *                     (POSICION-CAJA), despues de todos los
      *                     posteos de la noche.
      *   2026-10-15  CEVR  Resumen nocturno de movimientos
      *                     (RESUME-MOVIMIENTOS) en la semilla como paso
      *                     17, despues de todos los pasos que postean;
      *                     la semilla se reordeno para dejar
      *                     REINTENTA-SUSPENSO y POSTEO-CARGOS-FIJOS
      *                     antes y CALIFICA-RIESGO despues de el. Los
      *                     pasos que leen el resumen no se llaman si
      *                     VERIFICA-RESUMEN-MOV dice que quedo atras de
      *                     los posteos del dia.
      *   2026-10-15  CEVR  Cambios programados a fecha futura
      *                     (APLICA-PENDIENTES) en la semilla como paso
      *                     2, justo despues de la carga de altas: lo
      *                     que rige hoy queda en el maestro antes del
      *                     respaldo, los reportes y la facturacion.
      *   2026-10-15  CEVR  Paso 25 en la semilla: devengo diario del
      *                     interes de mora (DEVENGO-INTERES), al final
      *                     de la cadena sobre el saldo del dia ya
      *                     posteado. En tablas ya sembradas se agrega
      *                     con MANTIENE-PASOS.
      *   2026-10-15  CEVR  Paso 26 en la semilla: cuadre de las
      *                     facturas abiertas contra el saldo de las
      *                     cuentas comerciales (CONCILIA-SALDO-
      *                     FACTURAS), al final de la cadena. Se siembra
      *                     con accion de continuar: su RETURN-CODE 4 u
      *                     8 marca la corrida en la bitacora (y en la
      *                     hoja de control) sin cortar la cadena.
      *   2026-10-15  CEVR  Paso 27 en la semilla: presort postal del
      *                     correo del dia (PRESORT-CORREO), ultimo de
      *                     la cadena, con todas las cartas del dia ya
      *                     en el spool de correo. En tablas ya
      *                     sembradas se agrega con MANTIENE-PASOS.
      *   2026-10-15  CEVR  Paso 4 en la semilla: posteo de las ventas
      *                     a credito del punto de venta
      *                     (POSTEO-VENTAS), con los pasos que escriben
      *                     el maestro: despues del posteo de interes y
      *                     antes del respaldo, asi la facturacion (que
      *                     lee el respaldo), el resumen de movimientos
      *                     y los pasos que lo leen cubren las ventas
      *                     del dia; los pasos siguientes se
      *                     renumeraron. Se siembra con accion de
      *                     continuar: un archivo de ventas rechazado
      *                     (8) o con ventas devueltas (4) no corta la
      *                     cadena. En tablas ya sembradas se agrega con
      *                     MANTIENE-PASOS.
      *   2026-10-15  CEVR  Semilla renumerada; los numeros de paso de
      *                     las entradas anteriores son los de su
      *                     fecha. Orden vigente: 1 INICIO,
      *                     2 APLICA-PENDIENTES, 3 REPORTE-SALDOS,
      *                     4 POSTEO-VENTAS, 5 EXPORTO-CLIENTES,
      *                     6 LISTADO-CLIENTES, 7 FACTURACION-COMERCIAL,
      *                     8 DUPLICADOS-CLIENTES,
      *                     9 CORRESPONDENCIA-CLIENTES,
      *                     10 EDICION-CALIDAD-DATOS,
      *                     11 AUDITA-INTEGRIDAD, 12 VERIFICA-INDICES,
      *                     13 LIMPIA-GENERACIONES,
      *                     14 INDICADORES-DIARIOS,
      *                     15 REINTENTA-SUSPENSO,
      *                     16 POSTEO-CARGOS-FIJOS,
      *                     17 RESUME-MOVIMIENTOS, 18 CALIFICA-RIESGO,
      *                     19 VERIFICA-AUDITORIA,
      *                     20 MONITOREO-OPERACIONES,
      *                     21 CARGA-RESPUESTA-ELECTRONICA,
      *                     22 GENERA-DOCUMENTO-ELECTRONICO,
      *                     23 AVANCE-METAS, 24 POSICION-CAJA,
      *                     25 DEVENGO-INTERES,
      *                     26 CONCILIA-SALDO-FACTURAS,
      *                     27 PRESORT-CORREO. Las tablas ya sembradas
      *                     se reordenan con MANTIENE-PASOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESO-NOCTURNO.
       01  WS-FALLO-CALL-SW PIC X     VALUE "N".
           88 FALLO-EL-CALL VALUE "S".

      * Programas que leen el resumen de movimientos: el driver revisa
      * que el resumen este al dia antes de llamarlos.
       01  WS-TAB-USAN-RESUMEN.
           05 FILLER PIC X(30) VALUE "CALIFICA-RIESGO".
           05 FILLER PIC X(30) VALUE "INTERFAZ-CONTABLE".
           05 FILLER PIC X(30) VALUE "CERTIFICADO-INTERES".
       01  WS-USAN-RESUMEN REDEFINES WS-TAB-USAN-RESUMEN.
           05 WS-USA-RESUMEN PIC X(30) OCCURS 3 TIMES.
       01  WS-USA-I          PIC 9    VALUE 0.
       01  WS-USA-HALLADO    PIC 9    VALUE 0.
       01  WS-RESUMEN-ESTADO PIC X    VALUE SPACE.
       01  WS-RESUMEN-DIA    PIC 9(8) VALUE 0.

           COPY BANNERWS.

       PROCEDURE DIVISION.
           DISPLAY "Paso " PSO-NUMERO ": " WS-PASO.
           PERFORM MARCO-INICIO-PASO.
           MOVE "N" TO WS-FALLO-CALL-SW.
           PERFORM REVISO-RESUMEN-PASO THRU F-REVISO-RESUMEN-PASO.
           IF NOT FALLO-EL-CALL
               CALL WS-PROGRAMA-PASO
                   ON EXCEPTION
                       DISPLAY "No se pudo cargar el programa "
                           WS-PROGRAMA-PASO "."
                       MOVE "S" TO WS-FALLO-CALL-SW
               END-CALL
           END-IF.
           IF FALLO-EL-CALL
               MOVE 16 TO RETURN-CODE.
           PERFORM GRABO-BITACORA THRU F-GRABO-BITACORA.
           EXIT.

      ******************************************************************
      * Los pasos que leen el resumen de movimientos no corren si el
      * resumen quedo atras de los posteos del dia: el paso cuenta
      * como fallido y sigue su accion de error. Sin resumen generado
      * el paso corre y lee los movimientos como antes.
      ******************************************************************
       REVISO-RESUMEN-PASO.
           MOVE 0 TO WS-USA-HALLADO.
           PERFORM BUSCO-USA-RESUMEN
               VARYING WS-USA-I FROM 1 BY 1 UNTIL WS-USA-I > 3.
           IF WS-USA-HALLADO = 0
               GO TO F-REVISO-RESUMEN-PASO.
           CALL "VERIFICA-RESUMEN-MOV" USING WS-RESUMEN-ESTADO
               WS-RESUMEN-DIA.
           IF WS-RESUMEN-ESTADO = "D"
               DISPLAY "Paso " PSO-NUMERO " (" WS-PROGRAMA-PASO
                   ") lee el resumen de movimientos y el resumen es "
                   "anterior a los posteos del dia; no se corre."
               DISPLAY "Corra RESUME-MOVIMIENTOS (o ubiquelo antes "
                   "de este paso con MANTIENE-PASOS) y recorra."
               MOVE "S" TO WS-FALLO-CALL-SW.

       F-REVISO-RESUMEN-PASO.
           EXIT.

       BUSCO-USA-RESUMEN.
           IF WS-USA-RESUMEN (WS-USA-I) = WS-PROGRAMA-PASO
               MOVE WS-USA-I TO WS-USA-HALLADO.

      ******************************************************************
      * Siembra la tabla de pasos con la cadena clasica de pasos,
      * todos activos y con la accion de parar ante error (la misma
      * conducta del driver anterior).
      ******************************************************************
           MOVE "CARGA DE ALTAS (INICIO)" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 02 TO PSO-NUMERO.
           MOVE "APLICA-PENDIENTES" TO PSO-PROGRAMA.
           MOVE "CAMBIOS PROGRAMADOS DEL DIA" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 03 TO PSO-NUMERO.
           MOVE "REPORTE-SALDOS" TO PSO-PROGRAMA.
           MOVE "REPORTE DE SALDOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 04 TO PSO-NUMERO.
           MOVE "POSTEO-VENTAS" TO PSO-PROGRAMA.
           MOVE "POSTEO DE VENTAS A CREDITO" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA-CONTINUA.
           MOVE 05 TO PSO-NUMERO.
           MOVE "EXPORTO-CLIENTES" TO PSO-PROGRAMA.
           MOVE "RESPALDO DE CLIENTES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 06 TO PSO-NUMERO.
           MOVE "LISTADO-CLIENTES" TO PSO-PROGRAMA.
           MOVE "LISTADO DE CLIENTES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 07 TO PSO-NUMERO.
           MOVE "FACTURACION-COMERCIAL" TO PSO-PROGRAMA.
           MOVE "FACTURACION COMERCIAL" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 08 TO PSO-NUMERO.
           MOVE "DUPLICADOS-CLIENTES" TO PSO-PROGRAMA.
           MOVE "CLIENTES DUPLICADOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 09 TO PSO-NUMERO.
           MOVE "CORRESPONDENCIA-CLIENTES" TO PSO-PROGRAMA.
           MOVE "CORRESPONDENCIA DE CLIENTES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 10 TO PSO-NUMERO.
           MOVE "EDICION-CALIDAD-DATOS" TO PSO-PROGRAMA.
           MOVE "EDICION DE CALIDAD DE DATOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 11 TO PSO-NUMERO.
           MOVE "AUDITA-INTEGRIDAD" TO PSO-PROGRAMA.
           MOVE "INTEGRIDAD REFERENCIAL" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 12 TO PSO-NUMERO.
           MOVE "VERIFICA-INDICES" TO PSO-PROGRAMA.
           MOVE "VERIFICACION DE INDICES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 13 TO PSO-NUMERO.
           MOVE "LIMPIA-GENERACIONES" TO PSO-PROGRAMA.
           MOVE "LIMPIEZA DE GENERACIONES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 14 TO PSO-NUMERO.
           MOVE "INDICADORES-DIARIOS" TO PSO-PROGRAMA.
           MOVE "INDICADORES DIARIOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 15 TO PSO-NUMERO.
           MOVE "REINTENTA-SUSPENSO" TO PSO-PROGRAMA.
           MOVE "REINTENTO DE PAGOS EN SUSPENSO" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 16 TO PSO-NUMERO.
           MOVE "POSTEO-CARGOS-FIJOS" TO PSO-PROGRAMA.
           MOVE "POSTEO DE CARGOS FIJOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 17 TO PSO-NUMERO.
           MOVE "RESUME-MOVIMIENTOS" TO PSO-PROGRAMA.
           MOVE "RESUMEN DE MOVIMIENTOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 18 TO PSO-NUMERO.
           MOVE "CALIFICA-RIESGO" TO PSO-PROGRAMA.
           MOVE "CALIFICACION DE RIESGO" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 19 TO PSO-NUMERO.
           MOVE "VERIFICA-AUDITORIA" TO PSO-PROGRAMA.
           MOVE "VERIFICACION DE AUDITORIA" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 20 TO PSO-NUMERO.
           MOVE "MONITOREO-OPERACIONES" TO PSO-PROGRAMA.
           MOVE "MONITOREO DE OPERACIONES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 21 TO PSO-NUMERO.
           MOVE "CARGA-RESPUESTA-ELECTRONICA" TO PSO-PROGRAMA.
           MOVE "RESPUESTA DOC. ELECTRONICOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 22 TO PSO-NUMERO.
           MOVE "GENERA-DOCUMENTO-ELECTRONICO" TO PSO-PROGRAMA.
           MOVE "ENVIO DOC. ELECTRONICOS" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 23 TO PSO-NUMERO.
           MOVE "AVANCE-METAS" TO PSO-PROGRAMA.
           MOVE "AVANCE DE METAS DE COBRANZA" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 24 TO PSO-NUMERO.
           MOVE "POSICION-CAJA" TO PSO-PROGRAMA.
           MOVE "POSICION DE CAJA CONSOLIDADA" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 25 TO PSO-NUMERO.
           MOVE "DEVENGO-INTERES" TO PSO-PROGRAMA.
           MOVE "DEVENGO DIARIO DE INTERES" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           MOVE 26 TO PSO-NUMERO.
           MOVE "CONCILIA-SALDO-FACTURAS" TO PSO-PROGRAMA.
           MOVE "CUADRE FACTURAS CONTRA SALDO" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA-CONTINUA.
           MOVE 27 TO PSO-NUMERO.
           MOVE "PRESORT-CORREO" TO PSO-PROGRAMA.
           MOVE "PRESORT POSTAL DEL CORREO" TO PSO-NOMBRE.
           PERFORM GRABO-SEMILLA.
           DISPLAY "Tabla de pasos sembrada con la cadena clasica.".

       GRABO-SEMILLA.
               DISPLAY "Error sembrando el paso " PSO-NUMERO " ("
                   ST-PASOS ").".

      *    Paso de control cuyo RETURN-CODE solo marca la corrida.
       GRABO-SEMILLA-CONTINUA.
           MOVE "S" TO PSO-ACTIVO.
           MOVE "C" TO PSO-ERROR.
           WRITE REG-PASO-LOTE.
           IF ST-PASOS > "07"
               DISPLAY "Error sembrando el paso " PSO-NUMERO " ("
                   ST-PASOS ").".

      ******************************************************************
      * Lee el ultimo paso completado de la corrida anterior (cero si
      * no hay archivo de control o la corrida anterior termino bien).
