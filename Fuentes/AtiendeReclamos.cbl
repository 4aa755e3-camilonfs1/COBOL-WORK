      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de atencion de reclamos de un cliente
      *          (reclamos.dat, RECLAMO.cpy), compartido por
      *          CAPTURA-RECLAMOS y la navegacion de INICIO_2: lista
      *          los casos del cliente y permite (R)egistrar uno
      *          nuevo -- categoria de tipos_reclamo.dat, canal, fecha
      *          de recibo, descripcion y operador asignado; la fecha
      *          limite sale de la fecha de recibo mas el plazo de la
      *          categoria en dias habiles (CALENDARIO-HABIL) -- o
      *          (A)ctualizar uno abierto: reasignarlo, pasarlo a
      *          tramite o resolverlo con su resolucion. Registrar y
      *          actualizar exigen nivel 2. El numero de caso es el
      *          siguiente al mayor existente. Recibe el operador
      *          firmado, su nivel, el cliente (ya leido y autorizado
      *          por el llamador) y su empresa. Los archivos se abren
      *          y cierran en cada llamada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-RECLAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REC-NUMERO
                  ALTERNATE RECORD KEY IS REC-ID-CLIENTE
                      WITH DUPLICATES
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL TIPOS-RECLAMO
                  ASSIGN TO "./tipos_reclamo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TRC-CODIGO
                  STATUS ST-TIPOS.

           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  RECLAMOS.

           COPY RECLAMO.

       FD  TIPOS-RECLAMO.

           COPY TIPORECL.

       FD  OPERADORES.

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

       01  ST-RECLAMOS    PIC XX VALUE SPACE.
       01  ST-TIPOS       PIC XX VALUE SPACE.
       01  ST-OPERADORES  PIC XX VALUE SPACE.

       01  WS-OPERADORES-SW PIC X VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".

       01  WS-OPCION       PIC X     VALUE SPACE.
       01  WS-FECHA-HOY    PIC 9(8)  VALUE 0.
       01  WS-NUMERO       PIC 9(8)  VALUE 0.
       01  WS-SIGUIENTE    PIC 9(8)  VALUE 0.
       01  WS-ASIGNADO     PIC X(8)  VALUE SPACE.
       01  WS-ESTADO       PIC X     VALUE SPACE.
       01  WS-FECHA-ENTRA  PIC 9(8)  VALUE 0.
       01  WS-VISTOS       PIC 9(5)  VALUE 0.
       01  WS-PENDIENTES   PIC 9(5)  VALUE 0.
       01  WS-MARCA        PIC X(8)  VALUE SPACE.

       01  WS-CAL-FUNCION  PIC X     VALUE "A".
       01  WS-CAL-N        PIC 9(8)  VALUE 0.

       LINKAGE SECTION.
       01  LNK-OPERADOR    PIC X(8).
       01  LNK-NIVEL       PIC 9.
       01  LNK-ID-CLIENTE  PIC 9(8).
       01  LNK-EMPRESA     PIC 9(3).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL LNK-ID-CLIENTE
           LNK-EMPRESA.
       MAIN-RUTINA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT TIPOS-RECLAMO.
           IF ST-TIPOS NOT = "00"
               DISPLAY "No hay tabla de categorias de reclamo; corra "
                   "primero MANTIENE-TIPOS-RECLAMO."
               GOBACK.
           OPEN I-O RECLAMOS.
           IF ST-RECLAMOS = "35"
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN I-O RECLAMOS.
           IF ST-RECLAMOS > "07"
               DISPLAY "Error abriendo RECLAMOS (" ST-RECLAMOS ")"
               CLOSE TIPOS-RECLAMO
               GOBACK.
           MOVE "N" TO WS-OPERADORES-SW.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
               SET OPERADORES-DISPONIBLES TO TRUE.
           PERFORM LISTO-CASOS THRU F-LISTO-CASOS.

       PIDO-OPERACION.
           DISPLAY "Reclamos: (R)egistrar, (A)ctualizar caso, "
               "(L)istar o (V)olver.".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "R" WHEN "r"
                   PERFORM REGISTRO-RECLAMO THRU F-REGISTRO-RECLAMO
               WHEN "A" WHEN "a"
                   PERFORM ACTUALIZO-RECLAMO THRU F-ACTUALIZO-RECLAMO
               WHEN "L" WHEN "l"
                   PERFORM LISTO-CASOS THRU F-LISTO-CASOS
               WHEN "V" WHEN "v"
                   CLOSE RECLAMOS
                   CLOSE TIPOS-RECLAMO
                   IF OPERADORES-DISPONIBLES
                       CLOSE OPERADORES
                   END-IF
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           GO TO PIDO-OPERACION.

      ******************************************************************
      * Casos del cliente por la clave alterna, con la marca de los
      * pendientes que ya pasaron su fecha limite.
      ******************************************************************
       LISTO-CASOS.
           MOVE 0 TO WS-VISTOS.
           MOVE 0 TO WS-PENDIENTES.
           MOVE LNK-ID-CLIENTE TO REC-ID-CLIENTE.
           START RECLAMOS KEY IS NOT LESS THAN REC-ID-CLIENTE
               INVALID KEY
                   GO TO CIERRO-LISTA-CASOS
           END-START.

       LEO-CASO.
           READ RECLAMOS NEXT RECORD
               AT END
                   GO TO CIERRO-LISTA-CASOS
           END-READ.
           IF ST-RECLAMOS > "07"
            OR REC-ID-CLIENTE NOT = LNK-ID-CLIENTE
               GO TO CIERRO-LISTA-CASOS.
           ADD 1 TO WS-VISTOS.
           MOVE SPACE TO WS-MARCA.
           IF REC-PENDIENTE
               ADD 1 TO WS-PENDIENTES
               IF WS-FECHA-HOY > REC-FECHA-LIMITE
                   MOVE "VENCIDO" TO WS-MARCA.
           DISPLAY "  Caso " REC-NUMERO " (" REC-ESTADO ") "
               REC-CATEGORIA " recibido " REC-FECHA-RECIBIDO
               " limite " REC-FECHA-LIMITE " " WS-MARCA " asignado "
               REC-ASIGNADO.
           DISPLAY "      " REC-DESCRIPCION.
           IF REC-RESUELTO
               DISPLAY "      Resuelto " REC-FECHA-RESUELTO " ("
                   REC-RESUELTO-POR "): " REC-RESOLUCION.
           GO TO LEO-CASO.

       CIERRO-LISTA-CASOS.
           IF WS-VISTOS = 0
               DISPLAY "  (sin reclamos registrados)"
           ELSE
               DISPLAY "  Reclamos: " WS-VISTOS "  pendientes: "
                   WS-PENDIENTES.

       F-LISTO-CASOS.
           EXIT.

       REGISTRO-RECLAMO.
           IF LNK-NIVEL < 2
               DISPLAY "Registrar reclamos requiere nivel 2 o "
                   "superior."
               GO TO F-REGISTRO-RECLAMO.
           PERFORM ASIGNO-NUMERO.
           INITIALIZE REG-RECLAMO.
           PERFORM MUESTRO-CATEGORIAS THRU F-MUESTRO-CATEGORIAS.
           DISPLAY "Categoria del reclamo:".
           ACCEPT TRC-CODIGO.
           INSPECT TRC-CODIGO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ TIPOS-RECLAMO KEY IS TRC-CODIGO
               INVALID KEY
                   DISPLAY "Categoria no registrada, no se graba."
                   GO TO F-REGISTRO-RECLAMO
           END-READ.
           MOVE TRC-CODIGO TO REC-CATEGORIA.
           DISPLAY "Canal: (T)elefono, (C)arta, (E)mail o "
               "(P)resencial:".
           ACCEPT REC-CANAL.
           INSPECT REC-CANAL CONVERTING "tcep" TO "TCEP".
           IF NOT REC-POR-TELEFONO AND NOT REC-POR-CARTA
            AND NOT REC-POR-EMAIL AND NOT REC-PRESENCIAL
               DISPLAY "Canal no valido, no se graba."
               GO TO F-REGISTRO-RECLAMO.
           DISPLAY "Fecha de recibo (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRA.
           IF WS-FECHA-ENTRA > WS-FECHA-HOY
               DISPLAY "La fecha de recibo no puede ser futura, no "
                   "se graba."
               GO TO F-REGISTRO-RECLAMO.
           MOVE WS-FECHA-ENTRA TO REC-FECHA-RECIBIDO.
           DISPLAY "Descripcion del reclamo:".
           ACCEPT REC-DESCRIPCION.
           IF REC-DESCRIPCION = SPACE
               DISPLAY "La descripcion no puede quedar en blanco, "
                   "no se graba."
               GO TO F-REGISTRO-RECLAMO.
           DISPLAY "Operador asignado (blanco = " LNK-OPERADOR "):".
           ACCEPT WS-ASIGNADO.
           IF WS-ASIGNADO = SPACE
               MOVE LNK-OPERADOR TO WS-ASIGNADO.
           PERFORM VALIDO-ASIGNADO THRU F-VALIDO-ASIGNADO.
           IF WS-ASIGNADO = SPACE
               GO TO F-REGISTRO-RECLAMO.
           MOVE WS-ASIGNADO TO REC-ASIGNADO.
           MOVE TRC-DIAS-RESPUESTA TO WS-CAL-N.
           CALL "CALENDARIO-HABIL" USING WS-CAL-FUNCION
               REC-FECHA-RECIBIDO WS-CAL-N REC-FECHA-LIMITE.
           MOVE LNK-ID-CLIENTE TO REC-ID-CLIENTE.
           MOVE LNK-EMPRESA    TO REC-EMPRESA.
           MOVE "A"            TO REC-ESTADO.
           MOVE LNK-OPERADOR   TO REC-REGISTRADO-POR.
           MOVE WS-SIGUIENTE   TO REC-NUMERO.
           WRITE REG-RECLAMO
               INVALID KEY
                   DISPLAY "Numero de caso ya usado, intente de "
                       "nuevo."
                   GO TO F-REGISTRO-RECLAMO
           END-WRITE.
           IF ST-RECLAMOS > "07"
               DISPLAY "Error grabando el reclamo (" ST-RECLAMOS ")."
               GO TO F-REGISTRO-RECLAMO.
           DISPLAY "Reclamo registrado con el caso " REC-NUMERO
               ", responder a mas tardar el " REC-FECHA-LIMITE ".".

       F-REGISTRO-RECLAMO.
           EXIT.

      *    El caso nuevo toma el numero siguiente al mayor grabado.
       ASIGNO-NUMERO.
           MOVE 1 TO WS-SIGUIENTE.
           MOVE 99999999 TO REC-NUMERO.
           START RECLAMOS KEY IS NOT GREATER THAN REC-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF ST-RECLAMOS = "00"
               READ RECLAMOS PREVIOUS RECORD
               IF ST-RECLAMOS = "00"
                   COMPUTE WS-SIGUIENTE = REC-NUMERO + 1
               END-IF
           END-IF.

       VALIDO-ASIGNADO.
           IF NOT OPERADORES-DISPONIBLES
               GO TO F-VALIDO-ASIGNADO.
           MOVE WS-ASIGNADO TO OPE-ID.
           READ OPERADORES KEY IS OPE-ID
               INVALID KEY
                   DISPLAY "Operador " WS-ASIGNADO " no existe, no "
                       "se graba."
                   MOVE SPACE TO WS-ASIGNADO
           END-READ.

       F-VALIDO-ASIGNADO.
           EXIT.

       MUESTRO-CATEGORIAS.
           MOVE LOW-VALUES TO TRC-CODIGO.
           START TIPOS-RECLAMO KEY IS NOT LESS THAN TRC-CODIGO
               INVALID KEY
                   GO TO F-MUESTRO-CATEGORIAS
           END-START.

       LEO-CATEGORIA.
           READ TIPOS-RECLAMO NEXT RECORD
               AT END
                   GO TO F-MUESTRO-CATEGORIAS
           END-READ.
           DISPLAY "  " TRC-CODIGO " " TRC-DESCRIPCION " ("
               TRC-DIAS-RESPUESTA " dias habiles)".
           GO TO LEO-CATEGORIA.

       F-MUESTRO-CATEGORIAS.
           EXIT.

      ******************************************************************
      * Reasigna, pasa a tramite o resuelve un caso pendiente del
      * cliente.
      ******************************************************************
       ACTUALIZO-RECLAMO.
           IF LNK-NIVEL < 2
               DISPLAY "Actualizar reclamos requiere nivel 2 o "
                   "superior."
               GO TO F-ACTUALIZO-RECLAMO.
           DISPLAY "Numero de caso:".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO REC-NUMERO.
           READ RECLAMOS KEY IS REC-NUMERO
               INVALID KEY
                   DISPLAY "Caso no encontrado."
                   GO TO F-ACTUALIZO-RECLAMO
           END-READ.
           IF REC-ID-CLIENTE NOT = LNK-ID-CLIENTE
               DISPLAY "Ese caso no es de este cliente."
               GO TO F-ACTUALIZO-RECLAMO.
           IF REC-RESUELTO
               DISPLAY "El caso ya esta resuelto desde el "
                   REC-FECHA-RESUELTO "."
               GO TO F-ACTUALIZO-RECLAMO.
           DISPLAY "Caso " REC-NUMERO " (" REC-ESTADO ") asignado a "
               REC-ASIGNADO ", limite " REC-FECHA-LIMITE.
           DISPLAY "Reasignar a (blanco = sin cambio):".
           ACCEPT WS-ASIGNADO.
           IF WS-ASIGNADO NOT = SPACE
               PERFORM VALIDO-ASIGNADO THRU F-VALIDO-ASIGNADO
               IF WS-ASIGNADO = SPACE
                   GO TO F-ACTUALIZO-RECLAMO
               END-IF
               MOVE WS-ASIGNADO TO REC-ASIGNADO.
           DISPLAY "Nuevo estado: (T)ramite, (R)esuelto o blanco "
               "sin cambio:".
           ACCEPT WS-ESTADO.
           INSPECT WS-ESTADO CONVERTING "tr" TO "TR".
           EVALUATE WS-ESTADO
               WHEN "T"
                   MOVE "T" TO REC-ESTADO
               WHEN "R"
                   DISPLAY "Resolucion dada al cliente:"
                   ACCEPT REC-RESOLUCION
                   IF REC-RESOLUCION = SPACE
                       DISPLAY "Sin resolucion no se cierra el caso."
                       GO TO F-ACTUALIZO-RECLAMO
                   END-IF
                   MOVE "R"          TO REC-ESTADO
                   MOVE WS-FECHA-HOY TO REC-FECHA-RESUELTO
                   MOVE LNK-OPERADOR TO REC-RESUELTO-POR
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Estado no valido, no se graba."
                   GO TO F-ACTUALIZO-RECLAMO
           END-EVALUATE.
           REWRITE REG-RECLAMO.
           IF ST-RECLAMOS > "07"
               DISPLAY "Error grabando el reclamo (" ST-RECLAMOS ")."
           ELSE
               DISPLAY "Caso actualizado.".

       F-ACTUALIZO-RECLAMO.
           EXIT.

       END PROGRAM ATIENDE-RECLAMOS.
