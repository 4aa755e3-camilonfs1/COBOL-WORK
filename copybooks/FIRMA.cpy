      *                     la firma, pero se conserva la receta de
      *                     COPY para no tocar todos los programas
      *                     que ya firman.
      *   2026-10-15  CEVR  AUTORIZO-EMPRESA agregado: restringe al
      *                     operador firmado a las empresas del grupo
      *                     que un supervisor le concedio en
      *                     MANTIENE-EMPRESAS.
      *   2026-10-15  CEVR  La firma pasa el programa y recibe el juego
      *                     de funciones que el operador puede usar en
      *                     el; AUTORIZO-FUNCION agregado para la
      *                     compuerta de cada opcion.
      ******************************************************************
       FIRMO-OPERADOR.
           MOVE "N" TO WS-FIRMA-OK-SW.
           MOVE 0   TO WS-NIVEL-OPERADOR.
           MOVE SPACE TO WS-OPERADOR-FIRMADO.
           MOVE WS-BANNER-PROGRAMA TO WS-FUNCION-PROGRAMA.
           CALL "FIRMA-OPERADOR" USING WS-OPERADOR-FIRMADO
               WS-NIVEL-OPERADOR WS-FIRMA-OK-SW WS-FUNCIONES-FIRMA.

       F-FIRMO-OPERADOR.
           EXIT.

      ******************************************************************
      * Empresa del grupo con la que el operador firmado puede
      * trabajar (empresas_operador.dat, via AUTORIZA-EMPRESA). El
      * programa que llama rechaza la cuenta de una empresa no
      * autorizada como si no la hubiera hallado.
      ******************************************************************
       AUTORIZO-EMPRESA.
           MOVE "N" TO WS-EMPRESA-AUT-SW.
           CALL "AUTORIZA-EMPRESA" USING WS-OPERADOR-FIRMADO
               WS-EMPRESA-VALIDAR WS-EMPRESA-AUT-SW.

      ******************************************************************
      * Funcion del programa que el operador firmado puede usar: su
      * nivel debe alcanzar el de siempre (WS-FUNCION-NIVEL) y, si
      * tiene matriz en funciones_operador.dat, la opcion debe estar
      * en el juego que trajo la firma. El nivel sigue siendo el
      * techo, asi el modo solo consulta de la corrida nocturna y los
      * demas bajones de nivel siguen cerrando las compuertas.
      ******************************************************************
       AUTORIZO-FUNCION.
           MOVE "N" TO WS-FUNCION-AUT-SW.
           INSPECT WS-FUNCION-OPCION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FIRMA-VALIDA AND WS-NIVEL-OPERADOR >= WS-FUNCION-NIVEL
               IF NOT MATRIZ-APLICA OR TODAS-LAS-FUNCIONES
                   SET FUNCION-AUTORIZADA TO TRUE
               ELSE
                   PERFORM BUSCO-FUNCION-PERMITIDA
                       VARYING WS-FUNCION-I FROM 1 BY 1
                       UNTIL WS-FUNCION-I > WS-FUNCION-CANTIDAD
                          OR FUNCION-AUTORIZADA
               END-IF
           END-IF.

       BUSCO-FUNCION-PERMITIDA.
           IF WS-FUNCION-PERMITIDA (WS-FUNCION-I) = WS-FUNCION-OPCION
               SET FUNCION-AUTORIZADA TO TRUE.
