      ******************************************************************
      * Author: Camilo Ernesto Vargas Romero
      * Date: 15 de octubre de 2026
      * Purpose: Subprograma de criba de nombres contra la lista de
      *          vigilancia y sanciones (lista_vigilancia.dat,
      *          LISTAVIG.cpy, que refresca CARGA-LISTA-VIGILANCIA).
      *          La comparacion es aproximada: cada nombre se pasa a
      *          mayusculas, se le quitan la puntuacion y las
      *          palabras que no distinguen (DE, LA, Y, SA, LTDA,
      *          INC...) y cada palabra queda como clave fonetica
      *          (V=B, Z=S, Y=I, K/Q=C, W=U, sin H y sin letras
      *          dobles), de modo que VASQUEZ y BAZQUES, o JHON y
      *          JON, caen juntos y el orden de las palabras no
      *          importa. El puntaje es 200 x palabras comunes /
      *          (palabras del cliente + palabras de la lista), de 0
      *          a 100; desde el umbral (parametro UMBRAL-LISTAS de
      *          parametros.dat, 80 por omision) es posible
      *          coincidencia. La lista se sube a memoria en la
      *          primera llamada con un indice de claves ordenado
      *          (busqueda binaria), y queda para el resto de la
      *          corrida. Funciones (CRIBAWS.cpy): "C" solo criba el
      *          nombre; "E" ademas encola cada posible coincidencia
      *          del cliente en revision_listas.dat (REVLISTA.cpy)
      *          para el oficial de cumplimiento -- una coincidencia
      *          que el oficial ya descarto contra el mismo nombre de
      *          la lista no se vuelve a encolar ni bloquea; "V" dice
      *          si el cliente tiene coincidencias pendientes o
      *          confirmadas. La cola se abre y se cierra en cada
      *          llamada, como la numeracion fiscal, para no chocar
      *          con la revision en linea.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-SANCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LISTA-VIGILANCIA
                  ASSIGN TO "./lista_vigilancia.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS LIS-CLAVE
                  STATUS ST-LISTA.

           SELECT OPTIONAL REVISION-LISTAS
                  ASSIGN TO "./revision_listas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REV-CLAVE
                  STATUS ST-REVISION.

           SELECT ORDENADOS ASSIGN TO "./criba_sanciones_sort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  LISTA-VIGILANCIA.

           COPY LISTAVIG.

       FD  REVISION-LISTAS.

           COPY REVLISTA.

      * Una fila por cada palabra de cada nombre de la lista, para
      * armar el indice ordenado por clave fonetica.
       SD  ORDENADOS.
       01  REG-ORDEN.
           05 ORD-TOKEN   PIC X(15).
           05 ORD-NUMERO  PIC 9(5).

       WORKING-STORAGE SECTION.

       01  ST-LISTA     PIC XX VALUE SPACE.
       01  ST-REVISION  PIC XX VALUE SPACE.

       01  WS-CARGADA-SW   PIC X VALUE "N".
           88 LISTA-CARGADA     VALUE "S".
       01  WS-LISTA-SW     PIC X VALUE "N".
           88 LISTA-DISPONIBLE  VALUE "S".
       01  WS-REVISION-SW  PIC X VALUE "N".
           88 REVISION-ABIERTA  VALUE "S".
       01  WS-EXISTE-SW    PIC X VALUE "N".
           88 FILA-EXISTENTE    VALUE "S".
       01  WS-VIGENTE-SW   PIC X VALUE "N".
           88 COINCIDENCIA-VIGENTE VALUE "S".
       01  WS-REPETIDO-SW  PIC X VALUE "N".
           88 TOKEN-REPETIDO    VALUE "S".

       01  WS-FECHA-HOY  PIC 9(8) VALUE 0.
       01  WS-UMBRAL     PIC 9(3) VALUE 80.
       01  WS-ESTADO-EPISODIO PIC X VALUE SPACE.

       01  WS-PAR-CLAVE   PIC X(20)       VALUE SPACE.
       01  WS-PAR-VALOR   PIC S9(9)V9(3)  VALUE 0.
       01  WS-PAR-HALLADO PIC X           VALUE SPACE.

      * Nombres de la lista en memoria. WS-TL-CUENTA lleva las
      * palabras en comun con el nombre que se esta cribando; solo
      * se vuelve a cero en las entradas tocadas.
       01  WS-MAX-ENTRADAS    PIC 9(5) VALUE 20000.
       01  WS-TOTAL-ENTRADAS  PIC 9(5) VALUE 0.
       01  WS-TAB-LISTA.
           05 WS-LIS-ENTRADA OCCURS 20000 TIMES.
               10 WS-TL-CLAVE    PIC X(18).
               10 WS-TL-CODIGO   PIC X(10).
               10 WS-TL-NOMBRE   PIC X(60).
               10 WS-TL-NTOK     PIC 9.
               10 WS-TL-CUENTA   PIC 9.

      * Indice de claves foneticas en orden ascendente: hasta seis
      * palabras por nombre de la lista.
       01  WS-TOTAL-INDICE    PIC 9(6) VALUE 0.
       01  WS-TAB-INDICE.
           05 WS-IND-ENTRADA OCCURS 120000 TIMES.
               10 WS-IND-TOKEN   PIC X(15).
               10 WS-IND-NUMERO  PIC 9(5).
       01  WS-IND-BAJO        PIC 9(6) VALUE 0.
       01  WS-IND-ALTO        PIC 9(6) VALUE 0.
       01  WS-IND-MEDIO       PIC 9(6) VALUE 0.

      * Entradas de la lista con alguna palabra en comun con el
      * nombre cribado.
       01  WS-TOTAL-TOCADAS   PIC 9(5) VALUE 0.
       01  WS-TAB-TOCADAS.
           05 WS-TOCADA OCCURS 20000 TIMES PIC 9(5).
       01  WS-TOC-I           PIC 9(5) VALUE 0.
       01  WS-NUM-ENTRADA     PIC 9(5) VALUE 0.
       01  WS-PUNTAJE         PIC 9(3) VALUE 0.

      * Normalizacion de un nombre en claves foneticas.
       01  WS-NORM-TEXTO      PIC X(60) VALUE SPACE.
       01  WS-TAB-PALABRAS.
           05 WS-PAL OCCURS 10 TIMES PIC X(20).
       01  WS-PAL-I           PIC 99 VALUE 0.
       01  WS-PALABRA         PIC X(20) VALUE SPACE.
           88 PALABRA-VACIA VALUES "DE" "DEL" "LA" "LAS" "LOS" "EL"
                                   "Y" "E" "SA" "SAS" "LTDA" "LTD"
                                   "INC" "LLC" "CIA" "CO" "CORP"
                                   "THE" "OF" "AND" "S" "A".
       01  WS-PALABRA-LETRAS REDEFINES WS-PALABRA.
           05 WS-PL-LETRA OCCURS 20 TIMES PIC X.
       01  WS-CLAVE-FON       PIC X(15) VALUE SPACE.
       01  WS-CLAVE-LETRAS REDEFINES WS-CLAVE-FON.
           05 WS-CF-LETRA OCCURS 15 TIMES PIC X.
       01  WS-L-I             PIC 99 VALUE 0.
       01  WS-L-K             PIC 99 VALUE 0.
       01  WS-ULTIMA-LETRA    PIC X  VALUE SPACE.
       01  WS-NORM-NTOK       PIC 9  VALUE 0.
       01  WS-TAB-NORM.
           05 WS-NORM-TOKEN OCCURS 6 TIMES PIC X(15).
       01  WS-T-I             PIC 9  VALUE 0.
       01  WS-T-J             PIC 9  VALUE 0.

       LINKAGE SECTION.
       01  LNK-FUNCION       PIC X.
       01  LNK-ID-CLIENTE    PIC 9(8).
       01  LNK-NOMBRE        PIC X(60).
       01  LNK-ORIGEN        PIC X(12).
       01  LNK-ESTADO-ANT    PIC X.
       01  LNK-RESULTADO     PIC X.
       01  LNK-PUNTAJE       PIC 9(3).
       01  LNK-LISTA-CLAVE   PIC X(18).
       01  LNK-LISTA-NOMBRE  PIC X(60).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-ID-CLIENTE LNK-NOMBRE
           LNK-ORIGEN LNK-ESTADO-ANT LNK-RESULTADO LNK-PUNTAJE
           LNK-LISTA-CLAVE LNK-LISTA-NOMBRE.
       MAIN-RUTINA.
           MOVE "N"   TO LNK-RESULTADO.
           MOVE 0     TO LNK-PUNTAJE.
           MOVE SPACE TO LNK-LISTA-CLAVE.
           MOVE SPACE TO LNK-LISTA-NOMBRE.
           IF LNK-FUNCION = "V"
               PERFORM VERIFICO-PENDIENTES THRU F-VERIFICO-PENDIENTES
               GOBACK.
           IF NOT LISTA-CARGADA
               PERFORM CARGO-LISTA THRU F-CARGO-LISTA.
           IF NOT LISTA-DISPONIBLE
               MOVE "X" TO LNK-RESULTADO
               GOBACK.
           PERFORM CRIBO-NOMBRE THRU F-CRIBO-NOMBRE.
           GOBACK.

      ******************************************************************
      * Primera llamada: umbral, fecha y lista en memoria. Sin lista
      * cargada (o vacia) toda criba devuelve "X".
      ******************************************************************
       CARGO-LISTA.
           MOVE "S" TO WS-CARGADA-SW.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "UMBRAL-LISTAS" TO WS-PAR-CLAVE.
           CALL "LEE-PARAMETRO" USING WS-PAR-CLAVE WS-PAR-VALOR
               WS-PAR-HALLADO.
           IF WS-PAR-HALLADO = "S" AND WS-PAR-VALOR > 0
            AND WS-PAR-VALOR NOT > 100
               MOVE WS-PAR-VALOR TO WS-UMBRAL.
           OPEN INPUT LISTA-VIGILANCIA.
           IF ST-LISTA NOT = "00"
               IF ST-LISTA NOT > "07"
                   CLOSE LISTA-VIGILANCIA
               END-IF
               GO TO F-CARGO-LISTA.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-TOKEN ORD-NUMERO
               INPUT PROCEDURE IS ALIMENTO-INDICE
                   THRU F-ALIMENTO-INDICE
               OUTPUT PROCEDURE IS RECIBO-INDICE
                   THRU F-RECIBO-INDICE.
           CLOSE LISTA-VIGILANCIA.
           IF WS-TOTAL-ENTRADAS > 0 AND WS-TOTAL-INDICE > 0
               SET LISTA-DISPONIBLE TO TRUE.

       F-CARGO-LISTA.
           EXIT.

       ALIMENTO-INDICE.
           READ LISTA-VIGILANCIA NEXT RECORD
               AT END
                   GO TO F-ALIMENTO-INDICE
           END-READ.
           IF ST-LISTA > "07"
               GO TO F-ALIMENTO-INDICE.
           IF WS-TOTAL-ENTRADAS NOT < WS-MAX-ENTRADAS
               DISPLAY "Aviso: la lista de vigilancia excede "
                   WS-MAX-ENTRADAS " nombres; el resto no se criba."
               GO TO F-ALIMENTO-INDICE.
           ADD 1 TO WS-TOTAL-ENTRADAS.
           MOVE LIS-CLAVE        TO WS-TL-CLAVE (WS-TOTAL-ENTRADAS).
           MOVE LIS-CODIGO-LISTA TO WS-TL-CODIGO (WS-TOTAL-ENTRADAS).
           MOVE LIS-NOMBRE       TO WS-TL-NOMBRE (WS-TOTAL-ENTRADAS).
           MOVE 0                TO WS-TL-CUENTA (WS-TOTAL-ENTRADAS).
           MOVE LIS-NOMBRE TO WS-NORM-TEXTO.
           PERFORM NORMALIZO-NOMBRE THRU F-NORMALIZO-NOMBRE.
           MOVE WS-NORM-NTOK TO WS-TL-NTOK (WS-TOTAL-ENTRADAS).
           PERFORM LIBERO-TOKENS THRU F-LIBERO-TOKENS.
           GO TO ALIMENTO-INDICE.

       F-ALIMENTO-INDICE.
           EXIT.

       LIBERO-TOKENS.
           MOVE 0 TO WS-T-I.

       LIBERO-UN-TOKEN.
           ADD 1 TO WS-T-I.
           IF WS-T-I > WS-NORM-NTOK
               GO TO F-LIBERO-TOKENS.
           MOVE WS-NORM-TOKEN (WS-T-I) TO ORD-TOKEN.
           MOVE WS-TOTAL-ENTRADAS      TO ORD-NUMERO.
           RELEASE REG-ORDEN.
           GO TO LIBERO-UN-TOKEN.

       F-LIBERO-TOKENS.
           EXIT.

       RECIBO-INDICE.
           RETURN ORDENADOS
               AT END
                   GO TO F-RECIBO-INDICE
           END-RETURN.
           ADD 1 TO WS-TOTAL-INDICE.
           MOVE ORD-TOKEN  TO WS-IND-TOKEN (WS-TOTAL-INDICE).
           MOVE ORD-NUMERO TO WS-IND-NUMERO (WS-TOTAL-INDICE).
           GO TO RECIBO-INDICE.

       F-RECIBO-INDICE.
           EXIT.

      ******************************************************************
      * Normaliza WS-NORM-TEXTO en hasta seis claves foneticas
      * distintas (WS-NORM-TOKEN, WS-NORM-NTOK).
      ******************************************************************
       NORMALIZO-NOMBRE.
           MOVE 0     TO WS-NORM-NTOK.
           MOVE SPACE TO WS-TAB-NORM.
           MOVE SPACE TO WS-TAB-PALABRAS.
           INSPECT WS-NORM-TEXTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;:-'/&()_"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ           ".
           UNSTRING WS-NORM-TEXTO DELIMITED BY ALL SPACE
               INTO WS-PAL (1) WS-PAL (2) WS-PAL (3) WS-PAL (4)
                    WS-PAL (5) WS-PAL (6) WS-PAL (7) WS-PAL (8)
                    WS-PAL (9) WS-PAL (10).
           MOVE 0 TO WS-PAL-I.

       NORMALIZO-PALABRA.
           ADD 1 TO WS-PAL-I.
           IF WS-PAL-I > 10 OR WS-NORM-NTOK = 6
               GO TO F-NORMALIZO-NOMBRE.
           MOVE WS-PAL (WS-PAL-I) TO WS-PALABRA.
           IF WS-PALABRA = SPACE OR PALABRA-VACIA
               GO TO NORMALIZO-PALABRA.
           PERFORM CODIFICO-PALABRA THRU F-CODIFICO-PALABRA.
           IF WS-CLAVE-FON = SPACE
               GO TO NORMALIZO-PALABRA.
           PERFORM BUSCO-REPETIDO THRU F-BUSCO-REPETIDO.
           IF TOKEN-REPETIDO
               GO TO NORMALIZO-PALABRA.
           ADD 1 TO WS-NORM-NTOK.
           MOVE WS-CLAVE-FON TO WS-NORM-TOKEN (WS-NORM-NTOK).
           GO TO NORMALIZO-PALABRA.

       F-NORMALIZO-NOMBRE.
           EXIT.

       CODIFICO-PALABRA.
           INSPECT WS-PALABRA CONVERTING "VZYKQW" TO "BSICCU".
           MOVE SPACE TO WS-CLAVE-FON.
           MOVE SPACE TO WS-ULTIMA-LETRA.
           MOVE 0     TO WS-L-I.
           MOVE 0     TO WS-L-K.

       CODIFICO-LETRA.
           ADD 1 TO WS-L-I.
           IF WS-L-I > 20 OR WS-L-K = 15
               GO TO F-CODIFICO-PALABRA.
           IF WS-PL-LETRA (WS-L-I) = SPACE
            OR WS-PL-LETRA (WS-L-I) = "H"
            OR WS-PL-LETRA (WS-L-I) = WS-ULTIMA-LETRA
               GO TO CODIFICO-LETRA.
           ADD 1 TO WS-L-K.
           MOVE WS-PL-LETRA (WS-L-I) TO WS-CF-LETRA (WS-L-K).
           MOVE WS-PL-LETRA (WS-L-I) TO WS-ULTIMA-LETRA.
           GO TO CODIFICO-LETRA.

       F-CODIFICO-PALABRA.
           EXIT.

       BUSCO-REPETIDO.
           MOVE "N" TO WS-REPETIDO-SW.
           MOVE 0   TO WS-T-J.

       COMPARO-REPETIDO.
           ADD 1 TO WS-T-J.
           IF WS-T-J > WS-NORM-NTOK
               GO TO F-BUSCO-REPETIDO.
           IF WS-NORM-TOKEN (WS-T-J) = WS-CLAVE-FON
               MOVE "S" TO WS-REPETIDO-SW
               GO TO F-BUSCO-REPETIDO.
           GO TO COMPARO-REPETIDO.

       F-BUSCO-REPETIDO.
           EXIT.

      ******************************************************************
      * Cuenta, por cada nombre de la lista, las claves que comparte
      * con LNK-NOMBRE y puntua solo los nombres tocados.
      ******************************************************************
       CRIBO-NOMBRE.
           MOVE LNK-NOMBRE TO WS-NORM-TEXTO.
           PERFORM NORMALIZO-NOMBRE THRU F-NORMALIZO-NOMBRE.
           IF WS-NORM-NTOK = 0
               GO TO F-CRIBO-NOMBRE.
           MOVE 0 TO WS-TOTAL-TOCADAS.
           MOVE 0 TO WS-T-I.

       CRIBO-TOKEN.
           ADD 1 TO WS-T-I.
           IF WS-T-I > WS-NORM-NTOK
               GO TO PUNTUO-TOCADAS.
           PERFORM BUSCO-EN-INDICE THRU F-BUSCO-EN-INDICE.
           GO TO CRIBO-TOKEN.

       PUNTUO-TOCADAS.
           MOVE 0 TO WS-TOC-I.

       PUNTUO-UNA-TOCADA.
           ADD 1 TO WS-TOC-I.
           IF WS-TOC-I > WS-TOTAL-TOCADAS
               GO TO F-CRIBO-NOMBRE.
           MOVE WS-TOCADA (WS-TOC-I) TO WS-NUM-ENTRADA.
           COMPUTE WS-PUNTAJE =
               (200 * WS-TL-CUENTA (WS-NUM-ENTRADA))
               / (WS-TL-NTOK (WS-NUM-ENTRADA) + WS-NORM-NTOK).
           MOVE 0 TO WS-TL-CUENTA (WS-NUM-ENTRADA).
           IF WS-PUNTAJE < WS-UMBRAL
               GO TO PUNTUO-UNA-TOCADA.
           IF LNK-FUNCION = "E"
               PERFORM ENCOLO-COINCIDENCIA
                   THRU F-ENCOLO-COINCIDENCIA
           ELSE
               MOVE "S" TO WS-VIGENTE-SW.
           IF COINCIDENCIA-VIGENTE AND WS-PUNTAJE > LNK-PUNTAJE
               MOVE "S"        TO LNK-RESULTADO
               MOVE WS-PUNTAJE TO LNK-PUNTAJE
               MOVE WS-TL-CLAVE (WS-NUM-ENTRADA)  TO LNK-LISTA-CLAVE
               MOVE WS-TL-NOMBRE (WS-NUM-ENTRADA) TO LNK-LISTA-NOMBRE.
           GO TO PUNTUO-UNA-TOCADA.

       F-CRIBO-NOMBRE.
           EXIT.

      ******************************************************************
      * Busqueda binaria de la primera aparicion de la clave
      * WS-NORM-TOKEN (WS-T-I) en el indice; cada nombre de la lista
      * que la lleva suma una palabra en comun.
      ******************************************************************
       BUSCO-EN-INDICE.
           MOVE 1               TO WS-IND-BAJO.
           MOVE WS-TOTAL-INDICE TO WS-IND-ALTO.

       PARTO-INDICE.
           IF WS-IND-BAJO NOT < WS-IND-ALTO
               GO TO RECORRO-INDICE.
           COMPUTE WS-IND-MEDIO = (WS-IND-BAJO + WS-IND-ALTO) / 2.
           IF WS-IND-TOKEN (WS-IND-MEDIO) < WS-NORM-TOKEN (WS-T-I)
               COMPUTE WS-IND-BAJO = WS-IND-MEDIO + 1
           ELSE
               MOVE WS-IND-MEDIO TO WS-IND-ALTO.
           GO TO PARTO-INDICE.

       RECORRO-INDICE.
           IF WS-IND-BAJO > WS-TOTAL-INDICE
               GO TO F-BUSCO-EN-INDICE.
           IF WS-IND-TOKEN (WS-IND-BAJO) NOT = WS-NORM-TOKEN (WS-T-I)
               GO TO F-BUSCO-EN-INDICE.
           MOVE WS-IND-NUMERO (WS-IND-BAJO) TO WS-NUM-ENTRADA.
           IF WS-TL-CUENTA (WS-NUM-ENTRADA) = 0
               ADD 1 TO WS-TOTAL-TOCADAS
               MOVE WS-NUM-ENTRADA TO WS-TOCADA (WS-TOTAL-TOCADAS).
           ADD 1 TO WS-TL-CUENTA (WS-NUM-ENTRADA).
           ADD 1 TO WS-IND-BAJO.
           GO TO RECORRO-INDICE.

       F-BUSCO-EN-INDICE.
           EXIT.

      ******************************************************************
      * Encola la posible coincidencia del cliente. Una fila ya
      * descartada por el oficial contra el mismo nombre de la lista
      * no se reabre; una pendiente o confirmada sigue vigente. Si la
      * cola no se puede abrir la coincidencia cuenta como vigente:
      * la cuenta queda bloqueada hasta que se revise.
      ******************************************************************
       ENCOLO-COINCIDENCIA.
           MOVE "S" TO WS-VIGENTE-SW.
           PERFORM ABRO-REVISION.
           IF NOT REVISION-ABIERTA
               DISPLAY "Aviso: cola de revision de listas no "
                   "disponible (" ST-REVISION "), el cliente "
                   LNK-ID-CLIENTE " queda bloqueado sin encolar."
               GO TO F-ENCOLO-COINCIDENCIA.
           MOVE LNK-ID-CLIENTE               TO REV-ID-CLIENTE.
           MOVE WS-TL-CLAVE (WS-NUM-ENTRADA) TO REV-LISTA-CLAVE.
           MOVE "S" TO WS-EXISTE-SW.
           READ REVISION-LISTAS KEY IS REV-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-SW
           END-READ.
           IF FILA-EXISTENTE
               IF REV-DESCARTADA
                   MOVE "N" TO WS-VIGENTE-SW
               END-IF
               CLOSE REVISION-LISTAS
               GO TO F-ENCOLO-COINCIDENCIA.
      *    Si el cliente ya esta bloqueado por otra coincidencia
      *    vigente, la fila nueva hereda el estado que la cuenta tenia
      *    antes de ese bloqueo.
           MOVE LNK-ESTADO-ANT TO WS-ESTADO-EPISODIO.
           PERFORM BUSCO-EPISODIO THRU F-BUSCO-EPISODIO.
           MOVE LNK-ID-CLIENTE               TO REV-ID-CLIENTE.
           MOVE WS-TL-CLAVE (WS-NUM-ENTRADA) TO REV-LISTA-CLAVE.
           MOVE WS-TL-CODIGO (WS-NUM-ENTRADA) TO REV-LISTA-CODIGO.
           MOVE WS-TL-NOMBRE (WS-NUM-ENTRADA) TO REV-LISTA-NOMBRE.
           MOVE LNK-NOMBRE     TO REV-NOMBRE-CLIENTE.
           MOVE WS-PUNTAJE     TO REV-PUNTAJE.
           MOVE LNK-ORIGEN     TO REV-ORIGEN.
           MOVE WS-FECHA-HOY   TO REV-FECHA.
           MOVE "P"            TO REV-ESTADO.
           MOVE WS-ESTADO-EPISODIO TO REV-ESTADO-ANTERIOR.
           MOVE 0              TO REV-FECHA-DECISION.
           MOVE SPACE          TO REV-OFICIAL.
           MOVE SPACE          TO REV-NOTA.
           WRITE REG-REVISION-LISTA.
           IF ST-REVISION > "07"
               DISPLAY "Error encolando la coincidencia del cliente "
                   LNK-ID-CLIENTE " (" ST-REVISION ").".
           CLOSE REVISION-LISTAS.

       F-ENCOLO-COINCIDENCIA.
           EXIT.

       BUSCO-EPISODIO.
           MOVE LNK-ID-CLIENTE TO REV-ID-CLIENTE.
           MOVE LOW-VALUES     TO REV-LISTA-CLAVE.
           START REVISION-LISTAS KEY IS NOT LESS THAN REV-CLAVE
               INVALID KEY
                   GO TO F-BUSCO-EPISODIO
           END-START.

       LEO-EPISODIO.
           READ REVISION-LISTAS NEXT RECORD
               AT END
                   GO TO F-BUSCO-EPISODIO
           END-READ.
           IF ST-REVISION > "07" OR REV-ID-CLIENTE NOT = LNK-ID-CLIENTE
               GO TO F-BUSCO-EPISODIO.
           IF REV-DESCARTADA
               GO TO LEO-EPISODIO.
           MOVE REV-ESTADO-ANTERIOR TO WS-ESTADO-EPISODIO.

       F-BUSCO-EPISODIO.
           EXIT.

       ABRO-REVISION.
           MOVE "N" TO WS-REVISION-SW.
           OPEN I-O REVISION-LISTAS.
           IF ST-REVISION = "35"
               OPEN OUTPUT REVISION-LISTAS
               CLOSE REVISION-LISTAS
               OPEN I-O REVISION-LISTAS.
           IF ST-REVISION NOT > "07"
               SET REVISION-ABIERTA TO TRUE.

      ******************************************************************
      * Funcion "V": alguna coincidencia del cliente sin descartar.
      ******************************************************************
       VERIFICO-PENDIENTES.
           OPEN INPUT REVISION-LISTAS.
           IF ST-REVISION NOT = "00"
               IF ST-REVISION NOT > "07"
                   CLOSE REVISION-LISTAS
               END-IF
               GO TO F-VERIFICO-PENDIENTES.
           MOVE LNK-ID-CLIENTE TO REV-ID-CLIENTE.
           MOVE LOW-VALUES     TO REV-LISTA-CLAVE.
           START REVISION-LISTAS KEY IS NOT LESS THAN REV-CLAVE
               INVALID KEY
                   CLOSE REVISION-LISTAS
                   GO TO F-VERIFICO-PENDIENTES
           END-START.

       LEO-PENDIENTE.
           READ REVISION-LISTAS NEXT RECORD
               AT END
                   CLOSE REVISION-LISTAS
                   GO TO F-VERIFICO-PENDIENTES
           END-READ.
           IF ST-REVISION > "07" OR REV-ID-CLIENTE NOT = LNK-ID-CLIENTE
               CLOSE REVISION-LISTAS
               GO TO F-VERIFICO-PENDIENTES.
           IF REV-DESCARTADA
               GO TO LEO-PENDIENTE.
           MOVE "S"              TO LNK-RESULTADO.
           MOVE REV-PUNTAJE      TO LNK-PUNTAJE.
           MOVE REV-LISTA-CLAVE  TO LNK-LISTA-CLAVE.
           MOVE REV-LISTA-NOMBRE TO LNK-LISTA-NOMBRE.
           CLOSE REVISION-LISTAS.

       F-VERIFICO-PENDIENTES.
           EXIT.

       END PROGRAM CRIBA-SANCIONES.
