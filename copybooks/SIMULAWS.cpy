      ******************************************************************
      * Copybook: SIMULAWS.cpy
      * Purpose:  Working-storage fields for the simulation (dry-run)
      *           paragraphs in SIMULA.cpy. Requiere BANNERWS.cpy y
      *           RESCORR.cpy en WORKING-STORAGE. Al arranque, despues
      *           de IMPRIMO-BANNER, PERFORM LEO-MODO-SIMULACION: con
      *           la variable de ambiente MODO_SIMULACION en "S" queda
      *           CORRIDA-SIMULADA y WS-SIM-ROTULO trae la marca para
      *           los titulos de los reportes; el programa hace toda
      *           la lectura, seleccion y calculo pero no graba nada.
      *           Al cierre, por cada total de control MOVE el nombre
      *           a WS-SIM-CONCEPTO, la cantidad a WS-SIM-CANTIDAD y el
      *           valor a WS-SIM-VALOR y PERFORM ANOTO-RESULTADO THRU
      *           F-ANOTO-RESULTADO (un concepto repetido se
      *           acumula); al final PERFORM
      *           CIERRO-RESULTADOS: la corrida real guarda sus totales
      *           y la simulada sale comparada contra la ultima real.
      * Mod history:
      *   2026-10-15  CEVR  Created for the posting simulation mode.
      ******************************************************************
       01  WS-SIM-MODO          PIC X          VALUE "N".
           88 CORRIDA-SIMULADA  VALUE "S".
       01  WS-SIM-AMBIENTE      PIC X(10)      VALUE SPACE.
       01  WS-SIM-ROTULO        PIC X(14)      VALUE SPACE.
       01  WS-SIM-CONCEPTO      PIC X(30)      VALUE SPACE.
       01  WS-SIM-CANTIDAD      PIC S9(9)      VALUE 0.
       01  WS-SIM-VALOR         PIC S9(11)V9(3) VALUE 0.
       01  WS-SIM-I             PIC 99         VALUE 0.
       01  WS-SIM-HALLADO       PIC 99         VALUE 0.
