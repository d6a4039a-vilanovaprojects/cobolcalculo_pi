       IDENTIFICATION DIVISION.
       PROGRAM-ID.FUSIONAR-TRAMOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.
           SELECT ARCH-PARCIAL ASSIGN TO PARCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT ARCH-FUSION ASSIGN TO PIFUSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUS-STATUS.
           SELECT ARCH-INFORME ASSIGN TO FUSIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  EJECUCION EN CURSO DEL TRABAJO NOCTURNO (PASO CTLINI).
       FD  ARCH-IDEJEC
           RECORDING MODE IS F.
       01  REG-IDEJEC.
           05 IE-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 IE-MODO             PIC X(1).
           05 FILLER              PIC X(1).
           05 IE-CC-GO            PIC 9(2).
           05 FILLER              PIC X(1).
           05 IE-DESDE            PIC X(8).

      *  SUMAS PARCIALES DE LOS TRAMOS (CONCATENACION DE LOS
      *  DATASETS DE TODOS LOS TRAMOS, EN CUALQUIER ORDEN).  TIPO
      *  M: MUESTRA DE CONVERGENCIA; TIPO D: VALOR EN UNA DE LAS
      *  ULTIMAS NDATOS ITERACIONES; TIPO T, EL ULTIMO DE CADA
      *  TRAMO: RESUMEN.  LOS VALORES SON SUMAS LOCALES DEL TRAMO.
       FD  ARCH-PARCIAL
           RECORDING MODE IS F.
       01  REG-PARCIAL.
           05 PT-TIPO             PIC X(1).
           05 FILLER              PIC X(1).
           05 PT-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 PT-TRAMO            PIC 9(2).
           05 FILLER              PIC X(1).
           05 PT-TRAMOS           PIC 9(2).
           05 FILLER              PIC X(1).
           05 PT-RESUMEN.
              10 PT-BUCLE-LIMITE  PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-NUM-DATOS     PIC 9(2).
              10 FILLER           PIC X(1).
              10 PT-DESDE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-HASTA         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-SUMA          PIC -9.9(37).
              10 FILLER           PIC X(1).
              10 PT-FECHA-INI     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-HORA-INI      PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-FECHA-FIN     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-HORA-FIN      PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-CSEG          PIC 9(9).
           05 PT-VALORES REDEFINES PT-RESUMEN.
              10 PT-BUCLE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-VALOR         PIC -9.9(37).
              10 FILLER           PIC X(71).

      *  SERIE FUSIONADA PARA EL PASO GO: REGISTRO F CON EL TOTAL,
      *  LAS ULTIMAS NDATOS SUMAS Y LOS TIEMPOS, Y UN REGISTRO M
      *  POR MUESTRA DE CONVERGENCIA CON SU VALOR GLOBAL.
       FD  ARCH-FUSION
           RECORDING MODE IS F.
       01  REG-FUSION.
           05 FU-TIPO             PIC X(1).
           05 FILLER              PIC X(1).
           05 FU-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 FU-CABECERA.
              10 FU-BUCLE-LIMITE  PIC 9(10).
              10 FILLER           PIC X(1).
              10 FU-NUM-DATOS     PIC 9(2).
              10 FILLER           PIC X(1).
              10 FU-TRAMOS        PIC 9(2).
              10 FILLER           PIC X(1).
              10 FU-PI            PIC -9.9(37).
              10 FILLER           PIC X(1).
              10 FU-CSEG-LEIBNIZ  PIC 9(9).
              10 FILLER           PIC X(1).
              10 FU-CSEG-SUMA     PIC 9(9).
              10 FILLER           PIC X(1).
              10 FU-DATO-TBL OCCURS 30 TIMES PIC -9.9(37).
           05 FU-MUESTRA REDEFINES FU-CABECERA.
              10 FU-BUCLE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 FU-VALOR         PIC -9.9(37).
              10 FILLER           PIC X(1227).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-PAR-STATUS       PIC X(2).
       01 WS-FUS-STATUS       PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-ID-EJEC          PIC 9(14) VALUE 0.
       01 WS-ERRORES          PIC 9(5) VALUE 0.
       01 WS-OTRAS            PIC 9(5) VALUE 0.
       01 WS-MUESTRAS         PIC 9(7) VALUE 0.

      *  CONFIGURACION DE LA EJECUCION, TOMADA DEL PRIMER TRAMO
      *  LEIDO; TODOS LOS DEMAS TIENEN QUE COINCIDIR CON ELLA.
       01 WS-TRAMOS           PIC 9(2) VALUE 0.
       01 WS-BUCLE-LIMITE     PIC 9(10) VALUE 0.
       01 WS-NUM-DATOS        PIC 9(2) VALUE 0.
       01 WS-SNAP-BASE        PIC S9(10).
       01 WS-ESPERADO         PIC 9(10).
       01 WS-IDX-DATO         PIC S9(4).

      *  UN ELEMENTO POR NUMERO DE TRAMO.  TR-ESTADO: ESPACIO SIN
      *  RESUMEN (EL TRAMO NO TERMINO), T CON RESUMEN.
       01 WS-MAX-TRAMOS       PIC 9(2) VALUE 99.
       01 WS-IDX              PIC 9(2).
       01 WS-IDX-ANT          PIC 9(2).
       01 TABLA-TRAMOS.
           05 TR-ENT OCCURS 99 TIMES.
              10 TR-ESTADO        PIC X(1).
              10 TR-DESDE         PIC 9(10).
              10 TR-HASTA         PIC 9(10).
              10 TR-SUMA          PIC S9V9(37) COMP-3.
              10 TR-BASE          PIC S9V9(37) COMP-3.
              10 TR-FECHA-INI     PIC 9(8).
              10 TR-HORA-INI      PIC 9(8).
              10 TR-CSEG          PIC 9(9).

       01 TABLA-DATOS.
           05 DATO-TBL OCCURS 30 TIMES PIC S9V9(37) COMP-3.
       01 TABLA-DATOS-SW.
           05 DATO-SW  OCCURS 30 TIMES PIC X(1).
       01 WS-PI               PIC S9V9(37) COMP-3 VALUE 0.
       01 WS-VALOR            PIC S9V9(37) COMP-3.
       01 WS-CSEG-MAX         PIC 9(9) VALUE 0.
       01 WS-CSEG-SUMA        PIC 9(9) VALUE 0.

       01 RP-BLANCO           PIC X(132) VALUE SPACES.
       01 RP-CABECERA1.
           05 FILLER PIC X(50) VALUE
              "FUSION DE TRAMOS DE LA SERIE DE LEIBNIZ".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 RP-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 RP-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RP-EJECUCION.
           05 FILLER PIC X(17) VALUE "ID DE EJECUCION: ".
           05 RP-EJ-ID         PIC 9(14).
           05 FILLER PIC X(10) VALUE "  LIMITE: ".
           05 RP-EJ-LIMITE     PIC Z(9)9.
           05 FILLER PIC X(10) VALUE "  NDATOS: ".
           05 RP-EJ-NDATOS     PIC Z9.
           05 FILLER PIC X(10) VALUE "  TRAMOS: ".
           05 RP-EJ-TRAMOS     PIC Z9.
           05 FILLER PIC X(57) VALUE SPACES.
       01 RP-TITULOS.
           05 FILLER PIC X(50) VALUE
              "  TR       DESDE      HASTA  SUMA PARCIAL".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "INICIO                 CSEG  ESTADO".
           05 FILLER PIC X(22) VALUE SPACES.
       01 RP-DETALLE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-DET-TRAMO     PIC Z9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-DET-DESDE     PIC Z(9)9.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-HASTA     PIC Z(9)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-DET-SUMA      PIC -9.9(37).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-FECHA     PIC 9(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-HORA      PIC 9(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-CSEG      PIC Z(8)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-DET-ESTADO    PIC X(29).
           05 FILLER PIC X(4)  VALUE SPACES.
       01 RP-AVISO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-AV-TRAMO      PIC Z9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-AV-TEXTO      PIC X(126).
       01 RP-TOTAL.
           05 FILLER PIC X(16) VALUE "SUMA FUSIONADA: ".
           05 RP-TOT-PI        PIC -9.9(37).
           05 FILLER PIC X(12) VALUE "  MAS LARGO=".
           05 RP-TOT-MAX       PIC Z(8)9.
           05 FILLER PIC X(12) VALUE " CSEG  SUMA=".
           05 RP-TOT-SUMA      PIC Z(8)9.
           05 FILLER PIC X(16) VALUE " CSEG  MUESTRAS=".
           05 RP-TOT-MUESTRAS  PIC Z(6)9.
           05 FILLER PIC X(11) VALUE SPACES.
       01 RP-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 RP-VER-TEXTO     PIC X(70).
           05 FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEER-RESUMENES.
           PERFORM 3000-VERIFICAR-COBERTURA.
           IF WS-ERRORES = 0
             PERFORM 4000-SUMAR-TRAMOS
             PERFORM 5000-GRABAR-FUSION
           ELSE
             PERFORM 5900-VACIAR-FUSION
           END-IF.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  LOS TRAMOS QUE SE FUSIONAN SON LOS DEL ID DE EJECUCION QUE
      *  HAY EN IDEJEC; LOS DE OTRA EJECUCION (UN TRAMO QUE NO SE
      *  REPITIO ESTA NOCHE) SE IGNORAN Y EL TRAMO CUENTA COMO
      *  AUSENTE.  RETORNO 0 SERIE FUSIONADA EN PIFUSION, 8 TRAMOS
      *  AUSENTES O INCOHERENTES (PIFUSION QUEDA VACIO), 12 ERROR
      *  DE ARCHIVO O IDEJEC SIN ID.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO TABLA-TRAMOS TABLA-DATOS-SW.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
                   MOVE IE-ID-EJEC TO WS-ID-EJEC
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           END-IF.
           IF WS-ID-EJEC = 0
             DISPLAY "ERROR: IDEJEC SIN ID DE EJECUCION, STATUS="
                     WS-IDE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR FUSIRPT, STATUS=" WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO RP-CAB-FECHA.
           MOVE RP-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.

       2000-LEER-RESUMENES.
      *  PRIMERA PASADA: SOLO LOS RESUMENES (TIPO T).  EL PRIMERO
      *  DE ESTA EJECUCION FIJA LIMITE, NDATOS Y NUMERO DE TRAMOS.
           OPEN INPUT ARCH-PARCIAL.
           IF WS-PAR-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARCIAL, STATUS=" WS-PAR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-PARCIAL
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF PT-TIPO = "T"
                   PERFORM 2100-ANOTAR-RESUMEN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-PARCIAL.
           MOVE WS-ID-EJEC      TO RP-EJ-ID.
           MOVE WS-BUCLE-LIMITE TO RP-EJ-LIMITE.
           MOVE WS-NUM-DATOS    TO RP-EJ-NDATOS.
           MOVE WS-TRAMOS       TO RP-EJ-TRAMOS.
           MOVE RP-EJECUCION TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.

       2100-ANOTAR-RESUMEN.
           MOVE PT-TRAMO TO RP-AV-TRAMO.
           MOVE SPACES   TO RP-AV-TEXTO.
           IF PT-ID-EJEC NOT = WS-ID-EJEC
             ADD 1 TO WS-OTRAS
             STRING "DE LA EJECUCION " DELIMITED BY SIZE
                    PT-ID-EJEC DELIMITED BY SIZE
                    ", NO DE ESTA: SE IGNORA" DELIMITED BY SIZE
                 INTO RP-AV-TEXTO
             END-STRING
             PERFORM 8100-GRABAR-AVISO
           ELSE
             IF WS-TRAMOS = 0
               MOVE PT-TRAMOS       TO WS-TRAMOS
               MOVE PT-BUCLE-LIMITE TO WS-BUCLE-LIMITE
               MOVE PT-NUM-DATOS    TO WS-NUM-DATOS
             END-IF
             EVALUATE TRUE
               WHEN PT-TRAMOS NOT = WS-TRAMOS
                    OR PT-BUCLE-LIMITE NOT = WS-BUCLE-LIMITE
                    OR PT-NUM-DATOS NOT = WS-NUM-DATOS
                 MOVE "LIMITE, NDATOS O TRAMOS DISTINTOS DE LOS DEL "
                   & "PRIMER TRAMO LEIDO: REPETIR ESTE TRAMO"
                   TO RP-AV-TEXTO
                 ADD 1 TO WS-ERRORES
                 PERFORM 8100-GRABAR-AVISO
               WHEN PT-TRAMO = 0 OR PT-TRAMO > WS-TRAMOS
                 MOVE "NUMERO DE TRAMO FUERA DE RANGO" TO RP-AV-TEXTO
                 ADD 1 TO WS-ERRORES
                 PERFORM 8100-GRABAR-AVISO
               WHEN TR-ESTADO(PT-TRAMO) NOT = SPACE
                 MOVE "DUPLICADO: EL TRAMO APARECE DOS VECES EN "
                   & "PARCIAL" TO RP-AV-TEXTO
                 ADD 1 TO WS-ERRORES
                 PERFORM 8100-GRABAR-AVISO
               WHEN OTHER
                 MOVE "T"          TO TR-ESTADO(PT-TRAMO)
                 MOVE PT-DESDE     TO TR-DESDE(PT-TRAMO)
                 MOVE PT-HASTA     TO TR-HASTA(PT-TRAMO)
                 MOVE PT-SUMA      TO TR-SUMA(PT-TRAMO)
                 MOVE PT-FECHA-INI TO TR-FECHA-INI(PT-TRAMO)
                 MOVE PT-HORA-INI  TO TR-HORA-INI(PT-TRAMO)
                 MOVE PT-CSEG      TO TR-CSEG(PT-TRAMO)
             END-EVALUATE
           END-IF.

       3000-VERIFICAR-COBERTURA.
      *  LOS TRAMOS, EN ORDEN, TIENEN QUE CUBRIR DE 1 AL LIMITE SIN
      *  HUECOS NI SOLAPES, Y CADA UNO EMPEZAR EN UNA ITERACION
      *  IMPAR (TERMINO POSITIVO), QUE ES LO QUE HACE EXACTA LA
      *  SUMA.  UN TRAMO AUSENTE SE SENALA PARA REPETIRLO; EL
      *  SIGUIENTE SE COMPRUEBA CONTRA LO QUE LE TOCARIA.
           IF WS-TRAMOS = 0
             MOVE 0 TO RP-AV-TRAMO
             MOVE "NINGUN TRAMO DE ESTA EJECUCION HA TERMINADO"
               TO RP-AV-TEXTO
             ADD 1 TO WS-ERRORES
             PERFORM 8100-GRABAR-AVISO
           ELSE
             MOVE RP-TITULOS TO REG-INFORME
             WRITE REG-INFORME
             MOVE 1 TO WS-ESPERADO
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TRAMOS
               PERFORM 3100-REVISAR-TRAMO
             END-PERFORM
             IF TR-ESTADO(WS-TRAMOS) = "T"
                AND TR-HASTA(WS-TRAMOS) NOT = WS-BUCLE-LIMITE
               MOVE WS-TRAMOS TO RP-AV-TRAMO
               MOVE "EL ULTIMO TRAMO NO ACABA EN EL LIMITE DE "
                 & "ITERACIONES" TO RP-AV-TEXTO
               ADD 1 TO WS-ERRORES
               PERFORM 8100-GRABAR-AVISO
             END-IF
           END-IF.

       3100-REVISAR-TRAMO.
           MOVE SPACES TO RP-DET-ESTADO.
           MOVE WS-IDX TO RP-DET-TRAMO.
           IF TR-ESTADO(WS-IDX) = SPACE
             MOVE WS-IDX TO RP-AV-TRAMO
             MOVE "FALTA: EL TRAMO NO TERMINO O ES DE OTRA EJECUCION, "
               & "REPETIRLO" TO RP-AV-TEXTO
             PERFORM 8100-GRABAR-AVISO
             ADD 1 TO WS-ERRORES
             MOVE 0 TO WS-ESPERADO
           ELSE
             MOVE TR-DESDE(WS-IDX)     TO RP-DET-DESDE
             MOVE TR-HASTA(WS-IDX)     TO RP-DET-HASTA
             MOVE TR-SUMA(WS-IDX)      TO RP-DET-SUMA
             MOVE TR-FECHA-INI(WS-IDX) TO RP-DET-FECHA
             MOVE TR-HORA-INI(WS-IDX)  TO RP-DET-HORA
             MOVE TR-CSEG(WS-IDX)      TO RP-DET-CSEG
             EVALUATE TRUE
               WHEN TR-HASTA(WS-IDX) < TR-DESDE(WS-IDX)
                 MOVE "RANGO VACIO O INVERTIDO" TO RP-DET-ESTADO
               WHEN FUNCTION MOD(TR-DESDE(WS-IDX), 2) = 0
                 MOVE "EMPIEZA EN ITERACION PAR" TO RP-DET-ESTADO
               WHEN WS-ESPERADO = 0
                 CONTINUE
               WHEN TR-DESDE(WS-IDX) > WS-ESPERADO
                 MOVE "HUECO ANTES DE ESTE TRAMO" TO RP-DET-ESTADO
               WHEN TR-DESDE(WS-IDX) < WS-ESPERADO
                 MOVE "SOLAPE CON EL TRAMO ANTERIOR" TO RP-DET-ESTADO
             END-EVALUATE
             IF RP-DET-ESTADO = SPACES
               MOVE "CORRECTO" TO RP-DET-ESTADO
             ELSE
               ADD 1 TO WS-ERRORES
             END-IF
             COMPUTE WS-ESPERADO = TR-HASTA(WS-IDX) + 1
             MOVE RP-DETALLE TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       4000-SUMAR-TRAMOS.
      *  CADA TRAMO EMPIEZA DONDE ACABO LA SUMA DE LOS ANTERIORES
      *  (TR-BASE); LA SERIE COMPLETA ES LA BASE DEL ULTIMO MAS SU
      *  SUMA.  LA FASE DURA LO QUE EL TRAMO MAS LARGO.
           MOVE 0 TO WS-PI.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRAMOS
             MOVE WS-PI TO TR-BASE(WS-IDX)
             ADD TR-SUMA(WS-IDX) TO WS-PI
             ADD TR-CSEG(WS-IDX) TO WS-CSEG-SUMA
             IF TR-CSEG(WS-IDX) > WS-CSEG-MAX
               MOVE TR-CSEG(WS-IDX) TO WS-CSEG-MAX
             END-IF
           END-PERFORM.
           COMPUTE WS-SNAP-BASE = WS-BUCLE-LIMITE - WS-NUM-DATOS.

       5000-GRABAR-FUSION.
      *  UNA PASADA POR TRAMO, EN ORDEN, PARA QUE LAS MUESTRAS DE
      *  CONVERGENCIA SALGAN ORDENADAS POR ITERACION AUNQUE LOS
      *  DATASETS VENGAN CONCATENADOS EN OTRO ORDEN.  EL REGISTRO F
      *  VA AL FINAL, CUANDO YA ESTAN TODAS LAS SUMAS DE LAS
      *  ULTIMAS ITERACIONES.
           OPEN OUTPUT ARCH-FUSION.
           IF WS-FUS-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PIFUSION, STATUS=" WS-FUS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRAMOS
             PERFORM 5100-PASAR-TRAMO
           END-PERFORM.
           PERFORM VARYING WS-IDX-DATO FROM 1 BY 1
                   UNTIL WS-IDX-DATO > WS-NUM-DATOS
             IF DATO-SW(WS-IDX-DATO) NOT = "S"
               ADD 1 TO WS-ERRORES
             END-IF
           END-PERFORM.
           IF WS-ERRORES > 0
             MOVE 0 TO RP-AV-TRAMO
             MOVE "FALTAN SUMAS DE LAS ULTIMAS NDATOS ITERACIONES "
               & "(REGISTROS D): REPETIR EL ULTIMO TRAMO"
               TO RP-AV-TEXTO
             PERFORM 8100-GRABAR-AVISO
             CLOSE ARCH-FUSION
             PERFORM 5900-VACIAR-FUSION
           ELSE
             MOVE SPACES          TO REG-FUSION
             MOVE "F"             TO FU-TIPO
             MOVE WS-ID-EJEC      TO FU-ID-EJEC
             MOVE WS-BUCLE-LIMITE TO FU-BUCLE-LIMITE
             MOVE WS-NUM-DATOS    TO FU-NUM-DATOS
             MOVE WS-TRAMOS       TO FU-TRAMOS
             MOVE WS-PI           TO FU-PI
             MOVE WS-CSEG-MAX     TO FU-CSEG-LEIBNIZ
             MOVE WS-CSEG-SUMA    TO FU-CSEG-SUMA
             PERFORM VARYING WS-IDX-DATO FROM 1 BY 1
                     UNTIL WS-IDX-DATO > WS-NUM-DATOS
               MOVE DATO-TBL(WS-IDX-DATO)
                 TO FU-DATO-TBL(WS-IDX-DATO)
             END-PERFORM
             PERFORM 5200-ESCRIBIR-FUSION
             CLOSE ARCH-FUSION
           END-IF.

       5100-PASAR-TRAMO.
           OPEN INPUT ARCH-PARCIAL.
           IF WS-PAR-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARCIAL, STATUS=" WS-PAR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-PARCIAL
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF PT-ID-EJEC = WS-ID-EJEC AND PT-TRAMO = WS-IDX
                   PERFORM 5110-TRASLADAR-VALOR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-PARCIAL.

       5110-TRASLADAR-VALOR.
           MOVE PT-VALOR TO WS-VALOR.
           ADD TR-BASE(WS-IDX) TO WS-VALOR.
           EVALUATE PT-TIPO
             WHEN "M"
               MOVE SPACES     TO REG-FUSION
               MOVE "M"        TO FU-TIPO
               MOVE WS-ID-EJEC TO FU-ID-EJEC
               MOVE PT-BUCLE   TO FU-BUCLE
               MOVE WS-VALOR   TO FU-VALOR
               PERFORM 5200-ESCRIBIR-FUSION
               ADD 1 TO WS-MUESTRAS
             WHEN "D"
               COMPUTE WS-IDX-DATO = PT-BUCLE - WS-SNAP-BASE
               IF WS-IDX-DATO > 0 AND WS-IDX-DATO <= WS-NUM-DATOS
                 MOVE WS-VALOR TO DATO-TBL(WS-IDX-DATO)
                 MOVE "S"      TO DATO-SW(WS-IDX-DATO)
               END-IF
           END-EVALUATE.

       5200-ESCRIBIR-FUSION.
           WRITE REG-FUSION.
           IF WS-FUS-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR PIFUSION, STATUS="
                     WS-FUS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       5900-VACIAR-FUSION.
      *  UNA FUSION RECHAZADA NO DEJA NADA EN PIFUSION, NI LO QUE
      *  QUEDARA DE UN INTENTO ANTERIOR DE LA MISMA EJECUCION.
           OPEN OUTPUT ARCH-FUSION.
           IF WS-FUS-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PIFUSION, STATUS=" WS-FUS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ARCH-FUSION.

       8100-GRABAR-AVISO.
           MOVE RP-AVISO TO REG-INFORME.
           WRITE REG-INFORME.

       9000-FIN.
           MOVE RP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-ERRORES = 0
             MOVE WS-PI        TO RP-TOT-PI
             MOVE WS-CSEG-MAX  TO RP-TOT-MAX
             MOVE WS-CSEG-SUMA TO RP-TOT-SUMA
             MOVE WS-MUESTRAS  TO RP-TOT-MUESTRAS
             MOVE RP-TOTAL TO REG-INFORME
             WRITE REG-INFORME
             MOVE "SERIE FUSIONADA EN PIFUSION: EL PASO GO LA TOMA "
               & "COMO SUYA" TO RP-VER-TEXTO
           ELSE
             MOVE "FUSION RECHAZADA: REPETIR LOS TRAMOS SENALADOS Y "
               & "DESPUES ESTE PASO" TO RP-VER-TEXTO
           END-IF.
           MOVE RP-VEREDICTO TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR FUSIRPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-INFORME.
           DISPLAY "FUSION DE TRAMOS, EJECUCION " WS-ID-EJEC
                   ": TRAMOS=" WS-TRAMOS " ERRORES=" WS-ERRORES
                   " DE OTRA EJECUCION=" WS-OTRAS.
           IF WS-ERRORES > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "  SERIE=" WS-PI
             MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
