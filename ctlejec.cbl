       IDENTIFICATION DIVISION.
       PROGRAM-ID.CONTROL-EJECUCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CTLPASO ASSIGN TO CTLPASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  LIBRO DE CONTROL DE PASOS: UN REGISTRO POR EVENTO, SOLO SE
      *  AMPLIA.  EVENTOS: NUEVA/REANUDA/CONTINUA/RECHAZO (PASO
      *  CTLINI),
      *  INICIO/FIN (CADA PASO), OMITIDO/ENLACE (GO).
       FD  ARCH-CTLPASO
           RECORDING MODE IS F.
       01  REG-CTLPASO.
           05 LP-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 LP-PASO             PIC X(8).
           05 FILLER              PIC X(1).
           05 LP-EVENTO           PIC X(8).
           05 FILLER              PIC X(1).
           05 LP-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 LP-HORA             PIC 9(8).
           05 FILLER              PIC X(1).
           05 LP-CC               PIC X(4).
           05 LP-CC-NUM REDEFINES LP-CC PIC 9(4).
           05 FILLER              PIC X(1).
           05 LP-NOTA             PIC X(40).

      *  EJECUCION EN CURSO DEL TRABAJO: LA ESCRIBE CTLINI (Y GO SI
      *  AL REANUDAR DESDE CHECKPOINT CONTINUA OTRO ID) Y LA LEEN
      *  LOS DEMAS PASOS PARA ANOTAR BAJO EL MISMO ID.
       FD  ARCH-IDEJEC
           RECORDING MODE IS F.
       01  REG-IDEJEC.
           05 IE-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 IE-MODO             PIC X(1).
              88 IE-NUEVA         VALUE "N".
              88 IE-REANUDACION   VALUE "R".
           05 FILLER              PIC X(1).
           05 IE-CC-GO            PIC 9(2).
           05 FILLER              PIC X(1).
           05 IE-DESDE            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS       PIC X(2).
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.

       01 WS-VERBO            PIC X(10) VALUE SPACES.
       01 WS-PASO             PIC X(8) VALUE SPACES.
       01 WS-CC               PIC X(4) VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-ID-ANT           PIC 9(14) VALUE 0.
       01 WS-ID-NUEVO         PIC 9(14).
       01 WS-NOTA             PIC X(40).
       01 WS-ID-LIBRO         PIC 9(14).
       01 WS-CC-EDIT          PIC 9(4).

      *  PASOS DE CALCOPI EN ORDEN DE EJECUCION.  EL CODIGO DE
      *  RETORNO DE CTLINI EN UNA REANUDACION ES EL NUMERO DEL
      *  PRIMER PASO QUE HAY QUE REPETIR, Y CADA PASO DEL TRABAJO
      *  SE SALTA CON COND=(N,LT,CTLINI) SIENDO N SU NUMERO.
      *  PT-DESDE ES EL PASO DESDE EL QUE SE REPITE SI ESTE FALLO:
      *  RETCOPY COPIA UN TEMPORAL QUE SOLO EXISTE DENTRO DEL
      *  TRABAJO, ASI QUE SE REPITE DESDE RETAIN.
       01 WS-NUM-PASOS        PIC 9(2) VALUE 9.
       01 WS-PRIMER-REPETIBLE PIC 9(2) VALUE 3.
      *  PASO, PUNTO DE REINICIO Y MAYOR CC CON QUE EL PASO SE DA
      *  POR TERMINADO BIEN (LAS COPIAS CON IEBGENER PUEDEN ACABAR
      *  CON 4, AVISO, Y LA COPIA ESTA HECHA).
       01 TABLA-PASOS-INI.
           05 FILLER PIC X(12) VALUE "COMPLINK0100".
           05 FILLER PIC X(12) VALUE "GO      0200".
           05 FILLER PIC X(12) VALUE "MARKOK  0300".
           05 FILLER PIC X(12) VALUE "CASOS   0400".
           05 FILLER PIC X(12) VALUE "WARN    0500".
           05 FILLER PIC X(12) VALUE "WARNPRT 0604".
           05 FILLER PIC X(12) VALUE "REGR    0704".
           05 FILLER PIC X(12) VALUE "RETAIN  0800".
           05 FILLER PIC X(12) VALUE "RETCOPY 0804".
       01 TABLA-PASOS REDEFINES TABLA-PASOS-INI.
           05 PASO-ENT OCCURS 9 TIMES.
              10 PT-NOMBRE        PIC X(8).
              10 PT-DESDE         PIC 9(2).
              10 PT-CC-MAX        PIC 9(2).
       01 TABLA-ESTADOS.
           05 PT-ESTADO OCCURS 9 TIMES PIC X(1).
      *       ' ' SIN ANOTAR, 'I' INICIADO SIN FIN, 'F' TERMINO
      *       CON UN CC ACEPTABLE, 'X' TERMINO CON OTRO CC O ERR.
       01 WS-IDX              PIC 9(2).
       01 WS-IDX-PASO         PIC 9(2).
       01 WS-PUNTO-REINICIO   PIC 9(2) VALUE 0.
       01 WS-GO-CC            PIC 9(4) VALUE 0.
       01 WS-GO-TERMINO-SW    PIC X VALUE 'N'.
           88 GO-TERMINO      VALUE 'S'.
       01 WS-HAY-ANT-SW       PIC X VALUE 'N'.
           88 HAY-EJEC-ANTERIOR VALUE 'S'.

       LINKAGE SECTION.
       01 LS-PARM-CTL.
           05 LS-PARM-LEN      PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(30).

       PROCEDURE DIVISION USING LS-PARM-CTL.
           PERFORM 1000-INICIO.
           EVALUATE WS-VERBO
             WHEN "INICIAR"
               PERFORM 2000-INICIAR
             WHEN "REANUDAR"
               PERFORM 3000-REANUDAR
             WHEN "CONTINUAR"
               PERFORM 3500-CONTINUAR
             WHEN OTHER
               PERFORM 4000-ANOTAR-PASO
           END-EVALUATE.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM:  'INICIAR'            EJECUCION NUEVA (PASO CTLINI)
      *         'REANUDAR'           COMPLETAR LA ULTIMA EJECUCION
      *                              SIN REPETIR EL CALCULO (CTLINI)
      *         'CONTINUAR'          SEGUIR CON EL ID QUE ABRIO EL
      *                              TRABAJO DE ARRANQUE DE LOS
      *                              TRAMOS (CTLINI)
      *         'INICIO PASO'        ANOTA EL COMIENZO DE UN PASO
      *         'FIN PASO CC'        ANOTA EL FINAL (CC DEL PASO O ERR)
      *  CODIGOS DE RETORNO DE CTLINI: 0 EJECUCION NUEVA, 1
      *  CONTINUACION DE UNA EJECUCION EN TRAMOS, 3-8
      *  REANUDACION DESDE ESE PASO, 16 REANUDACION RECHAZADA; 20
      *  PARM INCORRECTO O ERROR DE ARCHIVO.  LOS ERRORES VAN POR
      *  ENCIMA DE 8 PORQUE 3-8 YA SON PUNTOS DE REINICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           IF LS-PARM-LEN > 0
             UNSTRING LS-PARM-DATA(1:LS-PARM-LEN)
                 DELIMITED BY ALL SPACE
                 INTO WS-VERBO WS-PASO WS-CC
           END-IF.
           EVALUATE WS-VERBO
             WHEN "INICIAR"
             WHEN "REANUDAR"
             WHEN "CONTINUAR"
               CONTINUE
             WHEN "INICIO"
               IF WS-PASO = SPACES
                 DISPLAY "ERROR: FALTA EL NOMBRE DEL PASO EN EL PARM"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN "FIN"
               IF WS-PASO = SPACES OR WS-CC = SPACES
                 DISPLAY "ERROR: FIN EXIGE PASO Y CODIGO DE RETORNO"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN OTHER
               DISPLAY "ERROR: PARM DEBE SER INICIAR, REANUDAR, "
                       "CONTINUAR, INICIO O FIN: " LS-PARM-DATA
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           PERFORM 1100-LEER-IDEJEC.

       1100-LEER-IDEJEC.
      *  ID DE LA ULTIMA EJECUCION DEL TRABAJO.  SIN DATASET (O
      *  VACIO) NO HAY EJECUCION ANTERIOR CONOCIDA.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
                   MOVE IE-ID-EJEC TO WS-ID-ANT
                   SET HAY-EJEC-ANTERIOR TO TRUE
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           ELSE
             IF WS-IDE-STATUS NOT = "35"
               DISPLAY "ERROR AL ABRIR IDEJEC, STATUS=" WS-IDE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       2000-INICIAR.
      *  EJECUCION NUEVA.  SI LA ANTERIOR SE QUEDO A MEDIAS CON EL
      *  CALCULO YA HECHO SE AVISA: RESUBMITIR CON REANUDAR LA
      *  HABRIA COMPLETADO SIN UN SEGUNDO CALCULO.  EL ID QUE SE
      *  GRABA ES PROVISIONAL: GO LO SUSTITUYE SI CONTINUA UNA
      *  EJECUCION INTERRUMPIDA DESDE SU CHECKPOINT.
           IF HAY-EJEC-ANTERIOR
             PERFORM 5000-ANALIZAR-EJECUCION
             IF GO-TERMINO AND WS-PUNTO-REINICIO > 0
                AND (WS-GO-CC = 0 OR WS-GO-CC = 4 OR WS-GO-CC = 6)
               DISPLAY "AVISO: LA EJECUCION " WS-ID-ANT
                       " QUEDO INCOMPLETA DESDE EL PASO "
                       PT-NOMBRE(WS-PUNTO-REINICIO)
                       "; SE INICIA UNA EJECUCION NUEVA"
             END-IF
           END-IF.
           COMPUTE WS-ID-NUEVO = WS-FECHA-HOY * 1000000
               + FUNCTION INTEGER(WS-HORA-HOY / 100).
           MOVE SPACES       TO REG-IDEJEC.
           MOVE WS-ID-NUEVO  TO IE-ID-EJEC.
           MOVE "N"          TO IE-MODO.
           MOVE 0            TO IE-CC-GO.
           PERFORM 6000-GRABAR-IDEJEC.
           MOVE WS-ID-NUEVO  TO WS-ID-LIBRO.
           MOVE "CTLINI"     TO WS-PASO.
           MOVE "NUEVA"      TO WS-VERBO.
           MOVE "0000"       TO WS-CC.
           MOVE SPACES       TO WS-NOTA.
           PERFORM 7000-ESCRIBIR-LIBRO.
           DISPLAY "EJECUCION NUEVA " WS-ID-NUEVO.
           MOVE 0 TO RETURN-CODE.

       3000-REANUDAR.
      *  SOLO SE REANUDA UNA EJECUCION CUYO GO TERMINO COMPLETO
      *  (RC 0, 4 O 6) Y TIENE ALGUN PASO POSTERIOR SIN TERMINAR.
      *  UNA PARADA DE OPERADOR (2) O UN RECHAZO (8/12) SE
      *  RESUBMITEN CON INICIAR: GO RETOMA SU CHECKPOINT.
           MOVE SPACES TO WS-NOTA.
           IF NOT HAY-EJEC-ANTERIOR
             MOVE "NO HAY EJECUCION ANTERIOR EN IDEJEC" TO WS-NOTA
           ELSE
             PERFORM 5000-ANALIZAR-EJECUCION
             EVALUATE TRUE
               WHEN NOT GO-TERMINO
                 MOVE "GO NO TERMINO: RESUBMITIR CON INICIAR"
                   TO WS-NOTA
               WHEN WS-GO-CC = 2
                 MOVE "GO PARADO POR OPERADOR (RC=2)" TO WS-NOTA
               WHEN WS-GO-CC = 8 OR WS-GO-CC = 12
                 MOVE "GO RECHAZADO (RC=8/12)" TO WS-NOTA
               WHEN WS-GO-CC NOT = 0 AND WS-GO-CC NOT = 4
                    AND WS-GO-CC NOT = 6
                 MOVE "GO TERMINO CON UN RC NO REANUDABLE"
                   TO WS-NOTA
               WHEN WS-PUNTO-REINICIO = 0
                 MOVE "TODOS LOS PASOS TERMINARON" TO WS-NOTA
             END-EVALUATE
           END-IF.
           MOVE WS-ID-ANT TO WS-ID-LIBRO.
           MOVE "CTLINI"  TO WS-PASO.
           IF WS-NOTA NOT = SPACES
             MOVE "RECHAZO" TO WS-VERBO
             MOVE "0016"    TO WS-CC
             PERFORM 7000-ESCRIBIR-LIBRO
             DISPLAY "REANUDACION RECHAZADA, EJECUCION " WS-ID-ANT
                     ": " WS-NOTA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES            TO REG-IDEJEC
             MOVE WS-ID-ANT         TO IE-ID-EJEC
             MOVE "R"               TO IE-MODO
             MOVE WS-GO-CC          TO IE-CC-GO
             MOVE PT-NOMBRE(WS-PUNTO-REINICIO) TO IE-DESDE
             PERFORM 6000-GRABAR-IDEJEC
             MOVE "REANUDA" TO WS-VERBO
             MOVE WS-PUNTO-REINICIO TO WS-CC-EDIT
             MOVE WS-CC-EDIT TO WS-CC
             STRING "DESDE " DELIMITED BY SIZE
                    PT-NOMBRE(WS-PUNTO-REINICIO) DELIMITED BY SPACE
                    " GO RC=" DELIMITED BY SIZE
                    IE-CC-GO DELIMITED BY SIZE
                 INTO WS-NOTA
             END-STRING
             PERFORM 7000-ESCRIBIR-LIBRO
             DISPLAY "REANUDACION DE LA EJECUCION " WS-ID-ANT
                     " DESDE EL PASO " PT-NOMBRE(WS-PUNTO-REINICIO)
                     ", GO TERMINO CON RC=" IE-CC-GO
             MOVE WS-PUNTO-REINICIO TO RETURN-CODE
           END-IF.

       3500-CONTINUAR.
      *  NOCHE EN TRAMOS: EL TRABAJO DE ARRANQUE YA ABRIO LA
      *  EJECUCION CON INICIAR Y LOS TRAMOS CALCULARON BAJO ESE ID,
      *  ASI QUE EL TRABAJO NOCTURNO LO CONSERVA EN IDEJEC EN LUGAR
      *  DE ABRIR UNO NUEVO.  SOLO SI GO NO HA TERMINADO PARA ESE
      *  ID; SI YA TERMINO, LA NOCHE SE COMPLETA CON REANUDAR.
           MOVE SPACES TO WS-NOTA.
           IF NOT HAY-EJEC-ANTERIOR
             MOVE "NO HAY EJECUCION ANTERIOR EN IDEJEC" TO WS-NOTA
           ELSE
             PERFORM 5000-ANALIZAR-EJECUCION
             IF GO-TERMINO
               MOVE "GO YA TERMINO: USAR INICIAR O REANUDAR"
                 TO WS-NOTA
             END-IF
           END-IF.
           MOVE WS-ID-ANT TO WS-ID-LIBRO.
           MOVE "CTLINI"  TO WS-PASO.
           IF WS-NOTA NOT = SPACES
             MOVE "RECHAZO" TO WS-VERBO
             MOVE "0016"    TO WS-CC
             PERFORM 7000-ESCRIBIR-LIBRO
             DISPLAY "CONTINUACION RECHAZADA, EJECUCION " WS-ID-ANT
                     ": " WS-NOTA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "CONTINUA" TO WS-VERBO
             MOVE "0001"     TO WS-CC
             MOVE "EJECUCION EN TRAMOS" TO WS-NOTA
             PERFORM 7000-ESCRIBIR-LIBRO
             DISPLAY "CONTINUACION DE LA EJECUCION " WS-ID-ANT
             MOVE 1 TO RETURN-CODE
           END-IF.

       4000-ANOTAR-PASO.
           IF NOT HAY-EJEC-ANTERIOR
             DISPLAY "ERROR: IDEJEC SIN ID DE EJECUCION, NO SE "
                     "ANOTA " WS-VERBO " DE " WS-PASO
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-ID-ANT TO WS-ID-LIBRO.
           IF WS-VERBO = "INICIO"
             MOVE SPACES TO WS-CC
           END-IF.
           MOVE SPACES TO WS-NOTA.
           PERFORM 7000-ESCRIBIR-LIBRO.
           MOVE 0 TO RETURN-CODE.

       5000-ANALIZAR-EJECUCION.
      *  RECORRE EL LIBRO Y DEJA EL ULTIMO ESTADO DE CADA PASO DE
      *  LA EJECUCION WS-ID-ANT (UNA REANUDACION PREVIA ANADE
      *  ANOTACIONES NUEVAS QUE PREVALECEN) Y EL RC DE GO.  EL
      *  PUNTO DE REINICIO ES EL PRIMER PASO DESPUES DE GO QUE
      *  EMPEZO Y NO TERMINO BIEN; LOS PASOS SIN ANOTAR NO
      *  CUENTAN, SU CONDICION LOS SALTO.
           MOVE SPACES TO TABLA-ESTADOS.
           MOVE "N" TO WS-GO-TERMINO-SW.
           MOVE 0 TO WS-PUNTO-REINICIO WS-GO-CC.
           OPEN INPUT ARCH-CTLPASO.
           IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "35"
             DISPLAY "ERROR AL ABRIR CTLPASO, STATUS=" WS-CTL-STATUS
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-CTL-STATUS = "00"
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-CTLPASO
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   IF LP-ID-EJEC = WS-ID-ANT
                     PERFORM 5100-ACUMULAR-EVENTO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-CTLPASO
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-PRIMER-REPETIBLE BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS
                      OR WS-PUNTO-REINICIO > 0
             IF PT-ESTADO(WS-IDX) = "I" OR PT-ESTADO(WS-IDX) = "X"
               MOVE PT-DESDE(WS-IDX) TO WS-PUNTO-REINICIO
             END-IF
           END-PERFORM.

       5100-ACUMULAR-EVENTO.
           MOVE 0 TO WS-IDX-PASO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS OR WS-IDX-PASO > 0
             IF PT-NOMBRE(WS-IDX) = LP-PASO
               MOVE WS-IDX TO WS-IDX-PASO
             END-IF
           END-PERFORM.
           IF WS-IDX-PASO > 0
             EVALUATE LP-EVENTO
               WHEN "INICIO"
                 MOVE "I" TO PT-ESTADO(WS-IDX-PASO)
               WHEN "FIN"
                 IF LP-CC-NUM IS NUMERIC
                    AND LP-CC-NUM NOT > PT-CC-MAX(WS-IDX-PASO)
                   MOVE "F" TO PT-ESTADO(WS-IDX-PASO)
                 ELSE
                   MOVE "X" TO PT-ESTADO(WS-IDX-PASO)
                 END-IF
                 IF LP-PASO = "GO" AND LP-CC-NUM IS NUMERIC
                   SET GO-TERMINO TO TRUE
                   MOVE LP-CC-NUM TO WS-GO-CC
                 END-IF
             END-EVALUATE
           END-IF.

       6000-GRABAR-IDEJEC.
           OPEN OUTPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR IDEJEC, STATUS=" WS-IDE-STATUS
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE REG-IDEJEC.
           CLOSE ARCH-IDEJEC.

       7000-ESCRIBIR-LIBRO.
           OPEN EXTEND ARCH-CTLPASO.
           IF WS-CTL-STATUS = "35"
             OPEN OUTPUT ARCH-CTLPASO
           END-IF.
           IF WS-CTL-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CTLPASO, STATUS=" WS-CTL-STATUS
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES       TO REG-CTLPASO.
           MOVE WS-ID-LIBRO  TO LP-ID-EJEC.
           MOVE WS-PASO      TO LP-PASO.
           MOVE WS-VERBO     TO LP-EVENTO.
           MOVE WS-FECHA-HOY TO LP-FECHA.
           MOVE WS-HORA-HOY  TO LP-HORA.
           MOVE WS-CC        TO LP-CC.
           MOVE WS-NOTA      TO LP-NOTA.
           WRITE REG-CTLPASO.
           IF WS-CTL-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR CTLPASO, STATUS="
                     WS-CTL-STATUS
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ARCH-CTLPASO.

       9000-FIN.
           STOP RUN.
