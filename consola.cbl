       IDENTIFICATION DIVISION.
       PROGRAM-ID.CONSOLA-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CHECKPT ASSIGN TO CHECKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.
           SELECT ARCH-CTLPASO ASSIGN TO CTLPASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARCH-HISTORIAL ASSIGN TO HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-VIGILRPT ASSIGN TO VIGILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIG-STATUS.
           SELECT ARCH-RECONRPT ASSIGN TO RECONRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT ARCH-STOPREQ ASSIGN TO STOPREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT ARCH-CONSOLOG ASSIGN TO CONSOLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  CHECKPOINT DE LA SESION EN CURSO (O DE LA ULTIMA QUE SE
      *  INTERRUMPIO); VACIO CUANDO LA EJECUCION TERMINO LIMPIA.
       FD  ARCH-CHECKPT
           RECORDING MODE IS F.
       01  REG-CHECKPT.
           05 CK-FASE             PIC X(1).
           05 FILLER              PIC X(1).
           05 CK-BUCLE            PIC 9(10).
           05 FILLER              PIC X(1).
           05 CK-DENOMINADOR      PIC 9(11).
           05 FILLER              PIC X(1).
           05 CK-OPERADOR         PIC S9.
           05 FILLER              PIC X(1).
           05 CK-PI               PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-NUM-DATOS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 CK-NIL-BUCLE        PIC 9(10).
           05 FILLER              PIC X(1).
           05 CK-NIL-BASE         PIC 9(11).
           05 FILLER              PIC X(1).
           05 CK-NIL-OPERADOR     PIC S9.
           05 FILLER              PIC X(1).
           05 CK-PI-NIL           PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-E-BUCLE          PIC 9(10).
           05 FILLER              PIC X(1).
           05 CK-E-TERM           PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-E                PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DONE-PROM-PI     PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DONE-DATO-FINAL  PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DONE-PI-NIL      PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DONE-DIF-NIL     PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DONE-PI          PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-DATO-TBL OCCURS 30 TIMES PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 CK-BUCLE-LIMITE     PIC 9(10).
           05 FILLER              PIC X(1).
           05 CK-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CK-HORA             PIC 9(8).

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
           05 FILLER              PIC X(1).
           05 LP-NOTA             PIC X(40).

      *  SOLO INTERESAN LA CLAVE, LOS VALORES FINALES DE PI Y E Y
      *  EL ID DE EJECUCION; EL RESTO SE SALTA CON FILLER.
       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL.
           05 RH-CLAVE.
              10 RH-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 RH-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 RH-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(80).
           05 RH-PROM1            PIC -9.9(37).
           05 FILLER              PIC X(118).
           05 RH-PROME            PIC -9.9(37).
           05 FILLER              PIC X(39).
           05 RH-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(52).

       FD  ARCH-VIGILRPT
           RECORDING MODE IS F.
       01  REG-VIGILRPT           PIC X(132).

       FD  ARCH-RECONRPT
           RECORDING MODE IS F.
       01  REG-RECONRPT           PIC X(132).

      *  MISMO FORMATO QUE LEE EL PASO GO: STOP PENDIENTE, ATEN
      *  ATENDIDA POR GO, ANUL ANULADA DESDE ESTA CONSOLA.
       FD  ARCH-STOPREQ
           RECORDING MODE IS F.
       01  REG-STOPREQ.
           05 SP-ORDEN            PIC X(4).
           05 FILLER              PIC X(1).
           05 SP-ID-EJEC          PIC X(14).
           05 FILLER              PIC X(1).
           05 SP-USUARIO          PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-FECHA            PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-HORA             PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-FECHA-ATEN       PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-HORA-ATEN        PIC X(8).
           05 FILLER              PIC X(16).

      *  REGISTRO DE LA CONSOLA: UNA LINEA POR ENTRADA, SALIDA Y
      *  PETICION DE PARADA O ANULACION, CON USUARIO Y HORA Y EL
      *  RESULTADO (CONFIRMADA, DESISTIDA O EL MOTIVO DEL RECHAZO).
       FD  ARCH-CONSOLOG
           RECORDING MODE IS F.
       01  REG-CONSOLOG.
           05 CL-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CL-HORA             PIC 9(8).
           05 FILLER              PIC X(1).
           05 CL-USUARIO          PIC X(8).
           05 FILLER              PIC X(1).
           05 CL-ACCION           PIC X(8).
           05 FILLER              PIC X(1).
           05 CL-ID-EJEC          PIC X(14).
           05 FILLER              PIC X(1).
           05 CL-RESULTADO        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CKPT-STATUS      PIC X(2).
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-CTL-STATUS       PIC X(2).
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-VIG-STATUS       PIC X(2).
       01 WS-REC-STATUS       PIC X(2).
       01 WS-STOP-STATUS      PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-FIN-CONSOLA-SW   PIC X VALUE 'N'.
           88 FIN-CONSOLA     VALUE 'S'.

       01 WS-USUARIO          PIC X(8) VALUE SPACES.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-OPCION           PIC X(1) VALUE SPACE.
       01 WS-CONFIRMA         PIC X(1) VALUE SPACE.
       01 WS-ACCION           PIC X(8).
       01 WS-RESULTADO        PIC X(40).
       01 WS-PCT              PIC 9(3).

      *  EJECUCION EN CURSO SEGUN IDEJEC Y SU ULTIMA ANOTACION EN
      *  EL LIBRO; GO-EN-MARCHA: GO EMPEZO Y NO HA TERMINADO;
      *  GO-PARADO: TERMINO CON RC 2 (PARADA) Y LA REANUDACION
      *  VOLVERA A EMPEZAR GO CON EL MISMO ID.
       01 WS-ID-ACTUAL        PIC 9(14) VALUE 0.
       01 WS-ID-ACTUAL-X REDEFINES WS-ID-ACTUAL PIC X(14).
       01 WS-GO-SW            PIC X VALUE ' '.
           88 GO-SIN-EMPEZAR  VALUE ' '.
           88 GO-EN-MARCHA    VALUE 'I'.
           88 GO-TERMINADO    VALUE 'F'.
           88 GO-PARADO       VALUE 'P'.
       01 WS-GO-CC            PIC X(4) VALUE SPACES.
       01 WS-ULT-EVENTO.
           05 WS-UE-PASO      PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-UE-EVENTO    PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-UE-FECHA     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-UE-HORA      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-UE-CC        PIC X(4).
       01 WS-HIST-CC          PIC X(4) VALUE SPACES.
       01 WS-ULT-HISTORIAL.
           05 WH-FECHA-EJEC       PIC 9(8).
           05 FILLER              PIC X(1).
           05 WH-HORA-EJEC        PIC 9(8).
           05 FILLER              PIC X(1).
           05 WH-BUCLE-LIMITE     PIC 9(10).
           05 FILLER              PIC X(80).
           05 WH-PROM1            PIC -9.9(37).
           05 FILLER              PIC X(118).
           05 WH-PROME            PIC -9.9(37).
           05 FILLER              PIC X(39).
           05 WH-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(52).

      *  LINEAS YA COMPUESTAS QUE MUESTRA EL PANEL CALCONSP.  VAN
      *  SEGUIDAS Y CON LA MISMA LONGITUD PORQUE SE DEFINEN A ISPF
      *  CON UN SOLO VDEFINE, EN EL ORDEN DE WS-ISPF-NOMBRES.
       01 PN-PANTALLA.
           05 PN-CABECERA.
              10 FILLER PIC X(38) VALUE
                 "CALCULO-PI  -  CONSOLA DE OPERADOR".
              10 PN-CAB-FECHA     PIC 9999/99/99.
              10 FILLER PIC X(1)  VALUE SPACE.
              10 PN-CAB-HORA      PIC 99B99B99.
              10 FILLER PIC X(11) VALUE "  USUARIO: ".
              10 PN-CAB-USUARIO   PIC X(8).
              10 FILLER PIC X(3)  VALUE SPACES.
           05 PN-EJECUCION        PIC X(79).
           05 PN-CKPT-1           PIC X(79).
           05 PN-CKPT-2           PIC X(79).
           05 PN-HIST-1           PIC X(79).
           05 PN-HIST-2           PIC X(79).
           05 PN-HIST-3           PIC X(79).
           05 PN-HIST-4           PIC X(79).
           05 PN-VIGIL            PIC X(79).
           05 PN-RECON            PIC X(79).
           05 PN-PARADA           PIC X(79).
           05 PN-PETICION         PIC X(79).
           05 WS-MENSAJE          PIC X(79) VALUE SPACES.
       01 PN-RESPUESTA            PIC X(1) VALUE SPACE.

      *  SERVICIOS ISPF (CALL 'ISPLINK').  EL PANEL SE BUSCA EN
      *  ISPPLIB; EL CLIST CALCONS LO PONE DELANTE CON LIBDEF.
       01 WS-ISPF-VDEFINE     PIC X(8) VALUE "VDEFINE ".
       01 WS-ISPF-DISPLAY     PIC X(8) VALUE "DISPLAY ".
       01 WS-ISPF-CHAR        PIC X(8) VALUE "CHAR    ".
       01 WS-ISPF-PANEL       PIC X(8) VALUE "CALCONSP".
       01 WS-ISPF-NOMBRES.
           05 FILLER PIC X(36) VALUE
              "(CNCAB CNEJEC CNCKP1 CNCKP2 CNHIS1 ".
           05 FILLER PIC X(36) VALUE
              "CNHIS2 CNHIS3 CNHIS4 CNVIG CNREC ".
           05 FILLER PIC X(22) VALUE
              "CNPAR CNPETIC CNMSG)".
       01 WS-ISPF-NOMBRE-RESP PIC X(8) VALUE "(CNRESP)".
       01 WS-ISPF-LONG-LINEA  PIC S9(8) COMP VALUE 79.
       01 WS-ISPF-LONG-RESP   PIC S9(8) COMP VALUE 1.
       01 WS-ISPF-RC          PIC S9(8) COMP VALUE 0.
       01 WS-PETICION-OPCION.
           05 FILLER PIC X(54) VALUE
              "P=PEDIR PARADA  A=ANULAR PARADA  R=REFRESCAR  F=FIN".
           05 FILLER PIC X(25) VALUE "OPCION ==>".

       01 ED-BUCLE            PIC Z(9)9.
       01 ED-LIMITE           PIC Z(9)9.
       01 ED-PCT              PIC ZZ9.
       01 ED-FECHA            PIC 9999/99/99.
       01 ED-HORA             PIC 99B99B99.
       01 ED-HORA-X REDEFINES ED-HORA PIC X(8).
       01 WS-HORA-8           PIC 9(8).
       01 WS-HORA-6 REDEFINES WS-HORA-8.
           05 WS-HORA-HHMMSS  PIC 9(6).
           05 FILLER          PIC 9(2).
       01 ED-FASE             PIC X(10).

       LINKAGE SECTION.
       01 LS-PARM-CONSOLA.
           05 LS-PARM-LEN      PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-CONSOLA.
           PERFORM 1000-INICIO.
           PERFORM UNTIL FIN-CONSOLA
             PERFORM 2000-CARGAR-ESTADO
             MOVE WS-PETICION-OPCION TO PN-PETICION
             PERFORM 7000-MOSTRAR-PANEL
             MOVE PN-RESPUESTA TO WS-OPCION
      *  END (PF3) EN EL PANEL ES COMO F: SE SALE DE LA CONSOLA.
             IF WS-ISPF-RC = 8
               MOVE "F" TO WS-OPCION
             END-IF
             MOVE SPACES TO WS-MENSAJE
             EVALUATE WS-OPCION
               WHEN "P"
               WHEN "p"
                 PERFORM 3000-PEDIR-PARADA
               WHEN "A"
               WHEN "a"
                 PERFORM 4000-ANULAR-PARADA
               WHEN "F"
               WHEN "f"
                 SET FIN-CONSOLA TO TRUE
               WHEN "R"
               WHEN "r"
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 MOVE "OPCION NO VALIDA" TO WS-MENSAJE
             END-EVALUATE
           END-PERFORM.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM: USUARIO QUE ABRE LA CONSOLA (EL CLIST PASA &SYSUID).
      *  SIN USUARIO NO SE PUEDE DEJAR CONSTANCIA DE LAS PETICIONES
      *  Y LA CONSOLA NO SE ABRE (RC 8); SIN CONSOLOG TAMPOCO (RC
      *  12).  LOS DEMAS DATASETS SOLO SE CONSULTAN: SI FALTA
      *  ALGUNO SE MUESTRA COMO NO DISPONIBLE.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN <= 8
             MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-USUARIO
           END-IF.
           IF WS-USUARIO = SPACES
             DISPLAY "ERROR: PARM DEBE SER EL USUARIO DEL OPERADOR"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1100-DEFINIR-VARIABLES.
           MOVE "ENTRADA" TO WS-ACCION.
           MOVE SPACES    TO WS-RESULTADO.
           PERFORM 2100-LEER-IDEJEC.
           PERFORM 8000-ANOTAR-CONSOLOG.

       1100-DEFINIR-VARIABLES.
      *  LAS LINEAS DEL PANEL Y LA RESPUESTA SE DEFINEN A ISPF
      *  SOBRE SUS CAMPOS DE WORKING-STORAGE: LO QUE SE MUEVE A
      *  ELLOS ES LO QUE MUESTRA EL SIGUIENTE DISPLAY.  FUERA DE
      *  ISPF EL VDEFINE FALLA Y LA CONSOLA NO SE ABRE (RC 12).
           CALL "ISPLINK" USING WS-ISPF-VDEFINE WS-ISPF-NOMBRES
                                PN-PANTALLA WS-ISPF-CHAR
                                WS-ISPF-LONG-LINEA.
           MOVE RETURN-CODE TO WS-ISPF-RC.
           IF WS-ISPF-RC = 0
             CALL "ISPLINK" USING WS-ISPF-VDEFINE
                                  WS-ISPF-NOMBRE-RESP
                                  PN-RESPUESTA WS-ISPF-CHAR
                                  WS-ISPF-LONG-RESP
             MOVE RETURN-CODE TO WS-ISPF-RC
           END-IF.
           IF WS-ISPF-RC NOT = 0
             DISPLAY "ERROR AL DEFINIR VARIABLES ISPF, RC="
                     WS-ISPF-RC " (EJECUTAR CON EL CLIST CALCONS)"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       2000-CARGAR-ESTADO.
      *  SE RELEE TODO EN CADA VUELTA: LA PANTALLA ES UNA FOTO DEL
      *  MOMENTO EN QUE SE PINTA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO PN-CAB-FECHA.
           MOVE WS-HORA-HOY  TO WS-HORA-8.
           MOVE WS-HORA-HHMMSS TO PN-CAB-HORA.
           MOVE WS-USUARIO   TO PN-CAB-USUARIO.
           PERFORM 2100-LEER-IDEJEC.
           PERFORM 2200-LEER-CHECKPOINT.
           PERFORM 2300-LEER-HISTORIA.
           PERFORM 2400-LEER-LIBRO.
           PERFORM 2500-LEER-CONTROLES.
           PERFORM 2600-LEER-STOPREQ.

       2100-LEER-IDEJEC.
           MOVE 0 TO WS-ID-ACTUAL.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC
                   MOVE IE-ID-EJEC TO WS-ID-ACTUAL
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           END-IF.

       2200-LEER-CHECKPOINT.
      *  FASE, BUCLE ALCANZADO Y PORCENTAJE DEL ULTIMO CHECKPOINT.
      *  UN CHECKPOINT ANTERIOR A LOS CAMPOS DE LIMITE Y HORA LOS
      *  TIENE EN BLANCO: SE MUESTRA SIN PORCENTAJE.
           MOVE SPACES TO PN-CKPT-1 PN-CKPT-2.
           OPEN INPUT ARCH-CHECKPT.
           IF WS-CKPT-STATUS NOT = "00"
             MOVE "CHECKPOINT NO DISPONIBLE" TO PN-CKPT-1
           ELSE
             READ ARCH-CHECKPT
               AT END
                 MOVE "SIN CHECKPOINT: NINGUN CALCULO A MEDIAS"
                   TO PN-CKPT-1
               NOT AT END
                 PERFORM 2210-COMPONER-CHECKPOINT
             END-READ
             CLOSE ARCH-CHECKPT
           END-IF.

       2210-COMPONER-CHECKPOINT.
           EVALUATE CK-FASE
             WHEN "P"
               MOVE "LEIBNIZ"    TO ED-FASE
               MOVE CK-BUCLE     TO ED-BUCLE
               MOVE CK-BUCLE     TO WS-PCT
             WHEN "N"
               MOVE "NILAKANTHA" TO ED-FASE
               MOVE CK-NIL-BUCLE TO ED-BUCLE
               MOVE CK-NIL-BUCLE TO WS-PCT
             WHEN "E"
               MOVE "EULER"      TO ED-FASE
               MOVE CK-E-BUCLE   TO ED-BUCLE
               MOVE CK-E-BUCLE   TO WS-PCT
             WHEN OTHER
               MOVE CK-FASE      TO ED-FASE
               MOVE 0            TO ED-BUCLE
           END-EVALUATE.
           IF CK-BUCLE-LIMITE IS NUMERIC AND CK-BUCLE-LIMITE > 0
             MOVE CK-BUCLE-LIMITE TO ED-LIMITE
             EVALUATE CK-FASE
               WHEN "P"
                 COMPUTE WS-PCT = CK-BUCLE * 100 / CK-BUCLE-LIMITE
               WHEN "N"
                 COMPUTE WS-PCT = CK-NIL-BUCLE * 100 / CK-BUCLE-LIMITE
               WHEN "E"
                 COMPUTE WS-PCT = CK-E-BUCLE * 100 / CK-BUCLE-LIMITE
               WHEN OTHER
                 MOVE 0 TO WS-PCT
             END-EVALUATE
             MOVE WS-PCT TO ED-PCT
             STRING "FASE " DELIMITED BY SIZE
                    ED-FASE DELIMITED BY SPACE
                    "  BUCLE " DELIMITED BY SIZE
                    ED-BUCLE DELIMITED BY SIZE
                    " DE " DELIMITED BY SIZE
                    ED-LIMITE DELIMITED BY SIZE
                    "  (" DELIMITED BY SIZE
                    ED-PCT DELIMITED BY SIZE
                    "% DE LA FASE)" DELIMITED BY SIZE
                 INTO PN-CKPT-1
             END-STRING
           ELSE
             STRING "FASE " DELIMITED BY SIZE
                    ED-FASE DELIMITED BY SPACE
                    "  BUCLE " DELIMITED BY SIZE
                    ED-BUCLE DELIMITED BY SIZE
                    "  (LIMITE NO REGISTRADO)" DELIMITED BY SIZE
                 INTO PN-CKPT-1
             END-STRING
           END-IF.
           MOVE SPACES TO ED-HORA-X.
           IF CK-FECHA IS NUMERIC AND CK-HORA IS NUMERIC
             MOVE CK-FECHA TO ED-FECHA
             MOVE CK-HORA  TO WS-HORA-8
             MOVE WS-HORA-HHMMSS TO ED-HORA
             STRING "CHECKPOINT GRABADO " DELIMITED BY SIZE
                    ED-FECHA DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ED-HORA-X DELIMITED BY SIZE
                    "  EJECUCION " DELIMITED BY SIZE
                    CK-ID-EJEC DELIMITED BY SIZE
                 INTO PN-CKPT-2
             END-STRING
           ELSE
             STRING "CHECKPOINT DE LA EJECUCION " DELIMITED BY SIZE
                    CK-ID-EJEC DELIMITED BY SIZE
                 INTO PN-CKPT-2
             END-STRING
           END-IF.

       2300-LEER-HISTORIA.
      *  EL ULTIMO REGISTRO DEL MAESTRO (CLAVE = FECHA Y HORA) ES
      *  LA ULTIMA NOCHE QUE TERMINO EL CALCULO.
           MOVE SPACES TO PN-HIST-1 PN-HIST-2 PN-HIST-3 PN-HIST-4.
           MOVE SPACES TO WS-ULT-HISTORIAL.
           MOVE "N" TO WS-FIN-ARCH-SW.
           OPEN INPUT ARCH-HISTORIAL.
           IF WS-HIST-STATUS NOT = "00"
             MOVE "HISTORIA NO DISPONIBLE" TO PN-HIST-1
           ELSE
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-HISTORIAL NEXT
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   MOVE REG-HISTORIAL TO WS-ULT-HISTORIAL
               END-READ
             END-PERFORM
             CLOSE ARCH-HISTORIAL
             IF WS-ULT-HISTORIAL = SPACES
               MOVE "HISTORIA VACIA" TO PN-HIST-1
             END-IF
           END-IF.

       2400-LEER-LIBRO.
      *  DEL LIBRO CTLPASO: LA ULTIMA ANOTACION DE LA EJECUCION EN
      *  CURSO, SI GO ESTA EN MARCHA, Y EL RC CON QUE TERMINO GO EN
      *  LA ULTIMA NOCHE DE HISTORIA.
           MOVE SPACES TO WS-UE-PASO WS-UE-EVENTO WS-UE-CC.
           MOVE 0 TO WS-UE-FECHA WS-UE-HORA.
           MOVE SPACE  TO WS-GO-SW.
           MOVE SPACES TO WS-GO-CC WS-HIST-CC.
           MOVE "N" TO WS-FIN-ARCH-SW.
           OPEN INPUT ARCH-CTLPASO.
           IF WS-CTL-STATUS = "00"
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-CTLPASO
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   PERFORM 2410-ANOTAR-EVENTO
               END-READ
             END-PERFORM
             CLOSE ARCH-CTLPASO
           END-IF.
           MOVE SPACES TO PN-EJECUCION.
           EVALUATE TRUE
             WHEN WS-ID-ACTUAL = 0
               MOVE "IDEJEC SIN ID DE EJECUCION" TO PN-EJECUCION
             WHEN WS-UE-PASO = SPACES
               STRING "ID " DELIMITED BY SIZE
                      WS-ID-ACTUAL DELIMITED BY SIZE
                      "  SIN ANOTACIONES EN CTLPASO" DELIMITED BY SIZE
                   INTO PN-EJECUCION
               END-STRING
             WHEN OTHER
               MOVE WS-UE-FECHA TO ED-FECHA
               MOVE WS-UE-HORA  TO WS-HORA-8
               MOVE WS-HORA-HHMMSS TO ED-HORA
               STRING "ID " DELIMITED BY SIZE
                      WS-ID-ACTUAL DELIMITED BY SIZE
                      "  ULTIMO: " DELIMITED BY SIZE
                      WS-UE-PASO DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-UE-EVENTO DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-UE-CC DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ED-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ED-HORA-X DELIMITED BY SIZE
                   INTO PN-EJECUCION
               END-STRING
           END-EVALUATE.
           IF PN-HIST-1 = SPACES
             PERFORM 2420-COMPONER-HISTORIA
           END-IF.

       2410-ANOTAR-EVENTO.
           IF LP-ID-EJEC = WS-ID-ACTUAL AND WS-ID-ACTUAL > 0
             MOVE LP-PASO   TO WS-UE-PASO
             MOVE LP-EVENTO TO WS-UE-EVENTO
             MOVE LP-FECHA  TO WS-UE-FECHA
             MOVE LP-HORA   TO WS-UE-HORA
             MOVE LP-CC     TO WS-UE-CC
             IF LP-PASO = "GO"
               EVALUATE LP-EVENTO
                 WHEN "INICIO"
                   SET GO-EN-MARCHA TO TRUE
                 WHEN "FIN"
                   IF LP-CC = "0002"
                     SET GO-PARADO TO TRUE
                   ELSE
                     SET GO-TERMINADO TO TRUE
                   END-IF
                   MOVE LP-CC TO WS-GO-CC
               END-EVALUATE
             END-IF
           END-IF.
           IF LP-ID-EJEC = WH-ID-EJEC AND LP-PASO = "GO"
              AND LP-EVENTO = "FIN"
             MOVE LP-CC TO WS-HIST-CC
           END-IF.

       2420-COMPONER-HISTORIA.
           MOVE WH-FECHA-EJEC TO ED-FECHA.
           MOVE WH-HORA-EJEC  TO WS-HORA-8.
           MOVE WS-HORA-HHMMSS TO ED-HORA.
           MOVE WH-BUCLE-LIMITE TO ED-LIMITE.
           STRING ED-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ED-HORA-X DELIMITED BY SIZE
                  "  LIMITE " DELIMITED BY SIZE
                  ED-LIMITE DELIMITED BY SIZE
                  "  EJECUCION " DELIMITED BY SIZE
                  WH-ID-EJEC DELIMITED BY SIZE
               INTO PN-HIST-1
           END-STRING.
           EVALUATE WS-HIST-CC
             WHEN "0000"
               MOVE "RC DE GO 0: DENTRO DE TOLERANCIA" TO PN-HIST-2
             WHEN "0004"
               MOVE "RC DE GO 4: EXCEPCION DE TOLERANCIA (EXCEPCPT)"
                 TO PN-HIST-2
             WHEN "0006"
               MOVE "RC DE GO 6: PEOR QUE LA EJECUCION ANTERIOR "
                 & "(DELTARPT)" TO PN-HIST-2
             WHEN SPACES
               MOVE "RC DE GO NO ANOTADO EN CTLPASO" TO PN-HIST-2
             WHEN OTHER
               STRING "RC DE GO " DELIMITED BY SIZE
                      WS-HIST-CC DELIMITED BY SIZE
                   INTO PN-HIST-2
               END-STRING
           END-EVALUATE.
           STRING "PI MOD = " DELIMITED BY SIZE
                  WH-PROM1 DELIMITED BY SIZE
               INTO PN-HIST-3
           END-STRING.
           STRING "E MOD  = " DELIMITED BY SIZE
                  WH-PROME DELIMITED BY SIZE
               INTO PN-HIST-4
           END-STRING.

       2500-LEER-CONTROLES.
      *  FECHA (CABECERA) Y VEREDICTO DEL ULTIMO VIGILRPT Y DEL
      *  ULTIMO RECONRPT.
           MOVE SPACES TO PN-VIGIL PN-RECON.
           MOVE "N" TO WS-FIN-ARCH-SW.
           OPEN INPUT ARCH-VIGILRPT.
           IF WS-VIG-STATUS NOT = "00"
             MOVE "VIGILRPT NO DISPONIBLE" TO PN-VIGIL
           ELSE
             MOVE "VIGILRPT" TO PN-VIGIL
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-VIGILRPT
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   IF REG-VIGILRPT(51:7) = "FECHA: "
                     MOVE REG-VIGILRPT(58:8) TO PN-VIGIL(10:8)
                   END-IF
                   IF REG-VIGILRPT(1:11) = "VEREDICTO: "
                     MOVE REG-VIGILRPT(12:60) TO PN-VIGIL(20:58)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-VIGILRPT
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           OPEN INPUT ARCH-RECONRPT.
           IF WS-REC-STATUS NOT = "00"
             MOVE "RECONRPT NO DISPONIBLE" TO PN-RECON
           ELSE
             MOVE "RECONRPT" TO PN-RECON
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-RECONRPT
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   IF REG-RECONRPT(51:7) = "FECHA: "
                     MOVE REG-RECONRPT(58:8) TO PN-RECON(10:8)
                   END-IF
                   IF REG-RECONRPT(1:11) = "VEREDICTO: "
                     MOVE REG-RECONRPT(12:60) TO PN-RECON(20:58)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-RECONRPT
           END-IF.

       2600-LEER-STOPREQ.
           MOVE SPACES TO PN-PARADA REG-STOPREQ.
           OPEN INPUT ARCH-STOPREQ.
           IF WS-STOP-STATUS NOT = "00"
             MOVE "STOPREQ NO DISPONIBLE" TO PN-PARADA
           ELSE
             READ ARCH-STOPREQ
               AT END
                 MOVE SPACES TO REG-STOPREQ
             END-READ
             CLOSE ARCH-STOPREQ
             EVALUATE SP-ORDEN
               WHEN "STOP"
                 STRING "PENDIENTE PARA LA EJECUCION " DELIMITED BY SIZE
                        SP-ID-EJEC DELIMITED BY SIZE
                        ", PEDIDA POR " DELIMITED BY SIZE
                        SP-USUARIO DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        SP-FECHA DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SP-HORA(1:6) DELIMITED BY SIZE
                     INTO PN-PARADA
                 END-STRING
               WHEN "ATEN"
                 STRING "ATENDIDA POR GO " DELIMITED BY SIZE
                        SP-FECHA-ATEN DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SP-HORA-ATEN(1:6) DELIMITED BY SIZE
                        " (EJECUCION " DELIMITED BY SIZE
                        SP-ID-EJEC DELIMITED BY SIZE
                        ", PEDIDA POR " DELIMITED BY SIZE
                        SP-USUARIO DELIMITED BY SPACE
                        ")" DELIMITED BY SIZE
                     INTO PN-PARADA
                 END-STRING
               WHEN "ANUL"
                 STRING "ANULADA POR " DELIMITED BY SIZE
                        SP-USUARIO DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        SP-FECHA DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SP-HORA(1:6) DELIMITED BY SIZE
                        " (EJECUCION " DELIMITED BY SIZE
                        SP-ID-EJEC DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                     INTO PN-PARADA
                 END-STRING
               WHEN OTHER
                 MOVE "NINGUNA" TO PN-PARADA
             END-EVALUATE
           END-IF.

       3000-PEDIR-PARADA.
      *  LA PARADA SE PIDE PARA LA EJECUCION DE IDEJEC, CON SU ID,
      *  DE MODO QUE NO PUEDE PARAR OTRA NOCHE.  NO SE ACEPTA SI GO
      *  YA TERMINO PARA ESE ID (SALVO QUE TERMINARA PARADO Y
      *  FALTE REANUDARLO) O SI YA HAY UNA PENDIENTE; TODA
      *  PETICION QUEDA EN CONSOLOG, CONFIRMADA O NO.
           PERFORM 2000-CARGAR-ESTADO.
           MOVE "PARADA" TO WS-ACCION.
           MOVE SPACES   TO WS-RESULTADO.
           EVALUATE TRUE
             WHEN WS-ID-ACTUAL = 0
               MOVE "RECHAZADA: IDEJEC SIN ID" TO WS-RESULTADO
             WHEN GO-TERMINADO
               MOVE "RECHAZADA: GO YA TERMINO" TO WS-RESULTADO
             WHEN SP-ORDEN = "STOP" AND SP-ID-EJEC = WS-ID-ACTUAL-X
               MOVE "RECHAZADA: YA HAY UNA PENDIENTE" TO WS-RESULTADO
             WHEN WS-STOP-STATUS NOT = "00"
               MOVE "RECHAZADA: STOPREQ NO DISPONIBLE" TO WS-RESULTADO
           END-EVALUATE.
           IF WS-RESULTADO NOT = SPACES
             MOVE WS-RESULTADO TO WS-MENSAJE
             PERFORM 8000-ANOTAR-CONSOLOG
           ELSE
             EVALUATE TRUE
               WHEN GO-EN-MARCHA
                 MOVE "GO EN MARCHA: PARARA AL SIGUIENTE CKPT"
                   TO WS-RESULTADO
               WHEN GO-PARADO
                 MOVE "GO PARADO: PARARA TAMBIEN AL REANUDAR"
                   TO WS-RESULTADO
               WHEN OTHER
                 MOVE "GO NO EMPEZADO: PARARA AL PRIMER CKPT"
                   TO WS-RESULTADO
             END-EVALUATE
             PERFORM 5000-CONFIRMAR
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE SPACES          TO REG-STOPREQ
               MOVE "STOP"          TO SP-ORDEN
               MOVE WS-ID-ACTUAL-X  TO SP-ID-EJEC
               PERFORM 6000-GRABAR-STOPREQ
             ELSE
               MOVE "DESISTIDA" TO WS-RESULTADO
               MOVE "PETICION DE PARADA NO CONFIRMADA"
                 TO WS-MENSAJE
               PERFORM 8000-ANOTAR-CONSOLOG
             END-IF
           END-IF.

       4000-ANULAR-PARADA.
      *  SOLO SE ANULA UNA PARADA PENDIENTE; LA ANULADA QUEDA EN
      *  STOPREQ COMO ANUL, CON QUIEN LA ANULO Y CUANDO.
           PERFORM 2000-CARGAR-ESTADO.
           MOVE "ANULA"  TO WS-ACCION.
           MOVE SPACES   TO WS-RESULTADO.
           IF SP-ORDEN NOT = "STOP"
             MOVE "RECHAZADA: NO HAY PARADA PENDIENTE" TO WS-RESULTADO
             MOVE WS-RESULTADO TO WS-MENSAJE
             PERFORM 8000-ANOTAR-CONSOLOG
           ELSE
             MOVE "SE ANULA LA PARADA PENDIENTE" TO WS-RESULTADO
             PERFORM 5000-CONFIRMAR
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "ANUL" TO SP-ORDEN
               MOVE SPACES TO SP-FECHA-ATEN SP-HORA-ATEN
               PERFORM 6000-GRABAR-STOPREQ
             ELSE
               MOVE "DESISTIDA" TO WS-RESULTADO
               MOVE "ANULACION NO CONFIRMADA" TO WS-MENSAJE
               PERFORM 8000-ANOTAR-CONSOLOG
             END-IF
           END-IF.

       5000-CONFIRMAR.
      *  END (PF3) EN LA CONFIRMACION ES NO CONFIRMAR.
           MOVE SPACES TO PN-PETICION.
           STRING WS-RESULTADO DELIMITED BY SIZE
                  "    CONFIRMAR (S/N) ==>" DELIMITED BY SIZE
               INTO PN-PETICION
           END-STRING.
           PERFORM 7000-MOSTRAR-PANEL.
           MOVE PN-RESPUESTA TO WS-CONFIRMA.
           IF WS-ISPF-RC = 8
             MOVE "N" TO WS-CONFIRMA
           END-IF.

       6000-GRABAR-STOPREQ.
      *  EL REGISTRO SE COMPLETA CON QUIEN Y CUANDO Y SE GRABA
      *  ENTERO: STOPREQ SOLO TIENE UNA LINEA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-USUARIO   TO SP-USUARIO.
           MOVE WS-FECHA-HOY TO SP-FECHA.
           MOVE WS-HORA-HOY  TO SP-HORA.
           OPEN OUTPUT ARCH-STOPREQ.
           IF WS-STOP-STATUS = "00"
             WRITE REG-STOPREQ
             CLOSE ARCH-STOPREQ
           END-IF.
           IF WS-STOP-STATUS = "00"
             MOVE "CONFIRMADA" TO WS-RESULTADO
             IF WS-ACCION = "PARADA"
               MOVE "PARADA PEDIDA Y ANOTADA" TO WS-MENSAJE
             ELSE
               MOVE "PARADA ANULADA Y ANOTADA" TO WS-MENSAJE
             END-IF
           ELSE
             MOVE SPACES TO WS-RESULTADO
             STRING "ERROR AL GRABAR STOPREQ, STATUS="
                    DELIMITED BY SIZE
                    WS-STOP-STATUS DELIMITED BY SIZE
                 INTO WS-RESULTADO
             END-STRING
             MOVE WS-RESULTADO TO WS-MENSAJE
           END-IF.
           PERFORM 8000-ANOTAR-CONSOLOG.

       7000-MOSTRAR-PANEL.
      *  DISPLAY DEL PANEL CON LAS LINEAS YA COMPUESTAS.  RC 8 ES
      *  END/RETURN DEL OPERADOR; CUALQUIER OTRO RC DISTINTO DE 0
      *  ES UN ERROR DE ISPF (PANEL NO ENCONTRADO O ERRONEO) Y LA
      *  CONSOLA SE CIERRA ANOTANDO LA SALIDA.
           MOVE SPACE TO PN-RESPUESTA.
           CALL "ISPLINK" USING WS-ISPF-DISPLAY WS-ISPF-PANEL.
           MOVE RETURN-CODE TO WS-ISPF-RC.
           IF WS-ISPF-RC NOT = 0 AND WS-ISPF-RC NOT = 8
             DISPLAY "ERROR AL MOSTRAR EL PANEL " WS-ISPF-PANEL
                     ", RC=" WS-ISPF-RC
             MOVE "SALIDA" TO WS-ACCION
             MOVE "ERROR DE ISPF AL MOSTRAR EL PANEL"
               TO WS-RESULTADO
             PERFORM 8000-ANOTAR-CONSOLOG
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       8000-ANOTAR-CONSOLOG.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN EXTEND ARCH-CONSOLOG.
           IF WS-LOG-STATUS = "35"
             OPEN OUTPUT ARCH-CONSOLOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CONSOLOG, STATUS=" WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES         TO REG-CONSOLOG.
           MOVE WS-FECHA-HOY   TO CL-FECHA.
           MOVE WS-HORA-HOY    TO CL-HORA.
           MOVE WS-USUARIO     TO CL-USUARIO.
           MOVE WS-ACCION      TO CL-ACCION.
           MOVE WS-ID-ACTUAL-X TO CL-ID-EJEC.
           MOVE WS-RESULTADO   TO CL-RESULTADO.
           WRITE REG-CONSOLOG.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR CONSOLOG, STATUS="
                     WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ARCH-CONSOLOG.

       9000-FIN.
           MOVE "SALIDA" TO WS-ACCION.
           MOVE SPACES   TO WS-RESULTADO.
           PERFORM 8000-ANOTAR-CONSOLOG.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
