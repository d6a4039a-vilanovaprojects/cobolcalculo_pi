       IDENTIFICATION DIVISION.
       PROGRAM-ID.CASOS-EXCEPCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EXCEPCIONES ASSIGN TO EXCEPCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEP-STATUS.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.
           SELECT ARCH-CASOS ASSIGN TO CASOEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CLAVE
               FILE STATUS IS WS-CASO-STATUS.
           SELECT ARCH-TRANSAC ASSIGN TO CASOTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ARCH-CASOLOG ASSIGN TO CASOLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCH-INFORME ASSIGN TO CASORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
       01  REG-EXCEPCION.
           05 RE-FECHA-EJEC       PIC 9(8).
           05 FILLER              PIC X(1).
           05 RE-PROM1            PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 RE-DIFERENCIA       PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 RE-MENSAJE          PIC X(30).
           05 FILLER              PIC X(1).
           05 RE-ID-EJEC          PIC 9(14).

      *  EJECUCION DE LA NOCHE (LA GRABA CTLINI PARA TODOS LOS
      *  PASOS DEL TRABAJO NOCTURNO).
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

      *  CASO DE EXCEPCION: UNO POR ID DE EJECUCION Y TIPO (PI/E).
      *  CICLO DE VIDA OPEN -> ACKNOWLEDGED -> RESOLVED/WAIVED;
      *  RESOLVED Y WAIVED SON FINALES.  LAS FECHAS NO ALCANZADAS
      *  VAN A CEROS.
       FD  ARCH-CASOS.
       01  REG-CASO.
           05 CX-CLAVE.
              10 CX-ID-EJEC       PIC 9(14).
              10 FILLER           PIC X(1).
              10 CX-TIPO          PIC X(2).
           05 FILLER              PIC X(1).
           05 CX-ESTADO           PIC X(12).
              88 CASO-ABIERTO     VALUE "OPEN".
              88 CASO-ACUSADO     VALUE "ACKNOWLEDGED".
              88 CASO-RESUELTO    VALUE "RESOLVED".
              88 CASO-DISPENSADO  VALUE "WAIVED".
           05 FILLER              PIC X(1).
           05 CX-FECHA-EJEC       PIC 9(8).
           05 FILLER              PIC X(1).
           05 CX-FECHA-APERTURA   PIC 9(8).
           05 FILLER              PIC X(1).
           05 CX-FECHA-ACUSE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 CX-FECHA-CIERRE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 CX-ANALISTA         PIC X(8).
           05 FILLER              PIC X(1).
           05 CX-PROM1            PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CX-DIFERENCIA       PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CX-MENSAJE          PIC X(30).
           05 FILLER              PIC X(1).
           05 CX-NOTA             PIC X(44).

      *  TARJETA DE TRANSACCION, COLUMNAS FIJAS (* EN COLUMNA 1
      *  PARA COMENTARIOS):
      *    1-8   ACCION   ACK, RESOLVE O WAIVE
      *    10-23 ID DE EJECUCION
      *    25-26 TIPO     PI O E
      *    28-35 ANALISTA
      *    37-80 NOTA     (OBLIGATORIA PARA RESOLVE Y WAIVE)
       FD  ARCH-TRANSAC
           RECORDING MODE IS F.
       01  REG-TRANSAC.
           05 TR-ACCION           PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-ID-EJEC          PIC X(14).
           05 TR-ID-NUM REDEFINES TR-ID-EJEC PIC 9(14).
           05 FILLER              PIC X(1).
           05 TR-TIPO             PIC X(2).
           05 FILLER              PIC X(1).
           05 TR-ANALISTA         PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-NOTA             PIC X(44).

       FD  ARCH-CASOLOG
           RECORDING MODE IS F.
       01  REG-CASOLOG.
           05 CL-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CL-HORA             PIC 9(8).
           05 FILLER              PIC X(1).
           05 CL-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 CL-TIPO             PIC X(2).
           05 FILLER              PIC X(1).
           05 CL-ESTADO-ANT       PIC X(12).
           05 FILLER              PIC X(1).
           05 CL-ESTADO-NUE       PIC X(12).
           05 FILLER              PIC X(1).
           05 CL-ANALISTA         PIC X(8).
           05 FILLER              PIC X(1).
           05 CL-ORIGEN           PIC X(8).
           05 FILLER              PIC X(1).
           05 CL-NOTA             PIC X(44).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EXCEP-STATUS     PIC X(2).
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-CASO-STATUS      PIC X(2).
       01 WS-TRN-STATUS       PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-FUNCION-SW       PIC X VALUE SPACE.
           88 FUNCION-ABRIR   VALUE 'A'.
           88 FUNCION-MANTENER VALUE 'M'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-FECHA-DESDE      PIC 9(8).
       01 WS-ID-NOCHE         PIC 9(14) VALUE 0.
       01 WS-SELECCION-SW     PIC X VALUE 'I'.
           88 SELECCION-POR-ID    VALUE 'I'.
           88 SELECCION-POR-FECHA VALUE 'F'.
       01 WS-ELEGIDA-SW       PIC X.
           88 EXCEPCION-ELEGIDA   VALUE 'S'.
       01 WS-LEIDOS           PIC 9(7) VALUE 0.
       01 WS-ABIERTOS         PIC 9(7) VALUE 0.
       01 WS-EXISTENTES       PIC 9(7) VALUE 0.
       01 WS-DESCARTADOS      PIC 9(7) VALUE 0.
       01 WS-APLICADAS        PIC 9(7) VALUE 0.
       01 WS-RECHAZADAS       PIC 9(7) VALUE 0.

       01 WS-ESTADO-ANT       PIC X(12).
       01 WS-ESTADO-NUE       PIC X(12).
       01 WS-MOTIVO           PIC X(40).
       01 WS-TIPO             PIC X(2).
       01 WS-LOG-ANALISTA     PIC X(8).
       01 WS-LOG-ORIGEN       PIC X(8).
       01 WS-LOG-NOTA         PIC X(44).

       01 CR-BLANCO           PIC X(132) VALUE SPACES.
       01 CR-CABECERA1.
           05 FILLER PIC X(23) VALUE "CASOS DE EXCEPCION - ".
           05 CR-CAB-FUNCION   PIC X(13).
           05 FILLER PIC X(15) VALUE " - CALCULO-PI".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 CR-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(66) VALUE SPACES.
       01 CR-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 CR-TITULOS.
           05 FILLER PIC X(17) VALUE "  ID EJECUCION".
           05 FILLER PIC X(6)  VALUE "TIPO".
           05 FILLER PIC X(10) VALUE "ACCION".
           05 FILLER PIC X(14) VALUE "ESTADO ANT.".
           05 FILLER PIC X(14) VALUE "ESTADO NUEVO".
           05 FILLER PIC X(10) VALUE "ANALISTA".
           05 FILLER PIC X(11) VALUE "RESULTADO".
           05 FILLER PIC X(50) VALUE "MOTIVO".
       01 CR-DETALLE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-ID        PIC X(14).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-TIPO      PIC X(2).
           05 FILLER PIC X(4)  VALUE SPACES.
           05 CR-DET-ACCION    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-ANT       PIC X(12).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-NUE       PIC X(12).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-ANALISTA  PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-RESULT    PIC X(9).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-MOTIVO    PIC X(40).
           05 FILLER PIC X(10) VALUE SPACES.
       01 CR-TOT-ABRIR.
           05 FILLER PIC X(23) VALUE "EXCEPCIONES EXAMINADAS:".
           05 CR-TA-LEIDOS     PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE "  CASOS NUEVOS: ".
           05 CR-TA-NUEVOS     PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE "  YA EXISTENTES: ".
           05 CR-TA-EXIST      PIC ZZZZZZ9.
           05 FILLER PIC X(16) VALUE "  DESCARTADAS: ".
           05 CR-TA-DESC       PIC ZZZZZZ9.
           05 FILLER PIC X(31) VALUE SPACES.
       01 CR-TOT-MANT.
           05 FILLER PIC X(24) VALUE "TRANSACCIONES LEIDAS: ".
           05 CR-TM-LEIDAS     PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  APLICADAS: ".
           05 CR-TM-APLIC      PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE "  RECHAZADAS: ".
           05 CR-TM-RECH       PIC ZZZZZZ9.
           05 FILLER PIC X(58) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM-CASOS.
           05 LS-PARM-LEN      PIC S9(4) COMP.
           05 LS-PARM-DATA.
              10 LS-PARM-FUNCION  PIC X(8).
              10 FILLER           PIC X(1).
              10 LS-PARM-DESDE    PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-CASOS.
           PERFORM 1000-INICIO.
           IF FUNCION-ABRIR
             PERFORM 2000-ABRIR-CASOS
           ELSE
             PERFORM 3000-MANTENER-CASOS
           END-IF.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM 'ABRIR' (PASO NOCTURNO) ABRE UN CASO POR CADA
      *  EXCEPCION DE EXCEPCPT QUE AUN NO LO TENGA; SOLO MIRA LAS
      *  DE LA EJECUCION DE IDEJEC, SEA CUAL SEA SU FECHA (UNA
      *  EJECUCION REANUDADA DESDE CHECKPOINT CONSERVA EL ID DEL
      *  DIA EN QUE EMPEZO), SALVO QUE 'ABRIR AAAAMMDD' PIDA TODAS
      *  DESDE ESA FECHA, PARA LA CARGA INICIAL.  PARM 'MANTENER'
      *  APLICA LAS TARJETAS DE CASOTRN.  TODO CAMBIO DE ESTADO
      *  QUEDA EN CASOLOG.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           IF LS-PARM-LEN >= 5 AND LS-PARM-FUNCION = "ABRIR"
             SET FUNCION-ABRIR TO TRUE
           END-IF.
           IF LS-PARM-LEN >= 8 AND LS-PARM-FUNCION = "MANTENER"
             SET FUNCION-MANTENER TO TRUE
           END-IF.
           IF WS-FUNCION-SW = SPACE
             DISPLAY "ERROR: PARM DEBE SER ABRIR O MANTENER"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF FUNCION-ABRIR AND LS-PARM-LEN >= 17
             IF LS-PARM-DESDE IS NUMERIC
                AND FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(LS-PARM-DESDE)) NOT = 0
               MOVE LS-PARM-DESDE TO WS-FECHA-DESDE
               SET SELECCION-POR-FECHA TO TRUE
             ELSE
               DISPLAY "ERROR: FECHA DE PARM INVALIDA: "
                       LS-PARM-DESDE
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           IF FUNCION-ABRIR AND SELECCION-POR-ID
             PERFORM 1100-LEER-IDEJEC
           END-IF.
           OPEN I-O ARCH-CASOS.
           IF WS-CASO-STATUS = "35" AND FUNCION-ABRIR
             OPEN OUTPUT ARCH-CASOS
           END-IF.
           IF WS-CASO-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CASOEXC, STATUS=" WS-CASO-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND ARCH-CASOLOG.
           IF WS-LOG-STATUS = "35"
             OPEN OUTPUT ARCH-CASOLOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CASOLOG, STATUS=" WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CASORPT, STATUS=" WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF FUNCION-ABRIR
             MOVE "APERTURA"      TO CR-CAB-FUNCION
           ELSE
             MOVE "MANTENIMIENTO" TO CR-CAB-FUNCION
           END-IF.
           MOVE WS-FECHA-HOY TO CR-CAB-FECHA.
           MOVE CR-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CR-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CR-TITULOS TO REG-INFORME.
           WRITE REG-INFORME.

       1100-LEER-IDEJEC.
      *  SIN ID DE EJECUCION NO SE SABE QUE EXCEPCIONES SON DE
      *  ESTA NOCHE: NO SE ABRE NINGUN CASO (RC 12).
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
                   MOVE IE-ID-EJEC TO WS-ID-NOCHE
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           END-IF.
           IF WS-ID-NOCHE = 0
             DISPLAY "ERROR: IDEJEC SIN ID DE EJECUCION, STATUS="
                     WS-IDE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       2000-ABRIR-CASOS.
           OPEN INPUT ARCH-EXCEPCIONES.
           IF WS-EXCEP-STATUS = "35"
             DISPLAY "SIN EXCEPCPT, NINGUN CASO QUE ABRIR"
           ELSE
             IF WS-EXCEP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EXCEPCPT, STATUS="
                       WS-EXCEP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-EXCEPCIONES
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   PERFORM 2100-ABRIR-CASO
               END-READ
             END-PERFORM
             CLOSE ARCH-EXCEPCIONES
           END-IF.

       2100-ABRIR-CASO.
      *  LOS REGISTROS ANTERIORES AL ID DE EJECUCION (SIN ID) NO
      *  TIENEN CLAVE DE CASO Y SE DESCARTAN.  UN CASO QUE YA
      *  EXISTE NO SE TOCA: REPETIR EL PASO NO CAMBIA NADA.
           IF RE-FECHA-EJEC IS NOT NUMERIC
             ADD 1 TO WS-DESCARTADOS
           ELSE
             MOVE "N" TO WS-ELEGIDA-SW
             IF SELECCION-POR-ID
               IF RE-ID-EJEC IS NUMERIC AND RE-ID-EJEC = WS-ID-NOCHE
                 SET EXCEPCION-ELEGIDA TO TRUE
               END-IF
             ELSE
               IF RE-FECHA-EJEC >= WS-FECHA-DESDE
                 SET EXCEPCION-ELEGIDA TO TRUE
               END-IF
             END-IF
             IF EXCEPCION-ELEGIDA
               ADD 1 TO WS-LEIDOS
               EVALUATE RE-MENSAJE
                 WHEN "PI FUERA DE TOLERANCIA"
                   MOVE "PI" TO WS-TIPO
                 WHEN "E FUERA DE TOLERANCIA"
                   MOVE "E " TO WS-TIPO
                 WHEN OTHER
                   MOVE SPACES TO WS-TIPO
               END-EVALUATE
               IF RE-ID-EJEC IS NOT NUMERIC OR RE-ID-EJEC = 0
                  OR WS-TIPO = SPACES
                 ADD 1 TO WS-DESCARTADOS
                 DISPLAY "AVISO: EXCEPCION SIN ID O DE TIPO "
                         "DESCONOCIDO, SIN CASO: " RE-MENSAJE
               ELSE
                 MOVE SPACES          TO REG-CASO
                 MOVE RE-ID-EJEC      TO CX-ID-EJEC
                 MOVE WS-TIPO         TO CX-TIPO
                 MOVE "OPEN"          TO CX-ESTADO
                 MOVE RE-FECHA-EJEC   TO CX-FECHA-EJEC
                 MOVE WS-FECHA-HOY    TO CX-FECHA-APERTURA
                 MOVE 0               TO CX-FECHA-ACUSE
                 MOVE 0               TO CX-FECHA-CIERRE
                 MOVE RE-PROM1        TO CX-PROM1
                 MOVE RE-DIFERENCIA   TO CX-DIFERENCIA
                 MOVE RE-MENSAJE      TO CX-MENSAJE
                 WRITE REG-CASO
                   INVALID KEY
                     ADD 1 TO WS-EXISTENTES
                   NOT INVALID KEY
                     ADD 1 TO WS-ABIERTOS
                     MOVE SPACES TO WS-ESTADO-ANT WS-LOG-ANALISTA
                     MOVE "OPEN" TO WS-ESTADO-NUE
                     MOVE "ABRIR" TO WS-LOG-ORIGEN
                     MOVE RE-MENSAJE TO WS-LOG-NOTA
                     PERFORM 8000-REGISTRAR-CAMBIO
                     MOVE RE-ID-EJEC TO CR-DET-ID
                     MOVE WS-TIPO    TO CR-DET-TIPO
                     MOVE "ABRIR"    TO CR-DET-ACCION
                     MOVE SPACES     TO CR-DET-ANT CR-DET-ANALISTA
                     MOVE "OPEN"     TO CR-DET-NUE
                     MOVE "APLICADA" TO CR-DET-RESULT
                     MOVE RE-MENSAJE TO CR-DET-MOTIVO
                     MOVE CR-DETALLE TO REG-INFORME
                     WRITE REG-INFORME
                 END-WRITE
               END-IF
             END-IF
           END-IF.

       3000-MANTENER-CASOS.
           OPEN INPUT ARCH-TRANSAC.
           IF WS-TRN-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CASOTRN, STATUS=" WS-TRN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-TRANSAC
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF REG-TRANSAC = SPACES OR REG-TRANSAC(1:1) = "*"
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-LEIDOS
                   PERFORM 3100-APLICAR-TRANSACCION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-TRANSAC.

       3100-APLICAR-TRANSACCION.
      *  TRANSICIONES ADMITIDAS:
      *    ACK      OPEN                 -> ACKNOWLEDGED
      *    RESOLVE  OPEN O ACKNOWLEDGED  -> RESOLVED
      *    WAIVE    OPEN O ACKNOWLEDGED  -> WAIVED
      *  CUALQUIER OTRA SE RECHAZA Y EL CASO NO SE TOCA.
           MOVE SPACES TO WS-MOTIVO WS-ESTADO-ANT WS-ESTADO-NUE.
           EVALUATE TRUE
             WHEN TR-ACCION NOT = "ACK"
                  AND TR-ACCION NOT = "RESOLVE"
                  AND TR-ACCION NOT = "WAIVE"
               MOVE "ACCION DESCONOCIDA (ACK, RESOLVE, WAIVE)"
                 TO WS-MOTIVO
             WHEN TR-ID-EJEC IS NOT NUMERIC
               MOVE "ID DE EJECUCION NO NUMERICO" TO WS-MOTIVO
             WHEN TR-TIPO NOT = "PI" AND TR-TIPO NOT = "E "
               MOVE "TIPO DEBE SER PI O E" TO WS-MOTIVO
             WHEN TR-ANALISTA = SPACES
               MOVE "FALTA EL ANALISTA" TO WS-MOTIVO
             WHEN TR-ACCION NOT = "ACK" AND TR-NOTA = SPACES
               MOVE "RESOLVE/WAIVE EXIGEN NOTA DE RESOLUCION"
                 TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
             MOVE SPACES    TO CX-CLAVE
             MOVE TR-ID-NUM TO CX-ID-EJEC
             MOVE TR-TIPO   TO CX-TIPO
             READ ARCH-CASOS
               INVALID KEY
                 MOVE "CASO INEXISTENTE" TO WS-MOTIVO
             END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
             MOVE CX-ESTADO TO WS-ESTADO-ANT
             EVALUATE TRUE
               WHEN CASO-RESUELTO OR CASO-DISPENSADO
                 MOVE "CASO YA CERRADO" TO WS-MOTIVO
               WHEN TR-ACCION = "ACK" AND NOT CASO-ABIERTO
                 MOVE "SOLO SE ACUSA UN CASO OPEN" TO WS-MOTIVO
               WHEN TR-ACCION = "ACK"
                 MOVE "ACKNOWLEDGED" TO WS-ESTADO-NUE
                 MOVE WS-FECHA-HOY TO CX-FECHA-ACUSE
               WHEN TR-ACCION = "RESOLVE"
                 MOVE "RESOLVED" TO WS-ESTADO-NUE
                 MOVE WS-FECHA-HOY TO CX-FECHA-CIERRE
               WHEN OTHER
                 MOVE "WAIVED" TO WS-ESTADO-NUE
                 MOVE WS-FECHA-HOY TO CX-FECHA-CIERRE
             END-EVALUATE
           END-IF.
           IF WS-MOTIVO = SPACES
             MOVE WS-ESTADO-NUE TO CX-ESTADO
             MOVE TR-ANALISTA   TO CX-ANALISTA
             IF TR-NOTA NOT = SPACES
               MOVE TR-NOTA TO CX-NOTA
             END-IF
             REWRITE REG-CASO
               INVALID KEY
                 MOVE "ERROR AL REGRABAR EL CASO" TO WS-MOTIVO
             END-REWRITE
           END-IF.
           MOVE TR-ID-EJEC    TO CR-DET-ID.
           MOVE TR-TIPO       TO CR-DET-TIPO.
           MOVE TR-ACCION     TO CR-DET-ACCION.
           MOVE WS-ESTADO-ANT TO CR-DET-ANT.
           MOVE TR-ANALISTA   TO CR-DET-ANALISTA.
           IF WS-MOTIVO = SPACES
             ADD 1 TO WS-APLICADAS
             MOVE WS-ESTADO-NUE TO CR-DET-NUE
             MOVE "APLICADA"    TO CR-DET-RESULT
             MOVE TR-NOTA       TO CR-DET-MOTIVO
             MOVE TR-ANALISTA   TO WS-LOG-ANALISTA
             MOVE "MANTENER"    TO WS-LOG-ORIGEN
             MOVE TR-NOTA       TO WS-LOG-NOTA
             PERFORM 8000-REGISTRAR-CAMBIO
           ELSE
             ADD 1 TO WS-RECHAZADAS
             MOVE SPACES        TO CR-DET-NUE
             MOVE "RECHAZADA"   TO CR-DET-RESULT
             MOVE WS-MOTIVO     TO CR-DET-MOTIVO
           END-IF.
           MOVE CR-DETALLE TO REG-INFORME.
           WRITE REG-INFORME.

       8000-REGISTRAR-CAMBIO.
           MOVE SPACES        TO REG-CASOLOG.
           MOVE WS-FECHA-HOY  TO CL-FECHA.
           MOVE WS-HORA-HOY   TO CL-HORA.
           MOVE CX-ID-EJEC    TO CL-ID-EJEC.
           MOVE CX-TIPO       TO CL-TIPO.
           MOVE WS-ESTADO-ANT TO CL-ESTADO-ANT.
           MOVE WS-ESTADO-NUE TO CL-ESTADO-NUE.
           MOVE WS-LOG-ANALISTA TO CL-ANALISTA.
           MOVE WS-LOG-ORIGEN TO CL-ORIGEN.
           MOVE WS-LOG-NOTA   TO CL-NOTA.
           WRITE REG-CASOLOG.
      *  UN CAMBIO DE ESTADO SIN SU ANOTACION NO SE ADMITE: EL
      *  PASO SE DETIENE CON RC 12 EN EL PRIMER FALLO.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR CASOLOG, STATUS="
                     WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       9000-FIN.
           MOVE CR-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           IF FUNCION-ABRIR
             MOVE WS-LEIDOS      TO CR-TA-LEIDOS
             MOVE WS-ABIERTOS    TO CR-TA-NUEVOS
             MOVE WS-EXISTENTES  TO CR-TA-EXIST
             MOVE WS-DESCARTADOS TO CR-TA-DESC
             MOVE CR-TOT-ABRIR TO REG-INFORME
           ELSE
             MOVE WS-LEIDOS      TO CR-TM-LEIDAS
             MOVE WS-APLICADAS   TO CR-TM-APLIC
             MOVE WS-RECHAZADAS  TO CR-TM-RECH
             MOVE CR-TOT-MANT TO REG-INFORME
           END-IF.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR CASORPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-CASOS ARCH-CASOLOG ARCH-INFORME.
           IF FUNCION-ABRIR
             DISPLAY "CASOS: EXCEPCIONES=" WS-LEIDOS
                     " NUEVOS=" WS-ABIERTOS
                     " YA EXISTENTES=" WS-EXISTENTES
                     " DESCARTADAS=" WS-DESCARTADOS
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "CASOS: TRANSACCIONES=" WS-LEIDOS
                     " APLICADAS=" WS-APLICADAS
                     " RECHAZADAS=" WS-RECHAZADAS
             IF WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.
