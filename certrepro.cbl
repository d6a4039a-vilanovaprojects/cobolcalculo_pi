       IDENTIFICATION DIVISION.
       PROGRAM-ID.CERTIFICAR-REPRODUCCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REPRODUC ASSIGN TO REPRODUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT ARCH-HISTORIAL ASSIGN TO HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-INFORME ASSIGN TO CERTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  RESULTADOS DEL PASO GO EN MODO REPRODUCCION.  TIPO R:
      *  EJECUCION REPRODUCIDA, CON LOS CUATRO VALORES EN LA FORMA
      *  DE 78 POSICIONES DE HISTORIA; TIPO N: NO SE PUDO
      *  REPRODUCIR, CON EL MOTIVO; TIPO T, EL ULTIMO: TOTALES DEL
      *  PASO.  SIN REGISTRO T LA REPRODUCCION NO TERMINO.
       FD  ARCH-REPRODUC
           RECORDING MODE IS F.
       01  REG-REPRODUC.
           05 RR-TIPO             PIC X(1).
           05 FILLER              PIC X(1).
           05 RR-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RR-CLAVE-HIST.
              10 RR-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 RR-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 RR-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(1).
           05 RR-NUM-DATOS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 RR-PRECISION        PIC X(8).
           05 FILLER              PIC X(1).
           05 RR-VALORES.
              10 RR-DATO11-EXT.
                 15 RR-DATO11       PIC -9.9(37).
                 15 RR-DATO11-RESTO PIC X(38).
              10 FILLER           PIC X(1).
              10 RR-PROM1-EXT.
                 15 RR-PROM1        PIC -9.9(37).
                 15 RR-PROM1-RESTO  PIC X(38).
              10 FILLER           PIC X(1).
              10 RR-DATOE-EXT.
                 15 RR-DATOE        PIC -9.9(37).
                 15 RR-DATOE-RESTO  PIC X(38).
              10 FILLER           PIC X(1).
              10 RR-PROME-EXT.
                 15 RR-PROME        PIC -9.9(37).
                 15 RR-PROME-RESTO  PIC X(38).
              10 FILLER           PIC X(1).
              10 RR-CSEG          PIC 9(9).
           05 RR-NO-REPRO REDEFINES RR-VALORES.
              10 RR-MOTIVO        PIC X(40).
              10 FILLER           PIC X(285).
           05 RR-TOTALES REDEFINES RR-VALORES.
              10 RR-T-FECHA       PIC 9(8).
              10 FILLER           PIC X(1).
              10 RR-T-HORA        PIC 9(8).
              10 FILLER           PIC X(1).
              10 RR-T-PEDIDAS     PIC 9(5).
              10 FILLER           PIC X(1).
              10 RR-T-REPRO       PIC 9(5).
              10 FILLER           PIC X(1).
              10 RR-T-NO-REPRO    PIC 9(5).
              10 FILLER           PIC X(290).

       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL.
           05 RH-CLAVE.
              10 RH-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 RH-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 RH-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(1).
           05 RH-DATO11-EXT.
              10 RH-DATO11        PIC -9.9(37).
              10 RH-DATO11-RESTO  PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-PROM1-EXT.
              10 RH-PROM1         PIC -9.9(37).
              10 RH-PROM1-RESTO   PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-DATOE-EXT.
              10 RH-DATOE         PIC -9.9(37).
              10 RH-DATOE-RESTO   PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-PROME-EXT.
              10 RH-PROME         PIC -9.9(37).
              10 RH-PROME-RESTO   PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REP-STATUS       PIC X(2).
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-HALLADO-SW       PIC X VALUE 'N'.
           88 HALLADO-HIST    VALUE 'S'.
      *  REGISTRO T: LA REPRODUCCION TERMINO.  CUALQUIER REGISTRO
      *  DETRAS DE EL, O UNOS TOTALES QUE NO CUADRAN CON LO LEIDO,
      *  DEJAN LA REPRODUCCION COMO INCOMPLETA.
       01 WS-TOTALES-SW       PIC X VALUE 'N'.
           88 HAY-TOTALES     VALUE 'S'.
       01 WS-INCOMPLETA-SW    PIC X VALUE 'N'.
           88 REPRO-INCOMPLETA VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-LEIDOS-R         PIC 9(5) VALUE 0.
       01 WS-LEIDOS-N         PIC 9(5) VALUE 0.
       01 WS-IDENTICAS        PIC 9(5) VALUE 0.
       01 WS-DIFIEREN         PIC 9(5) VALUE 0.
       01 WS-NO-CERT          PIC 9(5) VALUE 0.
       01 WS-MOTIVO           PIC X(60).
       01 WS-VAL-DIFIEREN     PIC 9(1).
       01 WS-IDX              PIC 9(1).
       01 WS-POS              PIC 9(2).
       01 WS-DECIMAL          PIC 9(2).

      *  LOS CUATRO VALORES QUE HISTORIA GUARDA DE CADA EJECUCION,
      *  GRABADO Y REPRODUCIDO, Y LA PRIMERA POSICION DISTINTA (0
      *  SI SON IGUALES).  LAS 78 POSICIONES SON SIGNO, ENTERO,
      *  PUNTO Y 75 DECIMALES, LOS 38-75 DE EXTENSION INCLUIDOS.
       01 TABLA-NOMBRES-VALORES.
           05 FILLER PIC X(22) VALUE "DATO11 (PI LEIBNIZ)".
           05 FILLER PIC X(22) VALUE "PROM1 (PI EXTRAPOLADO)".
           05 FILLER PIC X(22) VALUE "DATOE (E SERIE)".
           05 FILLER PIC X(22) VALUE "PROME (E EXTRAPOLADO)".
       01 TABLA-NOMBRES REDEFINES TABLA-NOMBRES-VALORES.
           05 CV-NOMBRE OCCURS 4 TIMES PIC X(22).
       01 TABLA-VALORES.
           05 CV-ENT OCCURS 4 TIMES.
              10 CV-GRABADO       PIC X(78).
              10 CV-REPRODUCIDO   PIC X(78).
              10 CV-POS           PIC 9(2).

       01 CR-BLANCO           PIC X(132) VALUE SPACES.
       01 CR-CABECERA1.
           05 FILLER PIC X(50) VALUE
              "CERTIFICACION DE REPRODUCCION - CALCULO-PI".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 CR-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 CR-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 CR-REPRODUCCION.
           05 FILLER PIC X(22) VALUE "REPRODUCCION DEL PASO ".
           05 CR-REP-ID        PIC 9(14).
           05 FILLER PIC X(9)  VALUE "  FECHA: ".
           05 CR-REP-FECHA     PIC 9(8).
           05 FILLER PIC X(8)  VALUE "  HORA: ".
           05 CR-REP-HORA      PIC 9(8).
           05 FILLER PIC X(11) VALUE "  PEDIDAS: ".
           05 CR-REP-PEDIDAS   PIC ZZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01 CR-TITULOS.
           05 FILLER PIC X(49) VALUE
              "  ID EJECUCION   FECHA    HORA         LIMITE ND".
           05 FILLER PIC X(30) VALUE
              "PRECISION      CSEG  RESULTADO".
           05 FILLER PIC X(53) VALUE SPACES.
       01 CR-DETALLE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-ID        PIC 9(14).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-FECHA     PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-HORA      PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-LIMITE    PIC X(10).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-NDATOS    PIC X(2).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-DET-PRECISION PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-CSEG      PIC X(9).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DET-RESULTADO PIC X(16).
           05 FILLER PIC X(46) VALUE SPACES.
       01 CR-MOTIVO.
           05 FILLER PIC X(6)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "MOTIVO: ".
           05 CR-MOT-TEXTO     PIC X(60).
           05 FILLER PIC X(58) VALUE SPACES.
       01 CR-DIFERENCIA.
           05 FILLER PIC X(6)  VALUE SPACES.
           05 CR-DIF-NOMBRE    PIC X(22).
           05 FILLER PIC X(24) VALUE
              "  PRIMERA DIFERENCIA EN ".
           05 CR-DIF-POSICION  PIC X(25).
           05 FILLER PIC X(55) VALUE SPACES.
       01 CR-VALOR.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 CR-VAL-ETIQ      PIC X(14).
           05 CR-VAL-TEXTO     PIC X(78).
           05 FILLER PIC X(32) VALUE SPACES.
       01 CR-MARCA.
           05 FILLER PIC X(22) VALUE SPACES.
           05 CR-MAR-TEXTO     PIC X(78).
           05 FILLER PIC X(32) VALUE SPACES.
       01 CR-AVISO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-AV-TEXTO      PIC X(130).
       01 CR-TOTALES.
           05 FILLER PIC X(14) VALUE "REPRODUCIDAS: ".
           05 CR-TOT-REPRO     PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  IDENTICAS: ".
           05 CR-TOT-IDENT     PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  DIFIEREN: ".
           05 CR-TOT-DIFIEREN  PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE "  NO CERTIFICABLES: ".
           05 CR-TOT-NO-CERT   PIC ZZZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01 CR-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 CR-VER-TEXTO     PIC X(70).
           05 FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEER-REPRODUCCION.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  COMPARA CADA EJECUCION REPRODUCIDA CON SU REGISTRO DE
      *  HISTORIA (POR LA CLAVE QUE PARAMEJ DABA PARA ELLA), LOS
      *  CUATRO VALORES COMPLETOS.  HISTORIA SOLO SE LEE.  RETORNO
      *  0 TODAS IDENTICAS, 4 LAS CERTIFICADAS IDENTICAS PERO HAY
      *  EJECUCIONES SIN CERTIFICAR (NO REPRODUCIBLES O FUERA DE
      *  HISTORIA), 8 ALGUNA DIFIERE, REPRODUCCION INCOMPLETA O
      *  NINGUNA CERTIFICADA, 12 ERROR DE ARCHIVO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCH-REPRODUC.
           IF WS-REP-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REPRODUC, STATUS=" WS-REP-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT ARCH-HISTORIAL.
           IF WS-HIST-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR HISTORIA, STATUS=" WS-HIST-STATUS
             CLOSE ARCH-REPRODUC
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CERTRPT, STATUS=" WS-INF-STATUS
             CLOSE ARCH-REPRODUC
             CLOSE ARCH-HISTORIAL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO CR-CAB-FECHA.
           MOVE CR-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CR-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CR-TITULOS TO REG-INFORME.
           WRITE REG-INFORME.

       2000-LEER-REPRODUCCION.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-REPRODUC
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF HAY-TOTALES
                   SET REPRO-INCOMPLETA TO TRUE
                   MOVE "REGISTRO DETRAS DEL DE TOTALES EN REPRODUC"
                     TO CR-AV-TEXTO
                   PERFORM 8100-GRABAR-AVISO
                 END-IF
                 EVALUATE RR-TIPO
                   WHEN "R"
                     ADD 1 TO WS-LEIDOS-R
                     PERFORM 2100-CERTIFICAR-EJECUCION
                   WHEN "N"
                     ADD 1 TO WS-LEIDOS-N
                     MOVE RR-MOTIVO TO WS-MOTIVO
                     PERFORM 2300-NO-CERTIFICABLE
                   WHEN "T"
                     PERFORM 2400-ANOTAR-TOTALES
                   WHEN OTHER
                     SET REPRO-INCOMPLETA TO TRUE
                     MOVE SPACES TO CR-AV-TEXTO
                     STRING "TIPO DE REGISTRO DESCONOCIDO EN REPRODUC: "
                            DELIMITED BY SIZE
                            RR-TIPO DELIMITED BY SIZE
                         INTO CR-AV-TEXTO
                     END-STRING
                     PERFORM 8100-GRABAR-AVISO
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF NOT HAY-TOTALES
             SET REPRO-INCOMPLETA TO TRUE
             MOVE "REPRODUC SIN REGISTRO DE TOTALES: LA REPRODUCCION "
               & "NO TERMINO" TO CR-AV-TEXTO
             PERFORM 8100-GRABAR-AVISO
           ELSE
             IF RR-T-REPRO NOT = WS-LEIDOS-R
                OR RR-T-NO-REPRO NOT = WS-LEIDOS-N
               SET REPRO-INCOMPLETA TO TRUE
               MOVE "LOS TOTALES DE REPRODUC NO CUADRAN CON SUS "
                 & "REGISTROS" TO CR-AV-TEXTO
               PERFORM 8100-GRABAR-AVISO
             END-IF
           END-IF.

       2100-CERTIFICAR-EJECUCION.
      *  LA CLAVE DE HISTORIA VIENE DE PARAMEJ; EL REGISTRO TIENE
      *  QUE SER DE LA MISMA EJECUCION (LOS CARGADOS DE ANTES DEL
      *  ID DE EJECUCION LO TIENEN EN BLANCO Y SE ACEPTAN).
           MOVE RR-CLAVE-HIST TO RH-CLAVE.
           MOVE "S" TO WS-HALLADO-SW.
           MOVE SPACES TO WS-MOTIVO.
           READ ARCH-HISTORIAL
             INVALID KEY
               MOVE "N" TO WS-HALLADO-SW
               IF WS-HIST-STATUS = "23"
                 MOVE "NO ESTA EN HISTORIA (DEPURADA O NO GRABADA)"
                   TO WS-MOTIVO
               ELSE
                 STRING "ERROR AL LEER HISTORIA, STATUS="
                        DELIMITED BY SIZE
                        WS-HIST-STATUS DELIMITED BY SIZE
                     INTO WS-MOTIVO
                 END-STRING
               END-IF
           END-READ.
           IF HALLADO-HIST AND RH-ID-EJEC IS NUMERIC
              AND RH-ID-EJEC NOT = 0 AND RH-ID-EJEC NOT = RR-ID-EJEC
             MOVE "N" TO WS-HALLADO-SW
             STRING "LA CLAVE DE HISTORIA ES DE LA EJECUCION "
                    DELIMITED BY SIZE
                    RH-ID-EJEC DELIMITED BY SIZE
                 INTO WS-MOTIVO
             END-STRING
           END-IF.
           IF NOT HALLADO-HIST
             PERFORM 2300-NO-CERTIFICABLE
           ELSE
             PERFORM 2200-COMPARAR-VALORES
           END-IF.

       2200-COMPARAR-VALORES.
           MOVE RH-DATO11-EXT TO CV-GRABADO(1).
           MOVE RR-DATO11-EXT TO CV-REPRODUCIDO(1).
           MOVE RH-PROM1-EXT  TO CV-GRABADO(2).
           MOVE RR-PROM1-EXT  TO CV-REPRODUCIDO(2).
           MOVE RH-DATOE-EXT  TO CV-GRABADO(3).
           MOVE RR-DATOE-EXT  TO CV-REPRODUCIDO(3).
           MOVE RH-PROME-EXT  TO CV-GRABADO(4).
           MOVE RR-PROME-EXT  TO CV-REPRODUCIDO(4).
           MOVE 0 TO WS-VAL-DIFIEREN.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
             MOVE 0 TO CV-POS(WS-IDX)
             PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > 78 OR CV-POS(WS-IDX) NOT = 0
               IF CV-GRABADO(WS-IDX)(WS-POS:1)
                  NOT = CV-REPRODUCIDO(WS-IDX)(WS-POS:1)
                 MOVE WS-POS TO CV-POS(WS-IDX)
               END-IF
             END-PERFORM
             IF CV-POS(WS-IDX) NOT = 0
               ADD 1 TO WS-VAL-DIFIEREN
             END-IF
           END-PERFORM.
           PERFORM 2500-DATOS-DETALLE.
           MOVE RR-CSEG TO CR-DET-CSEG.
           IF WS-VAL-DIFIEREN = 0
             ADD 1 TO WS-IDENTICAS
             MOVE "IDENTICA" TO CR-DET-RESULTADO
             MOVE CR-DETALLE TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             ADD 1 TO WS-DIFIEREN
             MOVE "DIFIERE" TO CR-DET-RESULTADO
             MOVE CR-DETALLE TO REG-INFORME
             WRITE REG-INFORME
             PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF CV-POS(WS-IDX) NOT = 0
                 PERFORM 2210-DETALLAR-DIFERENCIA
               END-IF
             END-PERFORM
             DISPLAY "DIFIERE: EJECUCION " RR-ID-EJEC
           END-IF.

       2210-DETALLAR-DIFERENCIA.
      *  POSICION 1 SIGNO, 2 ENTERO, 3 PUNTO Y 4-78 LOS DECIMALES
      *  1-75; DEL 38 EN ADELANTE SON LA EXTENSION.  DEBAJO DE LOS
      *  DOS VALORES, UNA MARCA EN LA PRIMERA POSICION DISTINTA.
           MOVE CV-NOMBRE(WS-IDX) TO CR-DIF-NOMBRE.
           MOVE SPACES TO CR-DIF-POSICION.
           EVALUATE CV-POS(WS-IDX)
             WHEN 1
               MOVE "EL SIGNO" TO CR-DIF-POSICION
             WHEN 2
               MOVE "LA PARTE ENTERA" TO CR-DIF-POSICION
             WHEN 3
               MOVE "EL PUNTO DECIMAL" TO CR-DIF-POSICION
             WHEN OTHER
               COMPUTE WS-DECIMAL = CV-POS(WS-IDX) - 3
               IF WS-DECIMAL < 38
                 STRING "EL DECIMAL " DELIMITED BY SIZE
                        WS-DECIMAL DELIMITED BY SIZE
                     INTO CR-DIF-POSICION
                 END-STRING
               ELSE
                 STRING "EL DECIMAL " DELIMITED BY SIZE
                        WS-DECIMAL DELIMITED BY SIZE
                        " (EXTENSION)" DELIMITED BY SIZE
                     INTO CR-DIF-POSICION
                 END-STRING
               END-IF
           END-EVALUATE.
           MOVE CR-DIFERENCIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "HISTORIA:"          TO CR-VAL-ETIQ.
           MOVE CV-GRABADO(WS-IDX)     TO CR-VAL-TEXTO.
           MOVE CR-VALOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "REPRODUCIDO:"       TO CR-VAL-ETIQ.
           MOVE CV-REPRODUCIDO(WS-IDX) TO CR-VAL-TEXTO.
           MOVE CR-VALOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO CR-MAR-TEXTO.
           MOVE "^" TO CR-MAR-TEXTO(CV-POS(WS-IDX):1).
           MOVE CR-MARCA TO REG-INFORME.
           WRITE REG-INFORME.

       2300-NO-CERTIFICABLE.
      *  EJECUCION PEDIDA QUE NO SE PUDO COMPARAR: NO CUENTA NI
      *  COMO IDENTICA NI COMO DISTINTA, PERO IMPIDE EL RETORNO 0.
           ADD 1 TO WS-NO-CERT.
           PERFORM 2500-DATOS-DETALLE.
           MOVE SPACES TO CR-DET-CSEG.
           MOVE "NO CERTIFICABLE" TO CR-DET-RESULTADO.
           MOVE CR-DETALLE TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-MOTIVO TO CR-MOT-TEXTO.
           MOVE CR-MOTIVO TO REG-INFORME.
           WRITE REG-INFORME.

       2400-ANOTAR-TOTALES.
           SET HAY-TOTALES TO TRUE.
           MOVE RR-ID-EJEC   TO CR-REP-ID.
           MOVE RR-T-FECHA   TO CR-REP-FECHA.
           MOVE RR-T-HORA    TO CR-REP-HORA.
           MOVE RR-T-PEDIDAS TO CR-REP-PEDIDAS.

       2500-DATOS-DETALLE.
      *  UN REGISTRO N PUEDE NO TRAER CLAVE NI CONFIGURACION (EL ID
      *  NO ESTABA EN PARAMEJ): LOS CAMPOS SE PASAN COMO TEXTO.
           MOVE RR-ID-EJEC                TO CR-DET-ID.
           MOVE RR-CLAVE-HIST(1:8)        TO CR-DET-FECHA.
           MOVE RR-CLAVE-HIST(10:8)       TO CR-DET-HORA.
           MOVE RR-CLAVE-HIST(19:10)      TO CR-DET-LIMITE.
           MOVE RR-NUM-DATOS              TO CR-DET-NDATOS.
           MOVE RR-PRECISION              TO CR-DET-PRECISION.

       8100-GRABAR-AVISO.
           MOVE CR-AVISO TO REG-INFORME.
           WRITE REG-INFORME.

       9000-FIN.
           MOVE CR-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           IF HAY-TOTALES
             MOVE CR-REPRODUCCION TO REG-INFORME
             WRITE REG-INFORME
           END-IF.
           MOVE WS-LEIDOS-R  TO CR-TOT-REPRO.
           MOVE WS-IDENTICAS TO CR-TOT-IDENT.
           MOVE WS-DIFIEREN  TO CR-TOT-DIFIEREN.
           MOVE WS-NO-CERT   TO CR-TOT-NO-CERT.
           MOVE CR-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
      *  UNA DIFERENCIA MANDA SOBRE TODO LO DEMAS: ES LO QUE ESTE
      *  PASO TIENE QUE PARAR.
           EVALUATE TRUE
             WHEN WS-DIFIEREN > 0
               MOVE "RESULTADOS DISTINTOS DE LOS GRABADOS EN HISTORIA: "
                 & "NO INSTALAR" TO CR-VER-TEXTO
               MOVE 8 TO RETURN-CODE
             WHEN REPRO-INCOMPLETA
               MOVE "REPRODUCCION INCOMPLETA: NO CERTIFICA, REPETIR EL "
                 & "TRABAJO" TO CR-VER-TEXTO
               MOVE 8 TO RETURN-CODE
             WHEN WS-IDENTICAS = 0
               MOVE "NINGUNA EJECUCION CERTIFICADA: NO CERTIFICA"
                 TO CR-VER-TEXTO
               MOVE 8 TO RETURN-CODE
             WHEN WS-NO-CERT > 0
               MOVE "IDENTICAS LAS CERTIFICADAS, PERO HAY EJECUCIONES "
                 & "SIN CERTIFICAR" TO CR-VER-TEXTO
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE "REPRODUCCION IDENTICA EN TODAS LAS EJECUCIONES"
                 TO CR-VER-TEXTO
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE CR-VEREDICTO TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR CERTRPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-REPRODUC.
           CLOSE ARCH-HISTORIAL.
           CLOSE ARCH-INFORME.
           DISPLAY "CERTIFICACION: REPRODUCIDAS=" WS-LEIDOS-R
                   " IDENTICAS=" WS-IDENTICAS
                   " DIFIEREN=" WS-DIFIEREN
                   " NO CERTIFICABLES=" WS-NO-CERT.
           DISPLAY "  " CR-VER-TEXTO.
           STOP RUN.
