       IDENTIFICATION DIVISION.
       PROGRAM-ID.PREVISION-NOCHES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO ASSIGN TO CALENPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ARCH-PARAMETROS ASSIGN TO PARAMCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ARCH-PERFILES ASSIGN TO PERFILES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT ARCH-TIEMPOS ASSIGN TO TIEMPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS WS-TPO-STATUS.
           SELECT ARCH-INFORME ASSIGN TO PREVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CALENDARIO
           RECORDING MODE IS F.
       01  REG-CALENDARIO.
           05 RC-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RC-TIPO             PIC X(1).
           05 FILLER              PIC X(70).

       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETRO          PIC X(80).

       FD  ARCH-PERFILES
           RECORDING MODE IS F.
       01  REG-PERFIL             PIC X(80).

       FD  ARCH-TIEMPOS.
       01  REG-TIEMPOS.
           05 RT-CLAVE.
              10 RT-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 RT-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 RT-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(1).
           05 RT-CSEG-LEIBNIZ     PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-CSEG-RICH        PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-CSEG-NIL         PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-CSEG-EULER       PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-CSEG-TOTAL       PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS       PIC X(2).
       01 WS-PRM-STATUS       PIC X(2).
       01 WS-PRF-STATUS       PIC X(2).
       01 WS-TPO-STATUS       PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-DESDE      PIC 9(8).
       01 WS-FECHA-HASTA      PIC 9(8).
       01 WS-FECHA-NOCHE      PIC 9(8).
       01 WS-ENTERO-HOY       PIC 9(7).
       01 WS-ENTERO-NOCHE     PIC 9(7).
       01 WS-DIAS             PIC 9(3) VALUE 7.
       01 WS-IDX-NOCHE        PIC 9(3).
       01 WS-VENTANA-MIN      PIC 9(5) VALUE 360.
       01 WS-VENTANA-CSEG     PIC 9(9).

       01 WS-CAL-LEIDOS       PIC 9(7) VALUE 0.
       01 WS-CAL-ERRORES      PIC 9(5) VALUE 0.
       01 WS-MAX-CAL          PIC 9(3) VALUE 800.
       01 WS-NUM-CAL          PIC 9(3) VALUE 0.
       01 WS-IDX-CAL          PIC 9(3).
       01 WS-IDX-BUSCA        PIC 9(4).
       01 TABLA-CALENDARIO.
           05 CAL-ENT OCCURS 800 TIMES.
              10 CAL-FECHA         PIC 9(8).
              10 CAL-TIPO          PIC X(1).

       01 WS-NOCHES           PIC 9(3) VALUE 0.
       01 WS-EXCEDEN          PIC 9(3) VALUE 0.
       01 WS-RECHAZADAS       PIC 9(3) VALUE 0.
       01 WS-SIN-HISTORIA     PIC 9(3) VALUE 0.

      *  VALORES BASE (PARAMCRD O, EN SU DEFECTO, LOS DE SIEMPRE
      *  DE CALCULO-PI) Y VALORES EFECTIVOS DE CADA NOCHE TRAS
      *  APLICAR SU PERFIL.
       01 WS-BASE-ITER        PIC 9(10) VALUE 10000.
       01 WS-BASE-NDATOS      PIC 9(2) VALUE 11.
       01 WS-BASE-PRECIS      PIC X(1) VALUE 'S'.
       01 WS-NOCHE-ITER       PIC 9(10).
       01 WS-NOCHE-NDATOS     PIC 9(2).
       01 WS-NOCHE-PRECIS     PIC X(1).
       01 WS-FIN-PARAM-SW     PIC X VALUE 'N'.
           88 FIN-PARAMETROS  VALUE 'S'.

       01 WS-PC-SIN           PIC X(80).
       01 WS-PC-FUENTE        PIC X(80).
       01 WS-PC-I             PIC 9(2) COMP.
       01 WS-PC-J             PIC 9(2) COMP.
       01 WS-PC-CLAVE         PIC X(20).
       01 WS-PC-VALOR         PIC X(40).
       01 WS-PC-ERRORES       PIC 9(3) VALUE 0.
       01 WS-PC-DIGITOS       PIC 9(2).
       01 WS-PC-PUNTOS        PIC 9(2).
       01 WS-PC-ENT-DIG       PIC 9(2).
       01 WS-PC-MALO-SW       PIC X.
           88 VALOR-MALO      VALUE 'S'.
       01 WS-PC-ENTERO        PIC 9(10).
       01 WS-PC-DECIMAL       PIC S9V9(37) COMP-3.
       01 WS-ORIGEN-CARTA     PIC X(8) VALUE "PARAMCRD".
      *  TARJETAS QUE LA NOCTURNA RECHAZARIA (RETORNO 8): LOS
      *  ERRORES DE PARAMCRD Y LOS DE ESTRUCTURA DE PERFILES
      *  RECHAZAN TODAS LAS NOCHES; LOS DE LAS TARJETAS DE UN
      *  PERFIL (PF-ERRORES), SOLO LAS NOCHES QUE LO ELIGEN.
       01 WS-ERR-PARAMCRD     PIC 9(3) VALUE 0.
       01 WS-ERR-PERFILES     PIC 9(3) VALUE 0.
       01 WS-ERR-CARTAS-PF    PIC 9(3) VALUE 0.
       01 WS-ERR-NOCHE        PIC 9(3).

      *  PERFILES DE CALENDARIO: MISMAS REGLAS DE SELECCION QUE
      *  CALCULO-PI (MONTH-END MANDA EL ULTIMO DIA DEL MES, SI NO
      *  EL DIA DE LA SEMANA).  TODAS LAS TARJETAS PASAN LA
      *  MISMA VALIDACION QUE EN CALCULO-PI, PERO SOLO SE
      *  APLICAN ITERATIONS, NDATOS Y PRECISION.
       01 WS-FIN-PERFIL-SW    PIC X VALUE 'N'.
           88 FIN-PERFILES    VALUE 'S'.
       01 WS-HAY-PERFILES-SW  PIC X VALUE 'N'.
           88 HAY-PERFILES    VALUE 'S'.
       01 WS-PERFIL-NOMBRE    PIC X(10).
       01 WS-MAX-PERFILES     PIC 9(2) VALUE 12.
       01 WS-NUM-PERFILES     PIC 9(2) VALUE 0.
       01 WS-PERFIL-ACTUAL    PIC 9(2) VALUE 0.
       01 WS-PERFIL-ELEGIDO   PIC 9(2) VALUE 0.
       01 WS-PERFIL-COINCID   PIC 9(2).
       01 WS-IDX-PERFIL       PIC 9(2).
       01 WS-IDX-DIA          PIC 9(2) COMP.
       01 WS-DIA-SEMANA       PIC 9(1).
       01 WS-DIA-NOMBRE       PIC X(3).
       01 TABLA-DIAS-VALORES.
           05 FILLER PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 TABLA-DIAS REDEFINES TABLA-DIAS-VALORES.
           05 DIA-NOM OCCURS 7 TIMES PIC X(3).
       01 WS-MANANA           PIC 9(8).
       01 WS-FINMES-SW        PIC X VALUE 'N'.
           88 ES-FIN-DE-MES   VALUE 'S'.
       01 WS-DIA-HALLADO-SW   PIC X.
           88 DIA-EN-LISTA    VALUE 'S'.
       01 TABLA-PERFILES.
           05 PF-ENT OCCURS 12 TIMES.
              10 PF-NOMBRE        PIC X(10).
              10 PF-DIAS          PIC X(40).
              10 PF-FINMES        PIC X(1).
              10 PF-ITERACIONES   PIC 9(10).
              10 PF-NDATOS        PIC 9(2).
              10 PF-PRECISION     PIC X(1).
              10 PF-NUM-CARTAS    PIC 9(2).
              10 PF-ERRORES       PIC 9(3).

      *  HISTORIA DE TIEMPOS AGRUPADA POR LIMITE DE ITERACIONES:
      *  NUMERO DE EJECUCIONES Y SUMA DE RT-CSEG-TOTAL.
       01 WS-TPO-LEIDOS       PIC 9(7) VALUE 0.
       01 WS-MAX-LIMITES      PIC 9(3) VALUE 200.
       01 WS-NUM-LIMITES      PIC 9(3) VALUE 0.
       01 WS-IDX-LIM          PIC 9(3).
       01 WS-IDX-CERCANO      PIC 9(3).
       01 TABLA-LIMITES.
           05 LT-ENT OCCURS 200 TIMES.
              10 LT-LIMITE        PIC 9(10).
              10 LT-EJECUCIONES   PIC 9(5).
              10 LT-SUMA-CSEG     PIC 9(14).
       01 WS-DISTANCIA        PIC 9(10).
       01 WS-DIST-MINIMA      PIC 9(10).
       01 WS-MEDIA-CSEG       PIC 9(9).
       01 WS-PROY-CSEG        PIC 9(12).
       01 WS-PROY-MIN         PIC 9(7)V99.
       01 WS-EDIT-EJEC        PIC ZZZZ9.
       01 WS-EDIT-LIMITE      PIC Z(9)9.
       01 WS-PROY-SW          PIC X.
           88 HAY-PROYECCION  VALUE 'S'.

       01 PV-BLANCO           PIC X(132) VALUE SPACES.
       01 PV-CABECERA1.
           05 FILLER PIC X(50) VALUE
              "PREVISION DE NOCHES PLANIFICADAS - CALCULO-PI".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 PV-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 PV-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 PV-PARAMETROS.
           05 FILLER PIC X(7)  VALUE "DESDE: ".
           05 PV-PAR-DESDE     PIC 9(8).
           05 FILLER PIC X(9)  VALUE "  HASTA: ".
           05 PV-PAR-HASTA     PIC 9(8).
           05 FILLER PIC X(8)  VALUE "  DIAS: ".
           05 PV-PAR-DIAS      PIC ZZ9.
           05 FILLER PIC X(18) VALUE "  VENTANA (MIN): ".
           05 PV-PAR-VENTANA   PIC ZZZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01 PV-BASE.
           05 FILLER PIC X(27) VALUE
              "BASE PARAMCRD: ITERACIONES=".
           05 PV-BAS-ITER      PIC 9(10).
           05 FILLER PIC X(9)  VALUE "  NDATOS=".
           05 PV-BAS-NDATOS    PIC 9(2).
           05 FILLER PIC X(12) VALUE "  PRECISION=".
           05 PV-BAS-PRECIS    PIC X(8).
           05 FILLER PIC X(64) VALUE SPACES.
       01 PV-ERRORES.
           05 FILLER PIC X(30) VALUE
              "TARJETAS CON ERROR: PARAMCRD=".
           05 PV-ERR-PARAMCRD  PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  PERFILES (GLOBAL)=".
           05 PV-ERR-PERFILES  PIC ZZ9.
           05 FILLER PIC X(22) VALUE "  PERFILES (TARJETAS)=".
           05 PV-ERR-CARTAS-PF PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  (VER SYSOUT)".
           05 FILLER PIC X(35) VALUE SPACES.
       01 PV-TITULOS.
           05 FILLER PIC X(10) VALUE "  FECHA".
           05 FILLER PIC X(5)  VALUE "  DIA".
           05 FILLER PIC X(5)  VALUE "  F.M".
           05 FILLER PIC X(12) VALUE "  PERFIL".
           05 FILLER PIC X(12) VALUE "   ITERACION".
           05 FILLER PIC X(4)  VALUE "  ND".
           05 FILLER PIC X(10) VALUE "  PRECIS.".
           05 FILLER PIC X(12) VALUE "     MINUTOS".
           05 FILLER PIC X(26) VALUE "  BASE DE LA PROYECCION".
           05 FILLER PIC X(32) VALUE "  AVISO".
           05 FILLER PIC X(4)  VALUE SPACES.
       01 PV-DETALLE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-FECHA     PIC 9(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-DIA       PIC X(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-FINMES    PIC X(3).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-PERFIL    PIC X(10).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-ITER      PIC Z(9)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-NDATOS    PIC Z9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-PRECIS    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-MINUTOS   PIC ZZZZZZ9.99.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-BASE      PIC X(24).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 PV-DET-AVISO     PIC X(30).
           05 FILLER PIC X(4)  VALUE SPACES.
       01 PV-SIN-NOCHES.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(44) VALUE
              "(NINGUNA NOCHE PLANIFICADA EN EL PERIODO)".
           05 FILLER PIC X(85) VALUE SPACES.
       01 PV-TOTALES.
           05 FILLER PIC X(21) VALUE "NOCHES PLANIFICADAS: ".
           05 PV-TOT-NOCHES    PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  EXCEDEN VENTANA: ".
           05 PV-TOT-EXCEDEN   PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  SE RECHAZARIAN: ".
           05 PV-TOT-PERFIL    PIC ZZ9.
           05 FILLER PIC X(17) VALUE "  SIN HISTORIA: ".
           05 PV-TOT-SINHIST   PIC ZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       01 PV-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 PV-VER-TEXTO     PIC X(60).
           05 FILLER PIC X(61) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM-PREVISION.
           05 LS-PARM-LEN      PIC S9(4) COMP.
           05 LS-PARM-DATA.
              10 LS-PARM-DIAS     PIC X(3).
              10 FILLER           PIC X(1).
              10 LS-PARM-VENTANA  PIC X(5).

       PROCEDURE DIVISION USING LS-PARM-PREVISION.
           PERFORM 1000-INICIO.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1150-CARGAR-PERFILES.
           PERFORM 2000-CARGAR-CALENDARIO.
           PERFORM 3000-CARGAR-TIEMPOS.
           PERFORM 4000-PREVER-NOCHES.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM 'DDD MMMMM': DIAS A PREVER DESDE HOY INCLUSIVE (POR
      *  DEFECTO 7) Y VENTANA DE PROCESO EN MINUTOS CONTRA LA QUE
      *  SE JUZGA LA DURACION PROYECTADA DE CADA NOCHE (POR
      *  DEFECTO 360).
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE TABLA-CALENDARIO TABLA-PERFILES TABLA-LIMITES.
           IF LS-PARM-LEN >= 3
             IF LS-PARM-DIAS IS NUMERIC AND LS-PARM-DIAS NOT = "000"
               COMPUTE WS-DIAS = FUNCTION NUMVAL(LS-PARM-DIAS)
             ELSE
               DISPLAY "ERROR: DIAS DE PARM INVALIDOS: " LS-PARM-DIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           IF LS-PARM-LEN >= 9
             IF LS-PARM-VENTANA IS NUMERIC
                AND LS-PARM-VENTANA NOT = "00000"
               COMPUTE WS-VENTANA-MIN =
                   FUNCTION NUMVAL(LS-PARM-VENTANA)
             ELSE
               DISPLAY "ERROR: VENTANA DE PARM INVALIDA: "
                       LS-PARM-VENTANA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           IF WS-DIAS > 366
             DISPLAY "AVISO: DIAS > 366, SE AJUSTA A 366"
             MOVE 366 TO WS-DIAS
           END-IF.
           COMPUTE WS-VENTANA-CSEG = WS-VENTANA-MIN * 6000.
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-HOY + WS-DIAS - 1).
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PREVRPT, STATUS="
                     WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO PV-CAB-FECHA.
           MOVE PV-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE PV-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-FECHA-DESDE TO PV-PAR-DESDE.
           MOVE WS-FECHA-HASTA TO PV-PAR-HASTA.
           MOVE WS-DIAS        TO PV-PAR-DIAS.
           MOVE WS-VENTANA-MIN TO PV-PAR-VENTANA.
           MOVE PV-PARAMETROS TO REG-INFORME.
           WRITE REG-INFORME.

       1100-LEER-PARAMETROS.
      *  MISMA TARJETA PARAMCRD QUE USA LA NOCTURNA.  SE VALIDA
      *  CADA CLAVE COMO EN CALCULO-PI (1112); CON ALGUN ERROR LA
      *  NOCTURNA SE RECHAZARIA CON RETORNO 8 CUALQUIER NOCHE.
      *  SIN TARJETA RIGEN LOS VALORES POR DEFECTO DE CALCULO-PI.
           OPEN INPUT ARCH-PARAMETROS.
           IF WS-PRM-STATUS = "35"
             DISPLAY "AVISO: SIN TARJETA PARAMCRD, BASE POR DEFECTO"
           ELSE
             IF WS-PRM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARAMCRD, STATUS="
                       WS-PRM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-PARAM-SW
             PERFORM UNTIL FIN-PARAMETROS
               READ ARCH-PARAMETROS
                 AT END
                   SET FIN-PARAMETROS TO TRUE
                 NOT AT END
                   PERFORM 1110-EXAMINAR-TARJETA
               END-READ
             END-PERFORM
             CLOSE ARCH-PARAMETROS
           END-IF.
           MOVE WS-BASE-ITER   TO PV-BAS-ITER.
           MOVE WS-BASE-NDATOS TO PV-BAS-NDATOS.
           IF WS-BASE-PRECIS = "E"
             MOVE "EXTENDED" TO PV-BAS-PRECIS
           ELSE
             MOVE "STANDARD" TO PV-BAS-PRECIS
           END-IF.
           MOVE PV-BASE TO REG-INFORME.
           WRITE REG-INFORME.

       1110-EXAMINAR-TARJETA.
           MOVE REG-PARAMETRO TO WS-PC-FUENTE.
           PERFORM 1115-COMPRIMIR-TARJETA.
           IF WS-PC-SIN = SPACES OR WS-PC-SIN(1:1) = "*"
             CONTINUE
           ELSE
             MOVE SPACES TO WS-PC-CLAVE WS-PC-VALOR
             UNSTRING WS-PC-SIN DELIMITED BY "="
                 INTO WS-PC-CLAVE WS-PC-VALOR
             PERFORM 1112-VALIDAR-TARJETA
             IF WS-PC-ERRORES > 0
               ADD WS-PC-ERRORES TO WS-ERR-PARAMCRD
             ELSE
               EVALUATE WS-PC-CLAVE
                 WHEN "ITERATIONS"
                   MOVE WS-PC-ENTERO TO WS-BASE-ITER
                 WHEN "NDATOS"
                   MOVE WS-PC-ENTERO TO WS-BASE-NDATOS
                 WHEN "PRECISION"
                   IF WS-PC-VALOR = "EXTENDED"
                     MOVE "E" TO WS-BASE-PRECIS
                   ELSE
                     MOVE "S" TO WS-BASE-PRECIS
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF.

       1112-VALIDAR-TARJETA.
      *  LAS MISMAS REGLAS QUE 1112-INTERPRETAR-TARJETA DE
      *  CALCULO-PI SOBRE WS-PC-CLAVE/WS-PC-VALOR; DEJA EN
      *  WS-PC-ERRORES LOS ERRORES DE LA TARJETA Y EN
      *  WS-PC-ENTERO EL VALOR DE ITERATIONS O NDATOS.
           MOVE 0 TO WS-PC-ERRORES.
           EVALUATE WS-PC-CLAVE
             WHEN "ITERATIONS"
               PERFORM 1120-VALIDAR-ENTERO
               IF NOT VALOR-MALO AND WS-PC-ENTERO = 0
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": ITERATIONS "
                         "DEBE SER MAYOR QUE CERO"
               END-IF
             WHEN "NDATOS"
               PERFORM 1120-VALIDAR-ENTERO
               IF NOT VALOR-MALO
                  AND (WS-PC-ENTERO < 2 OR WS-PC-ENTERO > 30)
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": NDATOS DEBE "
                         "ESTAR ENTRE 2 Y 30, RECIBIDO " WS-PC-VALOR
               END-IF
             WHEN "CKPT-INTERVAL"
             WHEN "CONV-INTERVAL"
               PERFORM 1120-VALIDAR-ENTERO
               IF NOT VALOR-MALO AND WS-PC-ENTERO = 0
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": "
                         FUNCTION TRIM(WS-PC-CLAVE)
                         " DEBE SER MAYOR QUE CERO"
               END-IF
             WHEN "MODE"
               IF WS-PC-VALOR NOT = "SWEEP"
                  AND WS-PC-VALOR NOT = "NORMAL"
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": MODE DEBE SER "
                         "NORMAL O SWEEP, RECIBIDO " WS-PC-VALOR
               END-IF
             WHEN "PRECISION"
               IF WS-PC-VALOR NOT = "STANDARD"
                  AND WS-PC-VALOR NOT = "EXTENDED"
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": PRECISION DEBE "
                         "SER STANDARD O EXTENDED, RECIBIDO "
                         WS-PC-VALOR
               END-IF
             WHEN "TOLERANCE"
               PERFORM 1130-VALIDAR-DECIMAL
               IF NOT VALOR-MALO AND WS-PC-DECIMAL = 0
                 ADD 1 TO WS-PC-ERRORES
                 DISPLAY "ERROR " WS-ORIGEN-CARTA ": TOLERANCE DEBE "
                         "SER MAYOR QUE CERO"
               END-IF
             WHEN OTHER
               ADD 1 TO WS-PC-ERRORES
               DISPLAY "ERROR " WS-ORIGEN-CARTA ": CLAVE DESCONOCIDA '"
                       WS-PC-CLAVE "'"
           END-EVALUATE.

       1120-VALIDAR-ENTERO.
           MOVE "N" TO WS-PC-MALO-SW.
           MOVE 0 TO WS-PC-DIGITOS.
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > 40
                      OR WS-PC-VALOR(WS-PC-I:1) = SPACE
             IF WS-PC-VALOR(WS-PC-I:1) >= "0"
                AND WS-PC-VALOR(WS-PC-I:1) <= "9"
               ADD 1 TO WS-PC-DIGITOS
             ELSE
               MOVE "S" TO WS-PC-MALO-SW
             END-IF
           END-PERFORM.
           IF WS-PC-DIGITOS = 0 OR WS-PC-DIGITOS > 10
             MOVE "S" TO WS-PC-MALO-SW
           END-IF.
           IF VALOR-MALO
             ADD 1 TO WS-PC-ERRORES
             DISPLAY "ERROR " WS-ORIGEN-CARTA ": VALOR ENTERO "
                     "INVALIDO PARA " WS-PC-CLAVE ": " WS-PC-VALOR
           ELSE
             COMPUTE WS-PC-ENTERO = FUNCTION NUMVAL(WS-PC-VALOR)
           END-IF.

       1130-VALIDAR-DECIMAL.
           MOVE "N" TO WS-PC-MALO-SW.
           MOVE 0 TO WS-PC-DIGITOS.
           MOVE 0 TO WS-PC-PUNTOS.
           MOVE 0 TO WS-PC-ENT-DIG.
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > 40
                      OR WS-PC-VALOR(WS-PC-I:1) = SPACE
             EVALUATE TRUE
               WHEN WS-PC-VALOR(WS-PC-I:1) >= "0"
                    AND WS-PC-VALOR(WS-PC-I:1) <= "9"
                 ADD 1 TO WS-PC-DIGITOS
                 IF WS-PC-PUNTOS = 0
                   ADD 1 TO WS-PC-ENT-DIG
                 END-IF
               WHEN WS-PC-VALOR(WS-PC-I:1) = "."
                 ADD 1 TO WS-PC-PUNTOS
               WHEN OTHER
                 MOVE "S" TO WS-PC-MALO-SW
             END-EVALUATE
           END-PERFORM.
           IF WS-PC-DIGITOS = 0 OR WS-PC-PUNTOS > 1
              OR WS-PC-DIGITOS > 38 OR WS-PC-ENT-DIG > 1
             MOVE "S" TO WS-PC-MALO-SW
           END-IF.
           IF VALOR-MALO
             ADD 1 TO WS-PC-ERRORES
             DISPLAY "ERROR " WS-ORIGEN-CARTA ": VALOR DECIMAL "
                     "INVALIDO PARA " WS-PC-CLAVE ": " WS-PC-VALOR
           ELSE
             COMPUTE WS-PC-DECIMAL = FUNCTION NUMVAL(WS-PC-VALOR)
           END-IF.

       1115-COMPRIMIR-TARJETA.
           MOVE SPACES TO WS-PC-SIN.
           MOVE 0 TO WS-PC-J.
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > 80
             IF WS-PC-FUENTE(WS-PC-I:1) NOT = SPACE
               ADD 1 TO WS-PC-J
               MOVE WS-PC-FUENTE(WS-PC-I:1)
                 TO WS-PC-SIN(WS-PC-J:1)
             END-IF
           END-PERFORM.

       1150-CARGAR-PERFILES.
      *  SIN DATASET PERFILES TODAS LAS NOCHES USAN LA BASE DE
      *  PARAMCRD, COMO EN LA NOCTURNA.  LOS ERRORES DE ESTRUCTURA
      *  (1160) RECHAZAN LA NOCTURNA SEA CUAL SEA EL PERFIL; LOS
      *  DE LAS TARJETAS DE UN PERFIL SOLO CUANDO SE ELIGE.
           MOVE "PERFILES" TO WS-ORIGEN-CARTA.
           OPEN INPUT ARCH-PERFILES.
           IF WS-PRF-STATUS = "35"
             DISPLAY "SIN DATASET PERFILES, RIGE PARAMCRD"
           ELSE
             IF WS-PRF-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PERFILES, STATUS="
                       WS-PRF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             SET HAY-PERFILES TO TRUE
             MOVE "N" TO WS-FIN-PERFIL-SW
             PERFORM UNTIL FIN-PERFILES
               READ ARCH-PERFILES
                 AT END
                   SET FIN-PERFILES TO TRUE
                 NOT AT END
                   PERFORM 1160-CARGAR-TARJETA-PERFIL
               END-READ
             END-PERFORM
             CLOSE ARCH-PERFILES
           END-IF.
           MOVE WS-ERR-PARAMCRD  TO PV-ERR-PARAMCRD.
           MOVE WS-ERR-PERFILES  TO PV-ERR-PERFILES.
           MOVE WS-ERR-CARTAS-PF TO PV-ERR-CARTAS-PF.
           IF WS-ERR-PARAMCRD > 0 OR WS-ERR-PERFILES > 0
              OR WS-ERR-CARTAS-PF > 0
             MOVE PV-ERRORES TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       1160-CARGAR-TARJETA-PERFIL.
           MOVE REG-PERFIL TO WS-PC-FUENTE.
           PERFORM 1115-COMPRIMIR-TARJETA.
           IF WS-PC-SIN = SPACES OR WS-PC-SIN(1:1) = "*"
             CONTINUE
           ELSE
             MOVE SPACES TO WS-PC-CLAVE WS-PC-VALOR
             UNSTRING WS-PC-SIN DELIMITED BY "="
                 INTO WS-PC-CLAVE WS-PC-VALOR
             EVALUATE WS-PC-CLAVE
               WHEN "PROFILE"
                 IF WS-NUM-PERFILES >= WS-MAX-PERFILES
                   ADD 1 TO WS-ERR-PERFILES
                   DISPLAY "ERROR PERFILES: MAS DE " WS-MAX-PERFILES
                           " PERFILES"
                 ELSE
                   ADD 1 TO WS-NUM-PERFILES
                   MOVE WS-NUM-PERFILES TO WS-PERFIL-ACTUAL
                   INITIALIZE PF-ENT(WS-PERFIL-ACTUAL)
                   MOVE WS-PC-VALOR(1:10)
                     TO PF-NOMBRE(WS-PERFIL-ACTUAL)
                   MOVE "N" TO PF-FINMES(WS-PERFIL-ACTUAL)
                   MOVE SPACE TO PF-PRECISION(WS-PERFIL-ACTUAL)
                 END-IF
               WHEN "DAYS"
                 IF WS-PERFIL-ACTUAL = 0
                   ADD 1 TO WS-ERR-PERFILES
                   DISPLAY "ERROR PERFILES: DAYS= SIN PROFILE= "
                           "PREVIO"
                 ELSE
                   MOVE WS-PC-VALOR(1:40)
                     TO PF-DIAS(WS-PERFIL-ACTUAL)
                 END-IF
               WHEN "MONTH-END"
                 EVALUATE TRUE
                   WHEN WS-PERFIL-ACTUAL = 0
                     ADD 1 TO WS-ERR-PERFILES
                     DISPLAY "ERROR PERFILES: MONTH-END= SIN "
                             "PROFILE= PREVIO"
                   WHEN WS-PC-VALOR = "YES"
                     MOVE "S" TO PF-FINMES(WS-PERFIL-ACTUAL)
                   WHEN WS-PC-VALOR = "NO"
                     MOVE "N" TO PF-FINMES(WS-PERFIL-ACTUAL)
                   WHEN OTHER
                     ADD 1 TO WS-ERR-PERFILES
                     DISPLAY "ERROR PERFILES: MONTH-END DEBE SER "
                             "YES O NO, RECIBIDO " WS-PC-VALOR
                 END-EVALUATE
               WHEN OTHER
                 EVALUATE TRUE
                   WHEN WS-PERFIL-ACTUAL = 0
                     ADD 1 TO WS-ERR-PERFILES
                     DISPLAY "ERROR PERFILES: TARJETA FUERA DE "
                             "PERFIL: " WS-PC-SIN(1:30)
                   WHEN PF-NUM-CARTAS(WS-PERFIL-ACTUAL) >= 8
                     ADD 1 TO WS-ERR-PERFILES
                     DISPLAY "ERROR PERFILES: MAS DE 8 TARJETAS EN "
                             "EL PERFIL " PF-NOMBRE(WS-PERFIL-ACTUAL)
                   WHEN OTHER
                     ADD 1 TO PF-NUM-CARTAS(WS-PERFIL-ACTUAL)
                     PERFORM 1165-VALIDAR-CARTA-PERFIL
                 END-EVALUATE
             END-EVALUATE
           END-IF.

       1165-VALIDAR-CARTA-PERFIL.
      *  LA NOCTURNA VALIDA ESTAS TARJETAS AL APLICAR EL PERFIL
      *  ELEGIDO: UN ERROR AQUI SOLO RECHAZA LAS NOCHES DE ESTE
      *  PERFIL.
           PERFORM 1112-VALIDAR-TARJETA.
           IF WS-PC-ERRORES > 0
             ADD WS-PC-ERRORES TO PF-ERRORES(WS-PERFIL-ACTUAL)
             ADD WS-PC-ERRORES TO WS-ERR-CARTAS-PF
             DISPLAY "  (EN EL PERFIL " PF-NOMBRE(WS-PERFIL-ACTUAL)
                     ")"
           ELSE
             EVALUATE WS-PC-CLAVE
               WHEN "ITERATIONS"
                 MOVE WS-PC-ENTERO TO PF-ITERACIONES(WS-PERFIL-ACTUAL)
               WHEN "NDATOS"
                 MOVE WS-PC-ENTERO TO PF-NDATOS(WS-PERFIL-ACTUAL)
               WHEN "PRECISION"
                 IF WS-PC-VALOR = "EXTENDED"
                   MOVE "E" TO PF-PRECISION(WS-PERFIL-ACTUAL)
                 ELSE
                   MOVE "S" TO PF-PRECISION(WS-PERFIL-ACTUAL)
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       2000-CARGAR-CALENDARIO.
      *  MISMO CALENDARIO DE PROCESO QUE USA LA VIGILANCIA: UNA
      *  FECHA POR LINEA, P = NOCHE PLANIFICADA, O = OMISION.
           OPEN INPUT ARCH-CALENDARIO.
           IF WS-CAL-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CALENPRC, STATUS="
                     WS-CAL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-CALENDARIO
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 PERFORM 2100-CARGAR-FECHA-CAL
             END-READ
           END-PERFORM.
           CLOSE ARCH-CALENDARIO.

       2100-CARGAR-FECHA-CAL.
           IF REG-CALENDARIO = SPACES
              OR REG-CALENDARIO(1:1) = "*"
             CONTINUE
           ELSE
             ADD 1 TO WS-CAL-LEIDOS
             IF RC-FECHA IS NOT NUMERIC
                OR (RC-TIPO NOT = "P" AND RC-TIPO NOT = "O")
               ADD 1 TO WS-CAL-ERRORES
               DISPLAY "CALENDARIO INVALIDO: " REG-CALENDARIO(1:20)
             ELSE
               IF FUNCTION INTEGER-OF-DATE(RC-FECHA) = 0
                 ADD 1 TO WS-CAL-ERRORES
                 DISPLAY "CALENDARIO CON FECHA IMPOSIBLE: " RC-FECHA
               ELSE
                 IF WS-NUM-CAL < WS-MAX-CAL
                   ADD 1 TO WS-NUM-CAL
                   MOVE RC-FECHA TO CAL-FECHA(WS-NUM-CAL)
                   MOVE RC-TIPO  TO CAL-TIPO(WS-NUM-CAL)
                 ELSE
                   ADD 1 TO WS-CAL-ERRORES
                   DISPLAY "AVISO: TABLA DE CALENDARIO LLENA"
                 END-IF
               END-IF
             END-IF
           END-IF.

       3000-CARGAR-TIEMPOS.
      *  MEDIAS DE DURACION TOTAL POR LIMITE DE ITERACIONES.  LAS
      *  SESIONES REANUDADAS NO GRABAN TIEMPOS, ASI QUE TODO LO
      *  QUE HAY AQUI SON EJECUCIONES COMPLETAS.
           OPEN INPUT ARCH-TIEMPOS.
           IF WS-TPO-STATUS = "35"
             DISPLAY "AVISO: TIEMPOS NO EXISTE, SIN PROYECCIONES"
           ELSE
             IF WS-TPO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TIEMPOS, STATUS="
                       WS-TPO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-TIEMPOS NEXT
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   IF RT-BUCLE-LIMITE IS NUMERIC
                      AND RT-BUCLE-LIMITE > 0
                      AND RT-CSEG-TOTAL IS NUMERIC
                     ADD 1 TO WS-TPO-LEIDOS
                     PERFORM 3100-ACUMULAR-TIEMPO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-TIEMPOS
           END-IF.

       3100-ACUMULAR-TIEMPO.
           MOVE 0 TO WS-IDX-LIM.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-NUM-LIMITES
                      OR WS-IDX-LIM NOT = 0
             IF LT-LIMITE(WS-IDX-BUSCA) = RT-BUCLE-LIMITE
               MOVE WS-IDX-BUSCA TO WS-IDX-LIM
             END-IF
           END-PERFORM.
           IF WS-IDX-LIM = 0
             IF WS-NUM-LIMITES < WS-MAX-LIMITES
               ADD 1 TO WS-NUM-LIMITES
               MOVE WS-NUM-LIMITES TO WS-IDX-LIM
               MOVE RT-BUCLE-LIMITE TO LT-LIMITE(WS-IDX-LIM)
             ELSE
               DISPLAY "AVISO: TABLA DE LIMITES LLENA, SE IGNORA "
                       RT-BUCLE-LIMITE
             END-IF
           END-IF.
           IF WS-IDX-LIM NOT = 0
             ADD 1 TO LT-EJECUCIONES(WS-IDX-LIM)
             ADD RT-CSEG-TOTAL TO LT-SUMA-CSEG(WS-IDX-LIM)
           END-IF.

       4000-PREVER-NOCHES.
      *  RECORRE DIA A DIA EL PERIODO; SOLO LAS FECHAS MARCADAS P
      *  EN EL CALENDARIO SON NOCHES DE PROCESO.
           MOVE PV-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE PV-TITULOS TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM VARYING WS-IDX-NOCHE FROM 0 BY 1
                   UNTIL WS-IDX-NOCHE >= WS-DIAS
             COMPUTE WS-ENTERO-NOCHE = WS-ENTERO-HOY + WS-IDX-NOCHE
             COMPUTE WS-FECHA-NOCHE =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-NOCHE)
             MOVE 0 TO WS-IDX-CAL
             PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                     UNTIL WS-IDX-BUSCA > WS-NUM-CAL
                        OR WS-IDX-CAL NOT = 0
               IF CAL-FECHA(WS-IDX-BUSCA) = WS-FECHA-NOCHE
                 MOVE WS-IDX-BUSCA TO WS-IDX-CAL
               END-IF
             END-PERFORM
             IF WS-IDX-CAL NOT = 0
               IF CAL-TIPO(WS-IDX-CAL) = "P"
                 PERFORM 4100-PREVER-NOCHE
               END-IF
             END-IF
           END-PERFORM.
           IF WS-NOCHES = 0
             MOVE PV-SIN-NOCHES TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       4100-PREVER-NOCHE.
           ADD 1 TO WS-NOCHES.
           MOVE SPACES TO PV-DET-BASE PV-DET-AVISO.
           MOVE WS-FECHA-NOCHE TO PV-DET-FECHA.
           MOVE WS-BASE-ITER   TO WS-NOCHE-ITER.
           MOVE WS-BASE-NDATOS TO WS-NOCHE-NDATOS.
           MOVE WS-BASE-PRECIS TO WS-NOCHE-PRECIS.
           PERFORM 4200-ELEGIR-PERFIL.
           MOVE WS-DIA-NOMBRE    TO PV-DET-DIA.
           IF ES-FIN-DE-MES
             MOVE "SI" TO PV-DET-FINMES
           ELSE
             MOVE "NO" TO PV-DET-FINMES
           END-IF.
           MOVE WS-PERFIL-NOMBRE TO PV-DET-PERFIL.
      *  LA NOCHE SE RECHAZARIA POR LAS MISMAS CAUSAS QUE EN LA
      *  NOCTURNA: TARJETAS CON ERROR QUE VALEN PARA TODAS LAS
      *  NOCHES, PERFIL AMBIGUO O AUSENTE, O ERRORES EN LAS
      *  TARJETAS DEL PERFIL ELEGIDO.
           MOVE 0 TO WS-ERR-NOCHE.
           IF WS-PERFIL-ELEGIDO NOT = 0
             MOVE PF-ERRORES(WS-PERFIL-ELEGIDO) TO WS-ERR-NOCHE
           END-IF.
           EVALUATE TRUE
             WHEN WS-ERR-PARAMCRD > 0 OR WS-ERR-PERFILES > 0
               MOVE "TARJETA ERRONEA: SE RECHAZARIA"
                 TO PV-DET-AVISO
             WHEN WS-PERFIL-NOMBRE = "(AMBIGUO)"
               MOVE "PERFIL AMBIGUO: SE RECHAZARIA"
                 TO PV-DET-AVISO
             WHEN WS-PERFIL-NOMBRE = "(NINGUNO)"
               MOVE "SIN PERFIL: SE RECHAZARIA" TO PV-DET-AVISO
             WHEN WS-ERR-NOCHE > 0
               MOVE "PERFIL ERRONEO: SE RECHAZARIA"
                 TO PV-DET-AVISO
           END-EVALUATE.
           IF PV-DET-AVISO NOT = SPACES
             ADD 1 TO WS-RECHAZADAS
             MOVE 0 TO PV-DET-ITER PV-DET-NDATOS PV-DET-MINUTOS
             MOVE SPACES TO PV-DET-PRECIS
             MOVE "NO PROYECTABLE" TO PV-DET-BASE
           ELSE
             IF WS-NOCHE-NDATOS > 30
               MOVE 30 TO WS-NOCHE-NDATOS
             END-IF
             IF WS-NOCHE-NDATOS > WS-NOCHE-ITER
               MOVE WS-NOCHE-ITER TO WS-NOCHE-NDATOS
             END-IF
             MOVE WS-NOCHE-ITER   TO PV-DET-ITER
             MOVE WS-NOCHE-NDATOS TO PV-DET-NDATOS
             IF WS-NOCHE-PRECIS = "E"
               MOVE "EXTENDED" TO PV-DET-PRECIS
             ELSE
               MOVE "STANDARD" TO PV-DET-PRECIS
             END-IF
             PERFORM 4300-PROYECTAR-DURACION
           END-IF.
           MOVE PV-DETALLE TO REG-INFORME.
           WRITE REG-INFORME.

       4200-ELEGIR-PERFIL.
      *  DIA DE LA SEMANA A PARTIR DEL DIA ENTERO (EL DIA 1,
      *  1601-01-01, FUE LUNES); FIN DE MES SI EL DIA SIGUIENTE
      *  CAE EN OTRO MES.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-ENTERO-NOCHE - 1, 7) + 1.
           MOVE DIA-NOM(WS-DIA-SEMANA) TO WS-DIA-NOMBRE.
           COMPUTE WS-MANANA =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-NOCHE + 1).
           MOVE "N" TO WS-FINMES-SW.
           IF WS-MANANA(5:2) NOT = WS-FECHA-NOCHE(5:2)
             SET ES-FIN-DE-MES TO TRUE
           END-IF.
           IF NOT HAY-PERFILES
             MOVE "(SIN DSET)" TO WS-PERFIL-NOMBRE
           ELSE
             MOVE 0 TO WS-PERFIL-ELEGIDO
             MOVE 0 TO WS-PERFIL-COINCID
             IF ES-FIN-DE-MES
               PERFORM VARYING WS-IDX-PERFIL FROM 1 BY 1
                       UNTIL WS-IDX-PERFIL > WS-NUM-PERFILES
                 IF PF-FINMES(WS-IDX-PERFIL) = "S"
                   ADD 1 TO WS-PERFIL-COINCID
                   MOVE WS-IDX-PERFIL TO WS-PERFIL-ELEGIDO
                 END-IF
               END-PERFORM
             END-IF
             IF WS-PERFIL-COINCID = 0
               PERFORM VARYING WS-IDX-PERFIL FROM 1 BY 1
                       UNTIL WS-IDX-PERFIL > WS-NUM-PERFILES
                 PERFORM 4250-BUSCAR-DIA
                 IF DIA-EN-LISTA
                   ADD 1 TO WS-PERFIL-COINCID
                   MOVE WS-IDX-PERFIL TO WS-PERFIL-ELEGIDO
                 END-IF
               END-PERFORM
             END-IF
             EVALUATE TRUE
               WHEN WS-PERFIL-COINCID > 1
                 MOVE "(AMBIGUO)" TO WS-PERFIL-NOMBRE
               WHEN WS-PERFIL-COINCID = 0
                 MOVE "(NINGUNO)" TO WS-PERFIL-NOMBRE
               WHEN OTHER
                 MOVE PF-NOMBRE(WS-PERFIL-ELEGIDO) TO WS-PERFIL-NOMBRE
                 IF PF-ITERACIONES(WS-PERFIL-ELEGIDO) > 0
                   MOVE PF-ITERACIONES(WS-PERFIL-ELEGIDO)
                     TO WS-NOCHE-ITER
                 END-IF
                 IF PF-NDATOS(WS-PERFIL-ELEGIDO) > 0
                   MOVE PF-NDATOS(WS-PERFIL-ELEGIDO)
                     TO WS-NOCHE-NDATOS
                 END-IF
                 IF PF-PRECISION(WS-PERFIL-ELEGIDO) NOT = SPACE
                   MOVE PF-PRECISION(WS-PERFIL-ELEGIDO)
                     TO WS-NOCHE-PRECIS
                 END-IF
             END-EVALUATE
           END-IF.

       4250-BUSCAR-DIA.
           MOVE "N" TO WS-DIA-HALLADO-SW.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 38
             IF PF-DIAS(WS-IDX-PERFIL)(WS-IDX-DIA:3)
                = WS-DIA-NOMBRE
               SET DIA-EN-LISTA TO TRUE
             END-IF
           END-PERFORM.

       4300-PROYECTAR-DURACION.
      *  MEDIA DE RT-CSEG-TOTAL AL MISMO LIMITE; SI NO HAY
      *  EJECUCIONES A ESE LIMITE SE TOMA EL LIMITE MAS CERCANO
      *  CON HISTORIA Y SE ESCALA EN PROPORCION A LAS ITERACIONES
      *  (LAS TRES SERIES SON LINEALES EN EL LIMITE).
           MOVE "N" TO WS-PROY-SW.
           MOVE 0 TO WS-IDX-CERCANO.
           MOVE 9999999999 TO WS-DIST-MINIMA.
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-NUM-LIMITES
             IF LT-LIMITE(WS-IDX-LIM) > WS-NOCHE-ITER
               COMPUTE WS-DISTANCIA =
                   LT-LIMITE(WS-IDX-LIM) - WS-NOCHE-ITER
             ELSE
               COMPUTE WS-DISTANCIA =
                   WS-NOCHE-ITER - LT-LIMITE(WS-IDX-LIM)
             END-IF
             IF WS-DISTANCIA < WS-DIST-MINIMA
               MOVE WS-DISTANCIA TO WS-DIST-MINIMA
               MOVE WS-IDX-LIM TO WS-IDX-CERCANO
             END-IF
           END-PERFORM.
           IF WS-IDX-CERCANO = 0
             ADD 1 TO WS-SIN-HISTORIA
             MOVE 0 TO PV-DET-MINUTOS
             MOVE "SIN HISTORIA DE TIEMPOS" TO PV-DET-BASE
           ELSE
             SET HAY-PROYECCION TO TRUE
             COMPUTE WS-MEDIA-CSEG =
                 LT-SUMA-CSEG(WS-IDX-CERCANO)
                 / LT-EJECUCIONES(WS-IDX-CERCANO)
             IF WS-DIST-MINIMA = 0
               MOVE WS-MEDIA-CSEG TO WS-PROY-CSEG
               MOVE LT-EJECUCIONES(WS-IDX-CERCANO) TO WS-EDIT-EJEC
               STRING "MEDIA DE " WS-EDIT-EJEC " EJEC."
                      DELIMITED BY SIZE INTO PV-DET-BASE
             ELSE
               COMPUTE WS-PROY-CSEG =
                   WS-MEDIA-CSEG * WS-NOCHE-ITER
                   / LT-LIMITE(WS-IDX-CERCANO)
               MOVE LT-LIMITE(WS-IDX-CERCANO) TO WS-EDIT-LIMITE
               STRING "ESCALADA DE " WS-EDIT-LIMITE
                      DELIMITED BY SIZE INTO PV-DET-BASE
             END-IF
             COMPUTE WS-PROY-MIN = WS-PROY-CSEG / 6000
             MOVE WS-PROY-MIN TO PV-DET-MINUTOS
             IF WS-PROY-CSEG > WS-VENTANA-CSEG
               ADD 1 TO WS-EXCEDEN
               MOVE "EXCEDE LA VENTANA DE PROCESO" TO PV-DET-AVISO
             END-IF
           END-IF.

       9000-FIN.
           MOVE PV-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-NOCHES      TO PV-TOT-NOCHES.
           MOVE WS-EXCEDEN     TO PV-TOT-EXCEDEN.
           MOVE WS-RECHAZADAS  TO PV-TOT-PERFIL.
           MOVE WS-SIN-HISTORIA TO PV-TOT-SINHIST.
           MOVE PV-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
           EVALUATE TRUE
             WHEN WS-CAL-ERRORES > 0 OR WS-NUM-CAL = 0
               MOVE "CALENDARIO INUTILIZABLE, CORREGIR CALENPRC"
                 TO PV-VER-TEXTO
             WHEN WS-EXCEDEN > 0
               MOVE "HAY NOCHES QUE EXCEDEN LA VENTANA DE PROCESO"
                 TO PV-VER-TEXTO
             WHEN WS-RECHAZADAS > 0
               MOVE "HAY NOCHES QUE LA NOCTURNA RECHAZARIA"
                 TO PV-VER-TEXTO
             WHEN OTHER
               MOVE "TODAS LAS NOCHES CABEN EN LA VENTANA"
                 TO PV-VER-TEXTO
           END-EVALUATE.
           MOVE PV-VEREDICTO TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR PREVRPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-INFORME.
           DISPLAY "PREVISION: NOCHES=" WS-NOCHES
                   " EXCEDEN VENTANA=" WS-EXCEDEN
                   " RECHAZADAS=" WS-RECHAZADAS
                   " SIN HISTORIA=" WS-SIN-HISTORIA
                   " TIEMPOS LEIDOS=" WS-TPO-LEIDOS.
      *  EXCEDER LA VENTANA (6) PREVALECE SOBRE LA NOCHE QUE SE
      *  RECHAZARIA (4), COMO LA REGRESION SOBRE LA TOLERANCIA EN
      *  LA NOCTURNA: SON DOS ALERTAS QUE EL PLANIFICADOR
      *  ENCAMINA A SITIOS DISTINTOS.
           EVALUATE TRUE
             WHEN WS-CAL-ERRORES > 0 OR WS-NUM-CAL = 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-EXCEDEN > 0
               MOVE 6 TO RETURN-CODE
             WHEN WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
