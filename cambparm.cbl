       IDENTIFICATION DIVISION.
       PROGRAM-ID.CAMBIOS-PARAMETROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMEJ ASSIGN TO PARAMEJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-ID-EJEC
               FILE STATUS IS WS-PEJ-STATUS.
           SELECT ARCH-HISTORIAL ASSIGN TO HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-INFORME ASSIGN TO CAMBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMEJ.
       01  REG-PARAMEJ.
           05 PE-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 PE-CLAVE-HIST.
              10 PE-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 PE-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PE-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(1).
           05 PE-PERFIL           PIC X(10).
           05 FILLER              PIC X(1).
           05 PE-ORG-ITER         PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-NUM-DATOS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 PE-ORG-NDATOS       PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-TOLERANCIA       PIC 9.9(37).
           05 FILLER              PIC X(1).
           05 PE-ORG-TOLER        PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-CKPT-INTERVALO   PIC 9(10).
           05 FILLER              PIC X(1).
           05 PE-ORG-CKPT         PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-CONV-INTERVALO   PIC 9(10).
           05 FILLER              PIC X(1).
           05 PE-ORG-CONV         PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-MODO             PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-ORG-MODO         PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-PRECISION        PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-ORG-PRECIS       PIC X(8).
           05 FILLER              PIC X(1).
           05 PE-DIA-SEMANA       PIC X(3).
           05 FILLER              PIC X(1).
           05 PE-FIN-DE-MES       PIC X(1).
           05 FILLER              PIC X(1).
           05 PE-VERSION-REF      PIC 9(4).

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
       01 WS-PEJ-STATUS       PIC X(2).
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-HAY-HIST-SW      PIC X VALUE 'N'.
           88 HAY-HISTORIA    VALUE 'S'.
       01 WS-HAY-ANTERIOR-SW  PIC X VALUE 'N'.
           88 HAY-ANTERIOR    VALUE 'S'.
       01 WS-HALLADO-SW       PIC X.
           88 HALLADO-HIST    VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-DESDE      PIC 9(8) VALUE 0.
       01 WS-LEIDOS           PIC 9(7) VALUE 0.
       01 WS-NOCHES-CAMBIO    PIC 9(7) VALUE 0.
       01 WS-CAMBIOS          PIC 9(3).
       01 WS-SIN-HISTORIA     PIC 9(7) VALUE 0.

      *  COPIA DEL REGISTRO DE LA EJECUCION ANTERIOR, MISMO
      *  TRAZADO QUE REG-PARAMEJ.
       01 WS-PE-ANT.
           05 PA-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 PA-CLAVE-HIST.
              10 PA-FECHA-EJEC    PIC 9(8).
              10 FILLER           PIC X(1).
              10 PA-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PA-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(1).
           05 PA-PERFIL           PIC X(10).
           05 FILLER              PIC X(1).
           05 PA-ORG-ITER         PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-NUM-DATOS        PIC 9(2).
           05 FILLER              PIC X(1).
           05 PA-ORG-NDATOS       PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-TOLERANCIA       PIC 9.9(37).
           05 FILLER              PIC X(1).
           05 PA-ORG-TOLER        PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-CKPT-INTERVALO   PIC 9(10).
           05 FILLER              PIC X(1).
           05 PA-ORG-CKPT         PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-CONV-INTERVALO   PIC 9(10).
           05 FILLER              PIC X(1).
           05 PA-ORG-CONV         PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-MODO             PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-ORG-MODO         PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-PRECISION        PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-ORG-PRECIS       PIC X(8).
           05 FILLER              PIC X(1).
           05 PA-DIA-SEMANA       PIC X(3).
           05 FILLER              PIC X(1).
           05 PA-FIN-DE-MES       PIC X(1).
           05 FILLER              PIC X(1).
           05 PA-VERSION-REF      PIC 9(4).

       01 WS-ANT-PROM1        PIC S9V9(37) COMP-3.
       01 WS-ANT-PROME        PIC S9V9(37) COMP-3.
       01 WS-ANT-HALLADO-SW   PIC X VALUE 'N'.
           88 ANT-EN-HISTORIA VALUE 'S'.
       01 WS-ACT-PROM1        PIC S9V9(37) COMP-3.
       01 WS-ACT-PROME        PIC S9V9(37) COMP-3.
       01 WS-DIF-NUM          PIC S9V9(37) COMP-3.
       01 WS-EDIT-ENTERO      PIC Z(9)9.

       01 CP-BLANCO           PIC X(132) VALUE SPACES.
       01 CP-CABECERA1.
           05 FILLER PIC X(56) VALUE
              "CAMBIOS DE CONFIGURACION ENTRE EJECUCIONES - CALCULO-PI".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 CP-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(61) VALUE SPACES.
       01 CP-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 CP-DESDE.
           05 FILLER PIC X(26) VALUE "EJECUCIONES DESDE FECHA: ".
           05 CP-DES-FECHA     PIC 9(8).
           05 FILLER PIC X(98) VALUE SPACES.
       01 CP-EJECUCION.
           05 FILLER PIC X(10) VALUE "EJECUCION ".
           05 CP-EJE-ACT       PIC 9(14).
           05 FILLER PIC X(2)  VALUE " (".
           05 CP-EJE-DIA-ACT   PIC X(3).
           05 FILLER PIC X(1)  VALUE ")".
           05 FILLER PIC X(27) VALUE
              "  FRENTE A LA ANTERIOR ".
           05 CP-EJE-ANT       PIC 9(14).
           05 FILLER PIC X(2)  VALUE " (".
           05 CP-EJE-DIA-ANT   PIC X(3).
           05 FILLER PIC X(1)  VALUE ")".
           05 FILLER PIC X(55) VALUE SPACES.
       01 CP-TITULOS.
           05 FILLER PIC X(20) VALUE "  PARAMETRO".
           05 FILLER PIC X(41) VALUE "ANTES".
           05 FILLER PIC X(10) VALUE "ORIGEN".
           05 FILLER PIC X(41) VALUE "DESPUES".
           05 FILLER PIC X(20) VALUE "ORIGEN".
       01 CP-DETALLE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-DET-PARAM     PIC X(16).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-DET-ANTES     PIC X(40).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CP-DET-ORG-ANT   PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-DET-DESPUES   PIC X(40).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CP-DET-ORG-ACT   PIC X(8).
           05 FILLER PIC X(12) VALUE SPACES.
       01 CP-RESULTADO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-RES-CONST     PIC X(16).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-RES-ANTES     PIC -9.9(37).
           05 FILLER PIC X(11) VALUE SPACES.
           05 CP-RES-DESPUES   PIC -9.9(37).
           05 FILLER PIC X(21) VALUE SPACES.
       01 CP-CAMBIO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CP-CAM-CONST     PIC X(16).
           05 FILLER PIC X(53) VALUE SPACES.
           05 CP-CAM-DIF       PIC -9.9(37).
           05 FILLER PIC X(21) VALUE SPACES.
       01 CP-SIN-HIST.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "RESULTADOS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(52) VALUE
              "(ALGUNA DE LAS DOS EJECUCIONES NO ESTA EN HISTORIA)".
           05 FILLER PIC X(60) VALUE SPACES.
       01 CP-SIN-CAMBIOS.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              "(NINGUN CAMBIO DE CONFIGURACION EN EL PERIODO)".
           05 FILLER PIC X(79) VALUE SPACES.
       01 CP-TOTALES.
           05 FILLER PIC X(21) VALUE "EJECUCIONES LEIDAS: ".
           05 CP-TOT-LEIDOS    PIC ZZZZZZ9.
           05 FILLER PIC X(24) VALUE "  NOCHES CON CAMBIOS: ".
           05 CP-TOT-CAMBIOS   PIC ZZZZZZ9.
           05 FILLER PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM-CAMBIOS.
           05 LS-PARM-LEN      PIC S9(4) COMP.
           05 LS-PARM-DESDE    PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-CAMBIOS.
           PERFORM 1000-INICIO.
           PERFORM 2000-RECORRER-PARAMEJ.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM OPCIONAL 'AAAAMMDD': SOLO SE LISTAN LAS NOCHES DESDE
      *  ESA FECHA (LA COMPARACION CON LA ANTERIOR SE HACE AUNQUE
      *  ESTA CAIGA ANTES).  SIN PARM, TODO EL MAESTRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF LS-PARM-LEN >= 8
             IF LS-PARM-DESDE IS NUMERIC
               MOVE LS-PARM-DESDE TO WS-FECHA-DESDE
             ELSE
               DISPLAY "ERROR: FECHA DE PARM INVALIDA: " LS-PARM-DESDE
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           OPEN INPUT ARCH-PARAMEJ.
           IF WS-PEJ-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARAMEJ, STATUS=" WS-PEJ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT ARCH-HISTORIAL.
           IF WS-HIST-STATUS = "00"
             SET HAY-HISTORIA TO TRUE
           ELSE
             DISPLAY "AVISO: HISTORIA NO DISPONIBLE, STATUS="
                     WS-HIST-STATUS ", SE LISTAN SOLO PARAMETROS"
           END-IF.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CAMBRPT, STATUS=" WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO CP-CAB-FECHA.
           MOVE CP-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CP-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-FECHA-DESDE > 0
             MOVE WS-FECHA-DESDE TO CP-DES-FECHA
             MOVE CP-DESDE TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       2000-RECORRER-PARAMEJ.
      *  EL MAESTRO VA POR ID DE EJECUCION (FECHA + HORA), ASI QUE
      *  LEERLO EN SECUENCIA ES RECORRER LAS NOCHES EN ORDEN Y CADA
      *  REGISTRO SE COMPARA CON EL INMEDIATAMENTE ANTERIOR.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-PARAMEJ NEXT
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 ADD 1 TO WS-LEIDOS
                 IF HAY-ANTERIOR
                   IF PE-FECHA-EJEC >= WS-FECHA-DESDE
                     PERFORM 2100-COMPARAR-CONFIGURACION
                   END-IF
                 END-IF
                 MOVE REG-PARAMEJ TO WS-PE-ANT
                 SET HAY-ANTERIOR TO TRUE
             END-READ
           END-PERFORM.
           IF WS-NOCHES-CAMBIO = 0
             MOVE CP-BLANCO TO REG-INFORME
             WRITE REG-INFORME
             MOVE CP-SIN-CAMBIOS TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       2100-COMPARAR-CONFIGURACION.
      *  SOLO CUENTAN LOS VALORES; UN MISMO VALOR QUE AHORA VIENE
      *  DE OTRO ORIGEN NO ES UN CAMBIO DE CONFIGURACION.
           MOVE 0 TO WS-CAMBIOS.
           IF PE-PERFIL NOT = PA-PERFIL
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "PERFIL"   TO CP-DET-PARAM
             MOVE PA-PERFIL  TO CP-DET-ANTES
             MOVE PE-PERFIL  TO CP-DET-DESPUES
             MOVE SPACES     TO CP-DET-ORG-ANT CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-BUCLE-LIMITE NOT = PA-BUCLE-LIMITE
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "ITERATIONS" TO CP-DET-PARAM
             MOVE PA-BUCLE-LIMITE TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO  TO CP-DET-ANTES
             MOVE PE-BUCLE-LIMITE TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO  TO CP-DET-DESPUES
             MOVE PA-ORG-ITER TO CP-DET-ORG-ANT
             MOVE PE-ORG-ITER TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-NUM-DATOS NOT = PA-NUM-DATOS
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "NDATOS" TO CP-DET-PARAM
             MOVE PA-NUM-DATOS   TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO TO CP-DET-ANTES
             MOVE PE-NUM-DATOS   TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO TO CP-DET-DESPUES
             MOVE PA-ORG-NDATOS TO CP-DET-ORG-ANT
             MOVE PE-ORG-NDATOS TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-TOLERANCIA NOT = PA-TOLERANCIA
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "TOLERANCE" TO CP-DET-PARAM
             MOVE PA-TOLERANCIA TO CP-DET-ANTES
             MOVE PE-TOLERANCIA TO CP-DET-DESPUES
             MOVE PA-ORG-TOLER TO CP-DET-ORG-ANT
             MOVE PE-ORG-TOLER TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-CKPT-INTERVALO NOT = PA-CKPT-INTERVALO
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "CKPT-INTERVAL" TO CP-DET-PARAM
             MOVE PA-CKPT-INTERVALO TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO    TO CP-DET-ANTES
             MOVE PE-CKPT-INTERVALO TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO    TO CP-DET-DESPUES
             MOVE PA-ORG-CKPT TO CP-DET-ORG-ANT
             MOVE PE-ORG-CKPT TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-CONV-INTERVALO NOT = PA-CONV-INTERVALO
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "CONV-INTERVAL" TO CP-DET-PARAM
             MOVE PA-CONV-INTERVALO TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO    TO CP-DET-ANTES
             MOVE PE-CONV-INTERVALO TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO    TO CP-DET-DESPUES
             MOVE PA-ORG-CONV TO CP-DET-ORG-ANT
             MOVE PE-ORG-CONV TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-MODO NOT = PA-MODO
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "MODE"      TO CP-DET-PARAM
             MOVE PA-MODO     TO CP-DET-ANTES
             MOVE PE-MODO     TO CP-DET-DESPUES
             MOVE PA-ORG-MODO TO CP-DET-ORG-ANT
             MOVE PE-ORG-MODO TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF PE-PRECISION NOT = PA-PRECISION
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "PRECISION"   TO CP-DET-PARAM
             MOVE PA-PRECISION  TO CP-DET-ANTES
             MOVE PE-PRECISION  TO CP-DET-DESPUES
             MOVE PA-ORG-PRECIS TO CP-DET-ORG-ANT
             MOVE PE-ORG-PRECIS TO CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
      *  UN CAMBIO DE VERSION DE REFCONST CAMBIA LOS VALORES
      *  VERDADEROS CONTRA LOS QUE SE JUZGA LA NOCHE.
           IF PE-VERSION-REF NOT = PA-VERSION-REF
             PERFORM 2200-CABECERA-CAMBIO
             MOVE "REF-VERSION"   TO CP-DET-PARAM
             MOVE PA-VERSION-REF  TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO  TO CP-DET-ANTES
             MOVE PE-VERSION-REF  TO WS-EDIT-ENTERO
             MOVE WS-EDIT-ENTERO  TO CP-DET-DESPUES
             MOVE "REFCONST"      TO CP-DET-ORG-ANT CP-DET-ORG-ACT
             PERFORM 2300-ESCRIBIR-DETALLE
           END-IF.
           IF WS-CAMBIOS > 0
             PERFORM 2400-RESULTADOS-CAMBIO
           END-IF.

       2200-CABECERA-CAMBIO.
      *  LA PRIMERA DIFERENCIA DE UNA NOCHE ABRE SU BLOQUE.
           ADD 1 TO WS-CAMBIOS.
           IF WS-CAMBIOS = 1
             ADD 1 TO WS-NOCHES-CAMBIO
             MOVE PE-ID-EJEC    TO CP-EJE-ACT
             MOVE PE-DIA-SEMANA TO CP-EJE-DIA-ACT
             MOVE PA-ID-EJEC    TO CP-EJE-ANT
             MOVE PA-DIA-SEMANA TO CP-EJE-DIA-ANT
             MOVE CP-BLANCO TO REG-INFORME
             WRITE REG-INFORME
             MOVE CP-EJECUCION TO REG-INFORME
             WRITE REG-INFORME
             MOVE CP-TITULOS TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       2300-ESCRIBIR-DETALLE.
           MOVE CP-DETALLE TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO CP-DET-ANTES CP-DET-DESPUES.

       2400-RESULTADOS-CAMBIO.
      *  RESULTADOS EXTRAPOLADOS DE LAS DOS NOCHES, DE HISTORIA
      *  POR SU CLAVE, PARA VER EL CAMBIO JUNTO A SU EFECTO.
           MOVE "N" TO WS-ANT-HALLADO-SW.
           IF HAY-HISTORIA
             MOVE PA-CLAVE-HIST TO RH-CLAVE
             PERFORM 2500-LEER-HISTORIA
             IF HALLADO-HIST
               SET ANT-EN-HISTORIA TO TRUE
               MOVE RH-PROM1 TO WS-ANT-PROM1
               MOVE RH-PROME TO WS-ANT-PROME
               MOVE PE-CLAVE-HIST TO RH-CLAVE
               PERFORM 2500-LEER-HISTORIA
             END-IF
           END-IF.
           IF ANT-EN-HISTORIA AND HALLADO-HIST
             MOVE RH-PROM1 TO WS-ACT-PROM1
             MOVE RH-PROME TO WS-ACT-PROME
             MOVE "PI EXTRAPOLADO" TO CP-RES-CONST
             MOVE WS-ANT-PROM1 TO CP-RES-ANTES
             MOVE WS-ACT-PROM1 TO CP-RES-DESPUES
             MOVE CP-RESULTADO TO REG-INFORME
             WRITE REG-INFORME
             MOVE "  CAMBIO PI" TO CP-CAM-CONST
             COMPUTE WS-DIF-NUM = WS-ACT-PROM1 - WS-ANT-PROM1
             MOVE WS-DIF-NUM TO CP-CAM-DIF
             MOVE CP-CAMBIO TO REG-INFORME
             WRITE REG-INFORME
             MOVE "E EXTRAPOLADO" TO CP-RES-CONST
             MOVE WS-ANT-PROME TO CP-RES-ANTES
             MOVE WS-ACT-PROME TO CP-RES-DESPUES
             MOVE CP-RESULTADO TO REG-INFORME
             WRITE REG-INFORME
             MOVE "  CAMBIO E" TO CP-CAM-CONST
             COMPUTE WS-DIF-NUM = WS-ACT-PROME - WS-ANT-PROME
             MOVE WS-DIF-NUM TO CP-CAM-DIF
             MOVE CP-CAMBIO TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             ADD 1 TO WS-SIN-HISTORIA
             MOVE CP-SIN-HIST TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       2500-LEER-HISTORIA.
           MOVE "S" TO WS-HALLADO-SW.
           READ ARCH-HISTORIAL
             INVALID KEY
               MOVE "N" TO WS-HALLADO-SW
           END-READ.

       9000-FIN.
           MOVE CP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-LEIDOS        TO CP-TOT-LEIDOS.
           MOVE WS-NOCHES-CAMBIO TO CP-TOT-CAMBIOS.
           MOVE CP-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR CAMBRPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-PARAMEJ.
           IF HAY-HISTORIA
             CLOSE ARCH-HISTORIAL
           END-IF.
           CLOSE ARCH-INFORME.
           DISPLAY "CAMBIOS: EJECUCIONES=" WS-LEIDOS
                   " NOCHES CON CAMBIOS=" WS-NOCHES-CAMBIO
                   " SIN HISTORIA=" WS-SIN-HISTORIA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
