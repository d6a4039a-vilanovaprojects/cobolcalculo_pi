       IDENTIFICATION DIVISION.
       PROGRAM-ID.VERIFICAR-SELLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HISTORIAL ASSIGN TO HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-HIST-ARCHIVO ASSIGN TO HISTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC-STATUS.
           SELECT ARCH-TIEMPOS ASSIGN TO TIEMPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS WS-TPO-STATUS.
           SELECT ARCH-TIEM-ARCHIVO ASSIGN TO TIEMARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARC-STATUS.
           SELECT ARCH-DEPURLOG ASSIGN TO DEPURLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
           SELECT ARCH-PARAMEJ ASSIGN TO PARAMEJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-ID-EJEC
               FILE STATUS IS WS-PEJ-STATUS.
           SELECT ARCH-SELLOCLV ASSIGN TO SELLOCLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.
           SELECT ARCH-INFORME ASSIGN TO SELLORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL.
           05 RH-CLAVE.
              10 RH-FECHA-EJEC    PIC 9(8).
              10 RH-CLAVE-RESTO   PIC X(20).
           05 RH-RESTO            PIC X(331).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

      *  LAS GENERACIONES DE ARCHIVO MEZCLAN TRAZADOS: 207 (SIN
      *  EXTENSIONES), 359 (CON EXTENSIONES, ANTERIOR AL SELLADO) Y
      *  411 (SELLADO).  LAS LINEAS CORTAS LLEGAN RELLENAS CON
      *  ESPACIOS, ASI QUE LAS ANTIGUAS SE VEN SIN SELLO.
       FD  ARCH-HIST-ARCHIVO
           RECORDING MODE IS F.
       01  REG-HIST-ARC           PIC X(411).

       FD  ARCH-TIEMPOS.
       01  REG-TIEMPOS.
           05 RT-CLAVE.
              10 RT-FECHA-EJEC    PIC 9(8).
              10 RT-CLAVE-RESTO   PIC X(20).
           05 RT-RESTO            PIC X(65).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       FD  ARCH-TIEM-ARCHIVO
           RECORDING MODE IS F.
       01  REG-TIEM-ARC           PIC X(145).

      *  REGISTRO DE LIMITES DE DEPURACION QUE GRABA
      *  DEPURAR-ARCHIVOS (MISMO TRAZADO).
       FD  ARCH-DEPURLOG
           RECORDING MODE IS F.
       01  REG-DEPURLOG.
           05 DL-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-HORA             PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-CORTE            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-MAESTRO          PIC X(8).
           05 FILLER              PIC X(1).
           05 DL-ARCHIVADOS       PIC 9(7).
           05 FILLER              PIC X(1).
           05 DL-PURGADOS         PIC 9(7).
           05 FILLER              PIC X(1).
           05 DL-ULT-CLAVE        PIC X(28).
           05 FILLER              PIC X(1).
           05 DL-ULT-SELLO        PIC X(25).
           05 FILLER              PIC X(1).
           05 DL-PRI-CLAVE        PIC X(28).
           05 FILLER              PIC X(1).
           05 DL-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 DL-SELLO            PIC X(25).

      *  MAESTRO DE PARAMETROS POR EJECUCION (MISMO TRAZADO QUE EN
      *  CALCULO-PI).  CADA EJECUCION NORMAL TERMINADA TIENE AQUI SU
      *  REGISTRO CON LA CLAVE DE SU REGISTRO DE HISTORIA: ES LO QUE
      *  ANCLA EL FINAL DE LA CADENA.
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

      *  CLAVE SECRETA DE SELLADO (LA MISMA QUE USA CALCULO-PI).
       FD  ARCH-SELLOCLV
           RECORDING MODE IS F.
       01  REG-SELLOCLV.
           05 SC-CLAVE-1          PIC X(12).
           05 FILLER              PIC X(1).
           05 SC-CLAVE-2          PIC X(12).
           05 FILLER              PIC X(55).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-HARC-STATUS      PIC X(2).
       01 WS-TPO-STATUS       PIC X(2).
       01 WS-TARC-STATUS      PIC X(2).
       01 WS-DLG-STATUS       PIC X(2).
       01 WS-SCL-STATUS       PIC X(2).
       01 WS-PEJ-STATUS       PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-GRAVES           PIC 9(7) VALUE 0.
       01 WS-PEJ-LEIDAS       PIC 9(7) VALUE 0.
       01 WS-PEJ-HALLADAS     PIC 9(7) VALUE 0.
       01 WS-PEJ-DEPURADAS    PIC 9(7) VALUE 0.
       01 WS-PEJ-FALTAN       PIC 9(7) VALUE 0.

      *  REGISTRO EN EXAMEN, SEA DEL MAESTRO O DEL ARCHIVO.
      *  WS-LONG-REG ES LA PARTE SELLADA (359 HISTORIA, 93
      *  TIEMPOS); DETRAS VAN SEPARADOR, SELLO ANTERIOR,
      *  SEPARADOR Y SELLO PROPIO.
       01 WS-MAESTRO          PIC X(8).
       01 WS-ORIGEN           PIC X(7).
       01 WS-LONG-REG         PIC 9(4) COMP.
       01 WS-POS-SELLO        PIC 9(4) COMP.
       01 WS-REG-EXAM         PIC X(411).
       01 WS-EX-CLAVE         PIC X(28).
       01 WS-EX-SELLO-ANT     PIC X(25).
       01 WS-EX-SELLO         PIC X(25).

      *  CONTADORES DEL MAESTRO EN CURSO.
       01 WS-CT-LEIDOS        PIC 9(7).
       01 WS-CT-SELLADOS      PIC 9(7).
       01 WS-CT-PREVIOS       PIC 9(7).
       01 WS-CT-ENLAZADOS     PIC 9(7).
       01 WS-CT-INICIOS       PIC 9(7).
       01 WS-CT-EXPLICADOS    PIC 9(7).
       01 WS-CT-DUPLICADOS    PIC 9(7).

      *  ESLABONES DEL MAESTRO EN CURSO (MAESTRO Y GENERACIONES DE
      *  ARCHIVO JUNTOS).  ES-SELLADO: S SELLADO, N SIN SELLO.
      *  ES-ESTADO: A ALTERADO, D COPIA DUPLICADA, ESPACIO NORMAL.
      *  ES-SIG ES EL PRIMER SUCESOR ENCONTRADO (0 NINGUNO).
       01 WS-MAX-ESL          PIC 9(5) VALUE 9000.
       01 WS-NUM-ESL          PIC 9(5) VALUE 0.
       01 WS-IDX-ESL          PIC 9(5).
       01 WS-IDX-BUSCA        PIC 9(5).
       01 WS-IDX-ANT          PIC 9(5).
       01 WS-IDX-MIN          PIC 9(5).
       01 WS-CLAVE-MIN        PIC X(28).
       01 TABLA-ESLABONES.
           05 ES-ENT OCCURS 9000 TIMES.
              10 ES-CLAVE          PIC X(28).
              10 ES-ORIGEN         PIC X(7).
              10 ES-SELLO-ANT      PIC X(25).
              10 ES-SELLO          PIC X(25).
              10 ES-SELLADO        PIC X(1).
              10 ES-ESTADO         PIC X(1).
              10 ES-SIG            PIC 9(5).

      *  LIMITES DE DEPURACION VALIDOS (SELLO Y CADENA CORRECTOS).
       01 WS-MAX-LIM          PIC 9(4) VALUE 500.
       01 WS-NUM-LIM          PIC 9(4) VALUE 0.
       01 WS-IDX-LIM          PIC 9(4).
       01 WS-LIM-ENCONTRADO   PIC 9(4).
       01 WS-LIM-LEIDOS       PIC 9(7) VALUE 0.
       01 WS-LIM-SELLO-ANT    PIC X(25).
       01 TABLA-LIMITES.
           05 LM-ENT OCCURS 500 TIMES.
              10 LM-MAESTRO        PIC X(8).
              10 LM-ULT-CLAVE      PIC X(28).
              10 LM-ULT-SELLO      PIC X(25).
              10 LM-PRI-CLAVE      PIC X(28).

      *  SELLO: MISMO CALCULO QUE 2880-CALCULAR-SELLO DE CALCULO-PI.
       01 WS-SEL-CLAVE.
           05 WS-SEL-CLAVE-1  PIC 9(12).
           05 WS-SEL-CLAVE-2  PIC 9(12).
       01 WS-SEL-TEXTO        PIC X(484).
       01 WS-SEL-LONG         PIC 9(4) COMP.
       01 WS-SEL-IDX          PIC 9(4) COMP.
       01 WS-SEL-H1           PIC 9(15) COMP-3.
       01 WS-SEL-H2           PIC 9(15) COMP-3.
       01 WS-SEL-M1           PIC 9(13) COMP-3.
       01 WS-SEL-M2           PIC 9(13) COMP-3.
       01 WS-SELLO.
           05 WS-SELLO-1      PIC 9(12).
           05 WS-SELLO-2      PIC 9(13).
       01 WS-SELLO-CEROS      PIC X(25) VALUE ALL "0".

       01 RP-BLANCO           PIC X(132) VALUE SPACES.
       01 RP-CABECERA1.
           05 FILLER PIC X(50) VALUE
              "VERIFICACION DE SELLOS HISTORIA/TIEMPOS".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 RP-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 RP-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RP-TITULO.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-TIT-TEXTO     PIC X(60).
           05 FILLER PIC X(71) VALUE SPACES.
       01 RP-DETALLE.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 RP-DET-MAESTRO   PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-ORIGEN    PIC X(7).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-DET-CLAVE     PIC X(28).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-DET-MENSAJE   PIC X(60).
           05 FILLER PIC X(22) VALUE SPACES.
       01 RP-RESUMEN.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 RP-RES-MAESTRO   PIC X(8).
           05 FILLER PIC X(8)  VALUE " LEIDOS=".
           05 RP-RES-LEIDOS    PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE " SELLADOS=".
           05 RP-RES-SELLADOS  PIC ZZZZZZ9.
           05 FILLER PIC X(9)  VALUE " PREVIOS=".
           05 RP-RES-PREVIOS   PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE " ENLAZADOS=".
           05 RP-RES-ENLAZADOS PIC ZZZZZZ9.
           05 FILLER PIC X(9)  VALUE " INICIOS=".
           05 RP-RES-INICIOS   PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE " EXPLICADOS=".
           05 RP-RES-EXPLIC    PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE " DUPLICADOS=".
           05 RP-RES-DUPLIC    PIC ZZZZZZ9.
           05 FILLER PIC X(1)  VALUE SPACES.
       01 RP-TOTALES.
           05 FILLER PIC X(22) VALUE "LIMITES DE DEPURACION=".
           05 RP-TOT-LIMITES   PIC ZZZZZZ9.
           05 FILLER PIC X(20) VALUE "  HALLAZGOS GRAVES=".
           05 RP-TOT-GRAVES    PIC ZZZZZZ9.
           05 FILLER PIC X(76) VALUE SPACES.
       01 RP-PEJ-RESUMEN.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "PARAMEJ ".
           05 FILLER PIC X(11) VALUE "EJECUCIONES".
           05 FILLER PIC X(1)  VALUE "=".
           05 RP-PEJ-LEIDAS    PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE " EN HISTORIA=".
           05 RP-PEJ-HALLADAS  PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE " DEPURADAS=".
           05 RP-PEJ-DEPURADAS PIC ZZZZZZ9.
           05 FILLER PIC X(8)  VALUE " FALTAN=".
           05 RP-PEJ-FALTAN    PIC ZZZZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01 RP-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 RP-VER-TEXTO     PIC X(60).
           05 FILLER PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-VERIFICAR-LIMITES.
           PERFORM 3000-VERIFICAR-HISTORIA.
           PERFORM 4000-VERIFICAR-TIEMPOS.
           PERFORM 9000-FIN.

       1000-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCH-SELLOCLV.
           IF WS-SCL-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR SELLOCLV, STATUS=" WS-SCL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ ARCH-SELLOCLV
             AT END
               MOVE SPACES TO REG-SELLOCLV
           END-READ.
           CLOSE ARCH-SELLOCLV.
           IF SC-CLAVE-1 IS NOT NUMERIC OR SC-CLAVE-2 IS NOT NUMERIC
              OR SC-CLAVE-1 = ZEROS OR SC-CLAVE-2 = ZEROS
             DISPLAY "ERROR: CLAVE DE SELLOCLV NO VALIDA"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SC-CLAVE-1 TO WS-SEL-CLAVE-1.
           MOVE SC-CLAVE-2 TO WS-SEL-CLAVE-2.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR SELLORPT, STATUS=" WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO RP-CAB-FECHA.
           MOVE RP-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.

       2000-VERIFICAR-LIMITES.
      *  LOS LIMITES VAN ENCADENADOS ENTRE SI: CADA UNO LLEVA EL
      *  SELLO DEL ANTERIOR.  SOLO LOS QUE SUPERAN SELLO Y CADENA
      *  SIRVEN DESPUES PARA EXPLICAR HUECOS EN LOS MAESTROS.
           MOVE "REGISTRO DE LIMITES DE DEPURACION (DEPURLOG)"
             TO RP-TIT-TEXTO.
           MOVE RP-TITULO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "DEPURLOG" TO RP-DET-MAESTRO.
           MOVE "LIMITE"   TO RP-DET-ORIGEN.
           MOVE WS-SELLO-CEROS TO WS-LIM-SELLO-ANT.
           OPEN INPUT ARCH-DEPURLOG.
           IF WS-DLG-STATUS = "35"
             MOVE "   (SIN DEPURACIONES REGISTRADAS)" TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF WS-DLG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPURLOG, STATUS="
                       WS-DLG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-DEPURLOG
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   ADD 1 TO WS-LIM-LEIDOS
                   PERFORM 2100-VALIDAR-LIMITE
               END-READ
             END-PERFORM
             CLOSE ARCH-DEPURLOG
           END-IF.

       2100-VALIDAR-LIMITE.
           MOVE SPACES TO RP-DET-CLAVE.
           STRING DL-FECHA " " DL-HORA " " DL-MAESTRO
                  DELIMITED BY SIZE INTO RP-DET-CLAVE.
           MOVE 210 TO WS-SEL-LONG.
           STRING WS-SEL-CLAVE DL-SELLO-ANT REG-DEPURLOG(1:137)
                  WS-SEL-CLAVE
                  DELIMITED BY SIZE INTO WS-SEL-TEXTO.
           PERFORM 8000-CALCULAR-SELLO.
           IF WS-SELLO NOT = DL-SELLO
             MOVE "LIMITE DE DEPURACION ALTERADO (SELLO NO CUADRA)"
               TO RP-DET-MENSAJE
             PERFORM 8100-GRABAR-GRAVE
           ELSE
             IF DL-SELLO-ANT NOT = WS-LIM-SELLO-ANT
               MOVE "FALTA UN LIMITE DE DEPURACION ANTERIOR"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             END-IF
             IF WS-NUM-LIM NOT < WS-MAX-LIM
               DISPLAY "ERROR: MAS DE " WS-MAX-LIM
                       " LIMITES DE DEPURACION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-NUM-LIM
             MOVE DL-MAESTRO   TO LM-MAESTRO(WS-NUM-LIM)
             MOVE DL-ULT-CLAVE TO LM-ULT-CLAVE(WS-NUM-LIM)
             MOVE DL-ULT-SELLO TO LM-ULT-SELLO(WS-NUM-LIM)
             MOVE DL-PRI-CLAVE TO LM-PRI-CLAVE(WS-NUM-LIM)
           END-IF.
           MOVE DL-SELLO TO WS-LIM-SELLO-ANT.

       3000-VERIFICAR-HISTORIA.
           MOVE "HISTORIA" TO WS-MAESTRO.
           MOVE 359 TO WS-LONG-REG.
           PERFORM 5000-PREPARAR-MAESTRO.
           MOVE "MAESTRO" TO WS-ORIGEN.
           OPEN INPUT ARCH-HISTORIAL.
           IF WS-HIST-STATUS = "35"
             MOVE "   (HISTORIA NO EXISTE)" TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR HISTORIA, STATUS="
                       WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-HISTORIAL
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   MOVE REG-HISTORIAL TO WS-REG-EXAM
                   PERFORM 5100-ANOTAR-REGISTRO
               END-READ
             END-PERFORM
             CLOSE ARCH-HISTORIAL
           END-IF.
           MOVE "ARCHIVO" TO WS-ORIGEN.
           OPEN INPUT ARCH-HIST-ARCHIVO.
           IF WS-HARC-STATUS = "35"
             MOVE "   (SIN GENERACIONES HISTARCH)" TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF WS-HARC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR HISTARCH, STATUS="
                       WS-HARC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-HIST-ARCHIVO
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   MOVE REG-HIST-ARC TO WS-REG-EXAM
                   PERFORM 5100-ANOTAR-REGISTRO
               END-READ
             END-PERFORM
             CLOSE ARCH-HIST-ARCHIVO
           END-IF.
           PERFORM 6000-ANALIZAR-CADENA.
           PERFORM 6600-CRUZAR-PARAMEJ.

       4000-VERIFICAR-TIEMPOS.
           MOVE "TIEMPOS" TO WS-MAESTRO.
           MOVE 93 TO WS-LONG-REG.
           PERFORM 5000-PREPARAR-MAESTRO.
           MOVE "MAESTRO" TO WS-ORIGEN.
           OPEN INPUT ARCH-TIEMPOS.
           IF WS-TPO-STATUS = "35"
             MOVE "   (TIEMPOS NO EXISTE)" TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF WS-TPO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TIEMPOS, STATUS="
                       WS-TPO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-TIEMPOS
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   MOVE REG-TIEMPOS TO WS-REG-EXAM
                   PERFORM 5100-ANOTAR-REGISTRO
               END-READ
             END-PERFORM
             CLOSE ARCH-TIEMPOS
           END-IF.
           MOVE "ARCHIVO" TO WS-ORIGEN.
           OPEN INPUT ARCH-TIEM-ARCHIVO.
           IF WS-TARC-STATUS = "35"
             MOVE "   (SIN GENERACIONES TIEMARCH)" TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF WS-TARC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TIEMARCH, STATUS="
                       WS-TARC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-TIEM-ARCHIVO
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   MOVE REG-TIEM-ARC TO WS-REG-EXAM
                   PERFORM 5100-ANOTAR-REGISTRO
               END-READ
             END-PERFORM
             CLOSE ARCH-TIEM-ARCHIVO
           END-IF.
           PERFORM 6000-ANALIZAR-CADENA.

       5000-PREPARAR-MAESTRO.
           MOVE RP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO RP-TIT-TEXTO.
           STRING "CADENA DE SELLOS DE " WS-MAESTRO
                  " (MAESTRO Y ARCHIVO)"
                  DELIMITED BY SIZE INTO RP-TIT-TEXTO.
           MOVE RP-TITULO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-MAESTRO TO RP-DET-MAESTRO.
           COMPUTE WS-POS-SELLO = WS-LONG-REG + 2.
           MOVE 0 TO WS-NUM-ESL.
           MOVE 0 TO WS-CT-LEIDOS WS-CT-SELLADOS WS-CT-PREVIOS
                     WS-CT-ENLAZADOS WS-CT-INICIOS WS-CT-EXPLICADOS
                     WS-CT-DUPLICADOS.

       5100-ANOTAR-REGISTRO.
      *  CADA REGISTRO ENTRA EN LA TABLA.  EL SELLO PROPIO SE
      *  COMPRUEBA AQUI; LOS ENLACES ENTRE REGISTROS EN 6000, CUANDO
      *  YA ESTAN TODOS CARGADOS.
           ADD 1 TO WS-CT-LEIDOS.
           MOVE WS-REG-EXAM(1:28) TO WS-EX-CLAVE.
           MOVE WS-REG-EXAM(WS-POS-SELLO:25) TO WS-EX-SELLO-ANT.
           MOVE WS-REG-EXAM(WS-POS-SELLO + 26:25) TO WS-EX-SELLO.
           IF WS-NUM-ESL NOT < WS-MAX-ESL
             DISPLAY "ERROR: MAS DE " WS-MAX-ESL " REGISTROS EN "
                     WS-MAESTRO " Y SU ARCHIVO"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WS-NUM-ESL.
           MOVE WS-EX-CLAVE     TO ES-CLAVE(WS-NUM-ESL).
           MOVE WS-ORIGEN       TO ES-ORIGEN(WS-NUM-ESL).
           MOVE WS-EX-SELLO-ANT TO ES-SELLO-ANT(WS-NUM-ESL).
           MOVE WS-EX-SELLO     TO ES-SELLO(WS-NUM-ESL).
           MOVE SPACE           TO ES-ESTADO(WS-NUM-ESL).
           MOVE 0               TO ES-SIG(WS-NUM-ESL).
           IF WS-EX-SELLO = SPACES
             MOVE "N" TO ES-SELLADO(WS-NUM-ESL)
           ELSE
             MOVE "S" TO ES-SELLADO(WS-NUM-ESL)
             ADD 1 TO WS-CT-SELLADOS
             COMPUTE WS-SEL-LONG = WS-LONG-REG + 73
             MOVE SPACES TO WS-SEL-TEXTO
             STRING WS-SEL-CLAVE WS-EX-SELLO-ANT
                    WS-REG-EXAM(1:WS-LONG-REG) WS-SEL-CLAVE
                    DELIMITED BY SIZE INTO WS-SEL-TEXTO
             PERFORM 8000-CALCULAR-SELLO
             IF WS-SELLO NOT = WS-EX-SELLO
               MOVE "A" TO ES-ESTADO(WS-NUM-ESL)
               MOVE WS-ORIGEN   TO RP-DET-ORIGEN
               MOVE WS-EX-CLAVE TO RP-DET-CLAVE
               MOVE "REGISTRO ALTERADO (SU SELLO NO CUADRA)"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             END-IF
           END-IF.

       6000-ANALIZAR-CADENA.
      *  LA CADENA EMPIEZA EN EL REGISTRO SELLADO DE CLAVE MENOR.
      *  CADA REGISTRO SELLADO DEBE ENCONTRAR A SU ANTERIOR (EL QUE
      *  TIENE COMO SELLO SU SELLO-ANT) CON UNA CLAVE MENOR, Y NINGUN
      *  REGISTRO PUEDE TENER DOS SUCESORES.  LA MISMA COPIA EN
      *  ARCHIVO Y MAESTRO (DEPURACION CORTADA ENTRE LA COPIA Y EL
      *  BORRADO) SOLO SE CUENTA.
           MOVE HIGH-VALUES TO WS-CLAVE-MIN.
           MOVE 0 TO WS-IDX-MIN.
           PERFORM VARYING WS-IDX-ESL FROM 1 BY 1
                   UNTIL WS-IDX-ESL > WS-NUM-ESL
             IF ES-SELLADO(WS-IDX-ESL) = "S"
                AND ES-CLAVE(WS-IDX-ESL) < WS-CLAVE-MIN
               MOVE ES-CLAVE(WS-IDX-ESL) TO WS-CLAVE-MIN
               MOVE WS-IDX-ESL TO WS-IDX-MIN
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-ESL FROM 1 BY 1
                   UNTIL WS-IDX-ESL > WS-NUM-ESL
             MOVE ES-ORIGEN(WS-IDX-ESL) TO RP-DET-ORIGEN
             MOVE ES-CLAVE(WS-IDX-ESL)  TO RP-DET-CLAVE
             IF ES-SELLADO(WS-IDX-ESL) = "N"
               PERFORM 6100-REVISAR-SIN-SELLO
             ELSE
               IF WS-IDX-ESL NOT = WS-IDX-MIN
                  AND ES-CLAVE(WS-IDX-ESL) = WS-CLAVE-MIN
                  AND ES-SELLO(WS-IDX-ESL) = ES-SELLO(WS-IDX-MIN)
                 MOVE "D" TO ES-ESTADO(WS-IDX-ESL)
                 ADD 1 TO WS-CT-DUPLICADOS
               ELSE
                 IF ES-SELLO-ANT(WS-IDX-ESL) = WS-SELLO-CEROS
                   PERFORM 6200-REVISAR-INICIO
                 ELSE
                   PERFORM 6300-BUSCAR-ANTERIOR
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           PERFORM 6500-REVISAR-LIMITES.
           MOVE WS-MAESTRO       TO RP-RES-MAESTRO.
           MOVE WS-CT-LEIDOS     TO RP-RES-LEIDOS.
           MOVE WS-CT-SELLADOS   TO RP-RES-SELLADOS.
           MOVE WS-CT-PREVIOS    TO RP-RES-PREVIOS.
           MOVE WS-CT-ENLAZADOS  TO RP-RES-ENLAZADOS.
           MOVE WS-CT-INICIOS    TO RP-RES-INICIOS.
           MOVE WS-CT-EXPLICADOS TO RP-RES-EXPLIC.
           MOVE WS-CT-DUPLICADOS TO RP-RES-DUPLIC.
           MOVE RP-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           DISPLAY WS-MAESTRO ": LEIDOS=" WS-CT-LEIDOS
                   " SELLADOS=" WS-CT-SELLADOS
                   " ENLAZADOS=" WS-CT-ENLAZADOS.

       6100-REVISAR-SIN-SELLO.
      *  LOS REGISTROS ANTERIORES AL PRIMERO SELLADO SON HISTORIA
      *  DE ANTES DEL SELLADO.  CALCULO-PI NO GRABA SIN CLAVE, ASI
      *  QUE UNO SIN SELLO DESPUES ES UN REGISTRO METIDO A MANO O
      *  UNO TOCADO AL QUE SE LE BORRO EL SELLO.
           IF ES-CLAVE(WS-IDX-ESL) < WS-CLAVE-MIN
             ADD 1 TO WS-CT-PREVIOS
           ELSE
             MOVE "REGISTRO SIN SELLO POSTERIOR AL INICIO DEL SELLADO"
               TO RP-DET-MENSAJE
             PERFORM 8100-GRABAR-GRAVE
           END-IF.

       6200-REVISAR-INICIO.
      *  SELLO ANTERIOR A CEROS: PRINCIPIO DE CADENA.  SOLO ES
      *  LEGITIMO EN EL PRIMER REGISTRO SELLADO O DETRAS DE UNA
      *  DEPURACION QUE VACIO EL MAESTRO.
           IF WS-IDX-ESL = WS-IDX-MIN
             ADD 1 TO WS-CT-INICIOS
           ELSE
             MOVE 0 TO WS-LIM-ENCONTRADO
             PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                     UNTIL WS-IDX-LIM > WS-NUM-LIM
               IF LM-MAESTRO(WS-IDX-LIM) = WS-MAESTRO
                  AND LM-PRI-CLAVE(WS-IDX-LIM) = SPACES
                  AND LM-ULT-CLAVE(WS-IDX-LIM) < ES-CLAVE(WS-IDX-ESL)
                 MOVE WS-IDX-LIM TO WS-LIM-ENCONTRADO
               END-IF
             END-PERFORM
             IF WS-LIM-ENCONTRADO NOT = 0
               ADD 1 TO WS-CT-INICIOS
               ADD 1 TO WS-CT-EXPLICADOS
               MOVE "NUEVA CADENA TRAS DEPURACION QUE VACIO EL MAESTRO"
                 TO RP-DET-MENSAJE
               MOVE RP-DETALLE TO REG-INFORME
               WRITE REG-INFORME
             ELSE
               MOVE "CADENA REINICIADA SIN DEPURACION QUE LO EXPLIQUE"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             END-IF
           END-IF.

       6300-BUSCAR-ANTERIOR.
      *  EL ANTERIOR SUELE SER EL REGISTRO CARGADO JUSTO ANTES; SI
      *  NO, SE BUSCA EN TODA LA TABLA.
           MOVE 0 TO WS-IDX-ANT.
           IF WS-IDX-ESL > 1
             COMPUTE WS-IDX-BUSCA = WS-IDX-ESL - 1
             IF ES-SELLADO(WS-IDX-BUSCA) = "S"
                AND ES-SELLO(WS-IDX-BUSCA) = ES-SELLO-ANT(WS-IDX-ESL)
               MOVE WS-IDX-BUSCA TO WS-IDX-ANT
             END-IF
           END-IF.
           IF WS-IDX-ANT = 0
             PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                     UNTIL WS-IDX-BUSCA > WS-NUM-ESL
                        OR WS-IDX-ANT NOT = 0
               IF ES-SELLADO(WS-IDX-BUSCA) = "S"
                  AND ES-SELLO(WS-IDX-BUSCA) =
                      ES-SELLO-ANT(WS-IDX-ESL)
                 MOVE WS-IDX-BUSCA TO WS-IDX-ANT
               END-IF
             END-PERFORM
           END-IF.
           IF WS-IDX-ANT = 0
             PERFORM 6400-EXPLICAR-HUECO
           ELSE
             IF ES-CLAVE(WS-IDX-ANT) NOT < ES-CLAVE(WS-IDX-ESL)
               MOVE "ORDEN DE CADENA ALTERADO: ANTERIOR CON CLAVE MAYOR"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             ELSE
               IF ES-SIG(WS-IDX-ANT) = 0
                 MOVE WS-IDX-ESL TO ES-SIG(WS-IDX-ANT)
                 ADD 1 TO WS-CT-ENLAZADOS
               ELSE
                 IF ES-CLAVE(ES-SIG(WS-IDX-ANT)) =
                    ES-CLAVE(WS-IDX-ESL)
                    AND ES-SELLO(ES-SIG(WS-IDX-ANT)) =
                        ES-SELLO(WS-IDX-ESL)
                   MOVE "D" TO ES-ESTADO(WS-IDX-ESL)
                   ADD 1 TO WS-CT-DUPLICADOS
                 ELSE
                   MOVE "CADENA BIFURCADA: DOS SUCESORES DEL MISMO"
                     TO RP-DET-MENSAJE
                   PERFORM 8100-GRABAR-GRAVE
                 END-IF
               END-IF
             END-IF
           END-IF.

       6400-EXPLICAR-HUECO.
      *  EL ANTERIOR NO ESTA.  SOLO SE ACEPTA SI ES EL PRIMER
      *  REGISTRO CONSERVADO Y SU ANTERIOR FUE EL ULTIMO ARCHIVADO
      *  POR UNA DEPURACION CUYA GENERACION YA CADUCO.
           MOVE 0 TO WS-LIM-ENCONTRADO.
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-NUM-LIM
             IF LM-MAESTRO(WS-IDX-LIM) = WS-MAESTRO
                AND LM-ULT-SELLO(WS-IDX-LIM) =
                    ES-SELLO-ANT(WS-IDX-ESL)
               MOVE WS-IDX-LIM TO WS-LIM-ENCONTRADO
             END-IF
           END-PERFORM.
           IF WS-LIM-ENCONTRADO = 0
             MOVE "CADENA ROTA: FALTA EL REGISTRO ANTERIOR"
               TO RP-DET-MENSAJE
             PERFORM 8100-GRABAR-GRAVE
           ELSE
             IF WS-IDX-ESL = WS-IDX-MIN
               ADD 1 TO WS-CT-INICIOS
               ADD 1 TO WS-CT-EXPLICADOS
               MOVE "PRINCIPIO EN GENERACION CADUCADA (VER LIMITE)"
                 TO RP-DET-MENSAJE
               MOVE RP-DETALLE TO REG-INFORME
               WRITE REG-INFORME
             ELSE
               MOVE "FALTA UNA GENERACION DE ARCHIVO INTERMEDIA"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             END-IF
           END-IF.

       6500-REVISAR-LIMITES.
      *  CADA LIMITE DE ESTE MAESTRO POSTERIOR AL PRINCIPIO DE LA
      *  CADENA DEBE ENCONTRAR SU ULTIMO REGISTRO ARCHIVADO.
           MOVE "LIMITE" TO RP-DET-ORIGEN.
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-NUM-LIM
             IF LM-MAESTRO(WS-IDX-LIM) = WS-MAESTRO
                AND LM-ULT-SELLO(WS-IDX-LIM) NOT = SPACES
                AND LM-ULT-CLAVE(WS-IDX-LIM) NOT < WS-CLAVE-MIN
               MOVE 0 TO WS-IDX-ANT
               PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA > WS-NUM-ESL
                          OR WS-IDX-ANT NOT = 0
                 IF ES-CLAVE(WS-IDX-BUSCA) = LM-ULT-CLAVE(WS-IDX-LIM)
                    AND ES-SELLO(WS-IDX-BUSCA) =
                        LM-ULT-SELLO(WS-IDX-LIM)
                   MOVE WS-IDX-BUSCA TO WS-IDX-ANT
                 END-IF
               END-PERFORM
               IF WS-IDX-ANT = 0
                 MOVE LM-ULT-CLAVE(WS-IDX-LIM) TO RP-DET-CLAVE
                 MOVE "FALTA EL ULTIMO REGISTRO ARCHIVADO DEL LIMITE"
                   TO RP-DET-MENSAJE
                 PERFORM 8100-GRABAR-GRAVE
               END-IF
             END-IF
           END-PERFORM.

       6600-CRUZAR-PARAMEJ.
      *  LA CADENA SOLA NO DELATA QUE FALTEN LOS ULTIMOS REGISTROS:
      *  NADIE ENCADENA DETRAS DE ELLOS.  CADA EJECUCION NORMAL DE
      *  PARAMEJ TIENE QUE ESTAR EN HISTORIA (MAESTRO O ARCHIVO) O
      *  DETRAS DE UN LIMITE DE DEPURACION DE HISTORIA VALIDO (SU
      *  GENERACION DE ARCHIVO YA CADUCO).  SE HACE CON LA TABLA DE
      *  HISTORIA TODAVIA CARGADA.
           MOVE RP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "EJECUCIONES DE PARAMEJ CONTRA HISTORIA"
             TO RP-TIT-TEXTO.
           MOVE RP-TITULO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "PARAMEJ" TO RP-DET-ORIGEN.
           OPEN INPUT ARCH-PARAMEJ.
           IF WS-PEJ-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARAMEJ, STATUS=" WS-PEJ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-PARAMEJ
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF PE-MODO = "NORMAL"
                   PERFORM 6610-BUSCAR-EJECUCION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-PARAMEJ.
           MOVE WS-PEJ-LEIDAS    TO RP-PEJ-LEIDAS.
           MOVE WS-PEJ-HALLADAS  TO RP-PEJ-HALLADAS.
           MOVE WS-PEJ-DEPURADAS TO RP-PEJ-DEPURADAS.
           MOVE WS-PEJ-FALTAN    TO RP-PEJ-FALTAN.
           MOVE RP-PEJ-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.

       6610-BUSCAR-EJECUCION.
           ADD 1 TO WS-PEJ-LEIDAS.
           MOVE 0 TO WS-IDX-ANT.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-NUM-ESL
                      OR WS-IDX-ANT NOT = 0
             IF ES-CLAVE(WS-IDX-BUSCA) = PE-CLAVE-HIST
               MOVE WS-IDX-BUSCA TO WS-IDX-ANT
             END-IF
           END-PERFORM.
           IF WS-IDX-ANT NOT = 0
             ADD 1 TO WS-PEJ-HALLADAS
           ELSE
             MOVE 0 TO WS-LIM-ENCONTRADO
             PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                     UNTIL WS-IDX-LIM > WS-NUM-LIM
               IF LM-MAESTRO(WS-IDX-LIM) = "HISTORIA"
                  AND LM-ULT-SELLO(WS-IDX-LIM) NOT = SPACES
                  AND LM-ULT-CLAVE(WS-IDX-LIM) NOT < PE-CLAVE-HIST
                 MOVE WS-IDX-LIM TO WS-LIM-ENCONTRADO
               END-IF
             END-PERFORM
             IF WS-LIM-ENCONTRADO NOT = 0
               ADD 1 TO WS-PEJ-DEPURADAS
             ELSE
               ADD 1 TO WS-PEJ-FALTAN
               MOVE PE-CLAVE-HIST TO RP-DET-CLAVE
               MOVE "EJECUCION SIN REGISTRO EN HISTORIA (BORRADO)"
                 TO RP-DET-MENSAJE
               PERFORM 8100-GRABAR-GRAVE
             END-IF
           END-IF.

       8000-CALCULAR-SELLO.
           COMPUTE WS-SEL-M1 = 2 + FUNCTION MOD(WS-SEL-CLAVE-1,
               999999999987).
           COMPUTE WS-SEL-M2 = 2 + FUNCTION MOD(WS-SEL-CLAVE-2,
               1000000000037).
           MOVE 0 TO WS-SEL-H1.
           MOVE 0 TO WS-SEL-H2.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-LONG
             COMPUTE WS-SEL-H1 = FUNCTION MOD(WS-SEL-H1 * WS-SEL-M1
                 + FUNCTION ORD(WS-SEL-TEXTO(WS-SEL-IDX:1)),
                 999999999989)
             COMPUTE WS-SEL-H2 = FUNCTION MOD(WS-SEL-H2 * WS-SEL-M2
                 + FUNCTION ORD(WS-SEL-TEXTO(WS-SEL-IDX:1)),
                 1000000000039)
           END-PERFORM.
           MOVE WS-SEL-H1 TO WS-SELLO-1.
           MOVE WS-SEL-H2 TO WS-SELLO-2.

       8100-GRABAR-GRAVE.
           ADD 1 TO WS-GRAVES.
           MOVE RP-DETALLE TO REG-INFORME.
           WRITE REG-INFORME.

       9000-FIN.
           MOVE RP-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-LIM-LEIDOS TO RP-TOT-LIMITES.
           MOVE WS-GRAVES     TO RP-TOT-GRAVES.
           MOVE RP-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
           EVALUATE TRUE
             WHEN WS-GRAVES > 0
               MOVE "HISTORIAL NO FIABLE: REVISAR LOS HALLAZGOS GRAVES"
                 TO RP-VER-TEXTO
             WHEN OTHER
               MOVE "CADENAS INTACTAS: HISTORIAL VERIFICADO"
                 TO RP-VER-TEXTO
           END-EVALUATE.
           MOVE RP-VEREDICTO TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR SELLORPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-INFORME.
           DISPLAY "VERIFICACION DE SELLOS: LIMITES=" WS-LIM-LEIDOS
                   " GRAVES=" WS-GRAVES
                   " SIN HISTORIA=" WS-PEJ-FALTAN.
           EVALUATE TRUE
             WHEN WS-GRAVES > 0
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
