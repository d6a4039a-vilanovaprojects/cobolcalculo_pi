       IDENTIFICATION DIVISION.
       PROGRAM-ID.MANTENER-REFERENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REFCONST ASSIGN TO REFCONST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-ID
               FILE STATUS IS WS-RFC-STATUS.
           SELECT ARCH-TRANSAC ASSIGN TO REFTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ARCH-INFORME ASSIGN TO REFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  CONSTANTES DE REFERENCIA CONTRA LAS QUE SE JUZGAN LOS
      *  RESULTADOS: UNA POR IDENTIFICADOR (PI, E), CON SIGNO,
      *  ENTERO, PUNTO Y 78 DECIMALES (75 PUBLICADOS Y 3 DE
      *  GUARDA DE LA PRECISION EXTENDIDA).  RF-VERSION ES LA
      *  VERSION DEL JUEGO EN QUE CAMBIO EL VALOR; LA VERSION
      *  VIGENTE DEL JUEGO ES LA MAYOR DE TODAS.
       FD  ARCH-REFCONST.
       01  REG-REFCONST.
           05 RF-ID               PIC X(8).
           05 FILLER              PIC X(1).
           05 RF-VALOR.
              10 RF-SIGNO         PIC X(1).
              10 RF-ENTERO        PIC X(1).
              10 RF-PUNTO         PIC X(1).
              10 RF-DECIMALES     PIC X(78).
           05 FILLER              PIC X(1).
           05 RF-FECHA-VIGOR      PIC 9(8).
           05 FILLER              PIC X(1).
           05 RF-VERSION          PIC 9(4).
           05 FILLER              PIC X(1).
           05 RF-AUTOR            PIC X(8).
           05 FILLER              PIC X(1).
           05 RF-APROBADOR        PIC X(8).
           05 FILLER              PIC X(1).
           05 RF-FECHA-CAMBIO     PIC 9(8).

      *  TARJETA DE TRANSACCION, COLUMNAS FIJAS (* EN COLUMNA 1
      *  PARA COMENTARIOS).  CADA CAMBIO LLEVA DOS TARJETAS
      *  PROPONE (PARTES 1 Y 2) DE UNA PERSONA Y DOS VERIFICA DE
      *  OTRA, QUE TECLEA EL VALOR POR SU CUENTA:
      *    1-8   ACCION     PROPONE O VERIFICA
      *    10-17 CONSTANTE  PI, E
      *    19-26 PERSONA
      *    28-35 FECHA DE VIGOR (AAAAMMDD)
      *    37    PARTE      1 O 2
      *    39-80 VALOR      PARTE 1: SIGNO, ENTERO, PUNTO Y LOS
      *                     DECIMALES 1-39; PARTE 2 (39-77): LOS
      *                     DECIMALES 40-78
       FD  ARCH-TRANSAC
           RECORDING MODE IS F.
       01  REG-TRANSAC.
           05 TR-ACCION           PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-CONSTANTE        PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-PERSONA          PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-FECHA            PIC X(8).
           05 FILLER              PIC X(1).
           05 TR-PARTE            PIC X(1).
           05 FILLER              PIC X(1).
           05 TR-VALOR            PIC X(42).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RFC-STATUS       PIC X(2).
       01 WS-TRN-STATUS       PIC X(2).
       01 WS-INF-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-MAESTRO-SW       PIC X VALUE 'N'.
           88 MAESTRO-NUEVO   VALUE 'S'.
       01 WS-EXISTE-SW        PIC X VALUE 'N'.
           88 CONSTANTE-EXISTE VALUE 'S'.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-NUM        PIC 9(8).
       01 WS-VERSION-VIGENTE  PIC 9(4) VALUE 0.
       01 WS-VERSION-NUEVA    PIC 9(4) VALUE 0.
       01 WS-LEIDAS           PIC 9(7) VALUE 0.
       01 WS-ERRONEAS         PIC 9(7) VALUE 0.
       01 WS-APLICADOS        PIC 9(7) VALUE 0.
       01 WS-RECHAZADOS       PIC 9(7) VALUE 0.
       01 WS-MOTIVO           PIC X(40).
       01 WS-IDX              PIC 9(2).
       01 WS-IDX-POS          PIC 9(2).
       01 WS-POS-EDIT         PIC Z9.

      *  CAMBIOS DEL LOTE, UNO POR CONSTANTE: LA PROPUESTA Y LA
      *  VERIFICACION SE ACUMULAN POR SEPARADO Y SOLO SE COMPARAN
      *  AL TERMINAR DE LEER TODAS LAS TARJETAS.
       01 WS-NUM-CAMBIOS      PIC 9(2) VALUE 0.
       01 TABLA-CAMBIOS.
           05 TC-ENT OCCURS 20 TIMES.
              10 TC-ID            PIC X(8).
              10 TC-PROPONE       PIC X(8).
              10 TC-FECHA-P       PIC X(8).
              10 TC-VALOR-P       PIC X(81).
              10 TC-P1            PIC X(1).
              10 TC-P2            PIC X(1).
              10 TC-VERIFICA      PIC X(8).
              10 TC-FECHA-V       PIC X(8).
              10 TC-VALOR-V       PIC X(81).
              10 TC-V1            PIC X(1).
              10 TC-V2            PIC X(1).
              10 TC-MOTIVO        PIC X(40).

       01 WS-ANT-VALOR        PIC X(81).
       01 WS-ANT-FECHA        PIC 9(8).
       01 WS-ANT-VERSION      PIC 9(4).
       01 WS-NUE-VALOR.
           05 WS-NUE-SIGNO    PIC X(1).
           05 WS-NUE-ENTERO   PIC X(1).
           05 WS-NUE-PUNTO    PIC X(1).
           05 WS-NUE-DECIMALES PIC X(78).

       01 MR-BLANCO           PIC X(132) VALUE SPACES.
       01 MR-CABECERA1.
           05 FILLER PIC X(44) VALUE
              "CONSTANTES DE REFERENCIA - MANTENIMIENTO - ".
           05 FILLER PIC X(12) VALUE "CALCULO-PI  ".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 MR-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(20) VALUE "  VERSION VIGENTE: ".
           05 MR-CAB-VERSION   PIC 9(4).
           05 FILLER PIC X(37) VALUE SPACES.
       01 MR-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 MR-CAMBIO.
           05 FILLER PIC X(11) VALUE "CONSTANTE: ".
           05 MR-CAM-ID        PIC X(8).
           05 FILLER PIC X(11) VALUE "  PROPONE: ".
           05 MR-CAM-PROPONE   PIC X(8).
           05 FILLER PIC X(12) VALUE "  VERIFICA: ".
           05 MR-CAM-VERIFICA  PIC X(8).
           05 FILLER PIC X(9)  VALUE "  VIGOR: ".
           05 MR-CAM-FECHA     PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 MR-CAM-RESULT    PIC X(9).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 MR-CAM-MOTIVO    PIC X(40).
           05 FILLER PIC X(4)  VALUE SPACES.
       01 MR-VALOR.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 MR-VAL-ETIQ      PIC X(10).
           05 FILLER PIC X(10) VALUE "  VERSION ".
           05 MR-VAL-VERSION   PIC X(4).
           05 FILLER PIC X(8)  VALUE "  VIGOR ".
           05 MR-VAL-FECHA     PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 MR-VAL-VALOR     PIC X(81).
           05 FILLER PIC X(7)  VALUE SPACES.
       01 MR-TARJETA.
           05 FILLER PIC X(11) VALUE "  TARJETA: ".
           05 MR-TAR-IMAGEN    PIC X(80).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 MR-TAR-MOTIVO    PIC X(40).
       01 MR-TOTALES.
           05 FILLER PIC X(21) VALUE "TARJETAS LEIDAS: ".
           05 MR-TOT-LEIDAS    PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE "  ERRONEAS: ".
           05 MR-TOT-ERRONEAS  PIC ZZZZZZ9.
           05 FILLER PIC X(24) VALUE "  CAMBIOS APLICADOS: ".
           05 MR-TOT-APLIC     PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE "  RECHAZADOS: ".
           05 MR-TOT-RECH      PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE "  NUEVA VERSION: ".
           05 MR-TOT-VERSION   PIC X(4).
           05 FILLER PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEER-TARJETAS.
           PERFORM 3000-APLICAR-CAMBIOS.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  DOBLE CONTROL: UN VALOR DE REFERENCIA SOLO CAMBIA SI UNA
      *  SEGUNDA PERSONA LO HA TECLEADO POR SU CUENTA Y COINCIDE
      *  CARACTER A CARACTER CON LA PROPUESTA, CON LA MISMA FECHA
      *  DE VIGOR.  TODOS LOS CAMBIOS APLICADOS EN UNA PASADA
      *  FORMAN UNA VERSION NUEVA DEL JUEGO DE CONSTANTES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE TABLA-CAMBIOS.
           OPEN I-O ARCH-REFCONST.
           IF WS-RFC-STATUS = "35"
             OPEN OUTPUT ARCH-REFCONST
             SET MAESTRO-NUEVO TO TRUE
           END-IF.
           IF WS-RFC-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REFCONST, STATUS=" WS-RFC-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF NOT MAESTRO-NUEVO
             PERFORM 1100-BUSCAR-VERSION
           END-IF.
           OPEN INPUT ARCH-TRANSAC.
           IF WS-TRN-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REFTRN, STATUS=" WS-TRN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REFRPT, STATUS=" WS-INF-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WS-VERSION-NUEVA = WS-VERSION-VIGENTE + 1.
           MOVE WS-FECHA-HOY       TO MR-CAB-FECHA.
           MOVE WS-VERSION-VIGENTE TO MR-CAB-VERSION.
           MOVE MR-CABECERA1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE MR-CABECERA2 TO REG-INFORME.
           WRITE REG-INFORME.

       1100-BUSCAR-VERSION.
           MOVE LOW-VALUES TO RF-ID.
           START ARCH-REFCONST KEY IS NOT LESS THAN RF-ID
             INVALID KEY
               SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-REFCONST NEXT
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF RF-VERSION > WS-VERSION-VIGENTE
                   MOVE RF-VERSION TO WS-VERSION-VIGENTE
                 END-IF
             END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCH-SW.

       2000-LEER-TARJETAS.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-TRANSAC
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF REG-TRANSAC = SPACES OR REG-TRANSAC(1:1) = "*"
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-LEIDAS
                   PERFORM 2100-ANOTAR-TARJETA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-TRANSAC.

       2100-ANOTAR-TARJETA.
      *  UNA TARJETA ILEGIBLE SE RECHAZA SOLA; UNA DUPLICADA O
      *  CUYAS DOS PARTES NO CASAN INVALIDA EL CAMBIO ENTERO, QUE
      *  SE LISTA COMO RECHAZADO EN 3000.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
             WHEN TR-ACCION NOT = "PROPONE"
                  AND TR-ACCION NOT = "VERIFICA"
               MOVE "ACCION DESCONOCIDA (PROPONE, VERIFICA)"
                 TO WS-MOTIVO
             WHEN TR-CONSTANTE = SPACES
               MOVE "FALTA LA CONSTANTE" TO WS-MOTIVO
             WHEN TR-PERSONA = SPACES
               MOVE "FALTA LA PERSONA" TO WS-MOTIVO
             WHEN TR-PARTE NOT = "1" AND TR-PARTE NOT = "2"
               MOVE "PARTE DEBE SER 1 O 2" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
             PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-NUM-CAMBIOS
                        OR TC-ID(WS-IDX) = TR-CONSTANTE
               CONTINUE
             END-PERFORM
             IF WS-IDX > WS-NUM-CAMBIOS
               IF WS-NUM-CAMBIOS = 20
                 MOVE "MAS DE 20 CONSTANTES EN EL LOTE" TO WS-MOTIVO
               ELSE
                 ADD 1 TO WS-NUM-CAMBIOS
                 MOVE WS-NUM-CAMBIOS TO WS-IDX
                 MOVE TR-CONSTANTE TO TC-ID(WS-IDX)
               END-IF
             END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
             ADD 1 TO WS-ERRONEAS
             MOVE REG-TRANSAC TO MR-TAR-IMAGEN
             MOVE WS-MOTIVO   TO MR-TAR-MOTIVO
             MOVE MR-TARJETA TO REG-INFORME
             WRITE REG-INFORME
           ELSE
             IF TR-ACCION = "PROPONE"
               PERFORM 2200-ANOTAR-PROPUESTA
             ELSE
               PERFORM 2300-ANOTAR-VERIFICACION
             END-IF
           END-IF.

       2200-ANOTAR-PROPUESTA.
           IF (TR-PARTE = "1" AND TC-P1(WS-IDX) = "S")
              OR (TR-PARTE = "2" AND TC-P2(WS-IDX) = "S")
             MOVE "TARJETA PROPONE DUPLICADA" TO TC-MOTIVO(WS-IDX)
           END-IF.
           IF TC-PROPONE(WS-IDX) NOT = SPACES
             IF TC-PROPONE(WS-IDX) NOT = TR-PERSONA
                OR TC-FECHA-P(WS-IDX) NOT = TR-FECHA
               MOVE "PARTES PROPONE DE DISTINTA PERSONA O FECHA"
                 TO TC-MOTIVO(WS-IDX)
             END-IF
           END-IF.
           MOVE TR-PERSONA TO TC-PROPONE(WS-IDX).
           MOVE TR-FECHA   TO TC-FECHA-P(WS-IDX).
           IF TR-PARTE = "1"
             MOVE TR-VALOR TO TC-VALOR-P(WS-IDX)(1:42)
             MOVE "S" TO TC-P1(WS-IDX)
           ELSE
             MOVE TR-VALOR(1:39) TO TC-VALOR-P(WS-IDX)(43:39)
             MOVE "S" TO TC-P2(WS-IDX)
           END-IF.

       2300-ANOTAR-VERIFICACION.
           IF (TR-PARTE = "1" AND TC-V1(WS-IDX) = "S")
              OR (TR-PARTE = "2" AND TC-V2(WS-IDX) = "S")
             MOVE "TARJETA VERIFICA DUPLICADA" TO TC-MOTIVO(WS-IDX)
           END-IF.
           IF TC-VERIFICA(WS-IDX) NOT = SPACES
             IF TC-VERIFICA(WS-IDX) NOT = TR-PERSONA
                OR TC-FECHA-V(WS-IDX) NOT = TR-FECHA
               MOVE "PARTES VERIFICA DE DISTINTA PERSONA O FECHA"
                 TO TC-MOTIVO(WS-IDX)
             END-IF
           END-IF.
           MOVE TR-PERSONA TO TC-VERIFICA(WS-IDX).
           MOVE TR-FECHA   TO TC-FECHA-V(WS-IDX).
           IF TR-PARTE = "1"
             MOVE TR-VALOR TO TC-VALOR-V(WS-IDX)(1:42)
             MOVE "S" TO TC-V1(WS-IDX)
           ELSE
             MOVE TR-VALOR(1:39) TO TC-VALOR-V(WS-IDX)(43:39)
             MOVE "S" TO TC-V2(WS-IDX)
           END-IF.

       3000-APLICAR-CAMBIOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CAMBIOS
             PERFORM 3100-VALIDAR-CAMBIO
             IF WS-MOTIVO = SPACES
               PERFORM 3200-GRABAR-CAMBIO
             END-IF
             PERFORM 3300-LISTAR-CAMBIO
           END-PERFORM.

       3100-VALIDAR-CAMBIO.
      *  LA FECHA DE VIGOR NO PUEDE SER POSTERIOR AL DIA DEL
      *  CAMBIO: EL VALOR SE USA EN CUANTO SE GRABA.
           MOVE TC-VALOR-P(WS-IDX) TO WS-NUE-VALOR.
           MOVE SPACES TO WS-ANT-VALOR.
           MOVE 0 TO WS-ANT-FECHA WS-ANT-VERSION.
           MOVE "N" TO WS-EXISTE-SW.
           MOVE TC-MOTIVO(WS-IDX) TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
             EVALUATE TRUE
               WHEN TC-P1(WS-IDX) NOT = "S" OR TC-P2(WS-IDX) NOT = "S"
                 MOVE "FALTA LA PROPUESTA (PARTES 1 Y 2)" TO WS-MOTIVO
               WHEN TC-V1(WS-IDX) NOT = "S" OR TC-V2(WS-IDX) NOT = "S"
                 MOVE "FALTA LA VERIFICACION (PARTES 1 Y 2)"
                   TO WS-MOTIVO
               WHEN TC-PROPONE(WS-IDX) = TC-VERIFICA(WS-IDX)
                 MOVE "PROPONE Y VERIFICA LA MISMA PERSONA"
                   TO WS-MOTIVO
               WHEN TC-FECHA-P(WS-IDX) NOT = TC-FECHA-V(WS-IDX)
                 MOVE "LA FECHA DE VIGOR NO COINCIDE" TO WS-MOTIVO
               WHEN TC-VALOR-P(WS-IDX) NOT = TC-VALOR-V(WS-IDX)
                 PERFORM 3110-POSICION-DISTINTA
               WHEN (WS-NUE-SIGNO NOT = "+" AND WS-NUE-SIGNO NOT = "-")
                    OR WS-NUE-ENTERO IS NOT NUMERIC
                    OR WS-NUE-PUNTO NOT = "."
                    OR WS-NUE-DECIMALES IS NOT NUMERIC
                 MOVE "VALOR MAL FORMADO (+D. Y 78 DECIMALES)"
                   TO WS-MOTIVO
               WHEN TC-FECHA-P(WS-IDX) IS NOT NUMERIC
                 MOVE "FECHA DE VIGOR INVALIDA" TO WS-MOTIVO
             END-EVALUATE
           END-IF.
           IF WS-MOTIVO = SPACES
             MOVE TC-FECHA-P(WS-IDX) TO WS-FECHA-NUM
             IF FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) = 0
               MOVE "FECHA DE VIGOR INVALIDA" TO WS-MOTIVO
             ELSE
               IF WS-FECHA-NUM > WS-FECHA-HOY
                 MOVE "FECHA DE VIGOR POSTERIOR A HOY" TO WS-MOTIVO
               END-IF
             END-IF
           END-IF.
           IF NOT MAESTRO-NUEVO
             MOVE TC-ID(WS-IDX) TO RF-ID
             READ ARCH-REFCONST
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET CONSTANTE-EXISTE TO TRUE
                 MOVE RF-VALOR       TO WS-ANT-VALOR
                 MOVE RF-FECHA-VIGOR TO WS-ANT-FECHA
                 MOVE RF-VERSION     TO WS-ANT-VERSION
             END-READ
           END-IF.
           IF WS-MOTIVO = SPACES AND CONSTANTE-EXISTE
             IF WS-ANT-VALOR = WS-NUE-VALOR
               MOVE "EL VALOR ES IGUAL AL VIGENTE" TO WS-MOTIVO
             END-IF
           END-IF.

       3110-POSICION-DISTINTA.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > 81
                      OR TC-VALOR-P(WS-IDX)(WS-IDX-POS:1) NOT =
                         TC-VALOR-V(WS-IDX)(WS-IDX-POS:1)
             CONTINUE
           END-PERFORM.
           MOVE WS-IDX-POS TO WS-POS-EDIT.
           MOVE SPACES TO WS-MOTIVO.
           STRING "EL VALOR VERIFICADO DIFIERE EN POS. "
                  DELIMITED BY SIZE
                  WS-POS-EDIT DELIMITED BY SIZE
                  INTO WS-MOTIVO
           END-STRING.

       3200-GRABAR-CAMBIO.
           MOVE SPACES             TO REG-REFCONST.
           MOVE TC-ID(WS-IDX)      TO RF-ID.
           MOVE WS-NUE-VALOR       TO RF-VALOR.
           MOVE WS-FECHA-NUM       TO RF-FECHA-VIGOR.
           MOVE WS-VERSION-NUEVA   TO RF-VERSION.
           MOVE TC-PROPONE(WS-IDX)  TO RF-AUTOR.
           MOVE TC-VERIFICA(WS-IDX) TO RF-APROBADOR.
           MOVE WS-FECHA-HOY       TO RF-FECHA-CAMBIO.
           IF CONSTANTE-EXISTE
             REWRITE REG-REFCONST
               INVALID KEY
                 MOVE "ERROR AL REGRABAR LA CONSTANTE" TO WS-MOTIVO
             END-REWRITE
           ELSE
             WRITE REG-REFCONST
               INVALID KEY
                 MOVE "ERROR AL GRABAR LA CONSTANTE" TO WS-MOTIVO
             END-WRITE
           END-IF.

       3300-LISTAR-CAMBIO.
      *  LISTADO DE AUDITORIA: CADA CAMBIO CON SU VALOR ANTERIOR
      *  Y EL NUEVO (O EL PROPUESTO, SI SE RECHAZO).
           MOVE MR-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE TC-ID(WS-IDX)       TO MR-CAM-ID.
           MOVE TC-PROPONE(WS-IDX)  TO MR-CAM-PROPONE.
           MOVE TC-VERIFICA(WS-IDX) TO MR-CAM-VERIFICA.
           MOVE TC-FECHA-P(WS-IDX)  TO MR-CAM-FECHA.
           IF WS-MOTIVO = SPACES
             ADD 1 TO WS-APLICADOS
             MOVE "APLICADO" TO MR-CAM-RESULT
             IF CONSTANTE-EXISTE
               MOVE "MODIFICACION" TO MR-CAM-MOTIVO
             ELSE
               MOVE "ALTA" TO MR-CAM-MOTIVO
             END-IF
           ELSE
             ADD 1 TO WS-RECHAZADOS
             MOVE "RECHAZADO" TO MR-CAM-RESULT
             MOVE WS-MOTIVO   TO MR-CAM-MOTIVO
           END-IF.
           MOVE MR-CAMBIO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "ANTERIOR" TO MR-VAL-ETIQ.
           IF CONSTANTE-EXISTE
             MOVE WS-ANT-VERSION TO MR-VAL-VERSION
             MOVE WS-ANT-FECHA   TO MR-VAL-FECHA
             MOVE WS-ANT-VALOR   TO MR-VAL-VALOR
           ELSE
             MOVE SPACES TO MR-VAL-VERSION MR-VAL-FECHA
             MOVE "(NO EXISTIA)" TO MR-VAL-VALOR
           END-IF.
           MOVE MR-VALOR TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-MOTIVO = SPACES
             MOVE "NUEVO"            TO MR-VAL-ETIQ
             MOVE WS-VERSION-NUEVA   TO MR-VAL-VERSION
           ELSE
             MOVE "PROPUESTO"        TO MR-VAL-ETIQ
             MOVE SPACES             TO MR-VAL-VERSION
           END-IF.
           MOVE TC-FECHA-P(WS-IDX)   TO MR-VAL-FECHA.
           MOVE TC-VALOR-P(WS-IDX)   TO MR-VAL-VALOR.
           MOVE MR-VALOR TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-MOTIVO NOT = SPACES
              AND TC-VALOR-V(WS-IDX) NOT = TC-VALOR-P(WS-IDX)
             MOVE "VERIFICADO"        TO MR-VAL-ETIQ
             MOVE SPACES              TO MR-VAL-VERSION
             MOVE TC-FECHA-V(WS-IDX)  TO MR-VAL-FECHA
             MOVE TC-VALOR-V(WS-IDX)  TO MR-VAL-VALOR
             MOVE MR-VALOR TO REG-INFORME
             WRITE REG-INFORME
           END-IF.

       9000-FIN.
           MOVE MR-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE WS-LEIDAS     TO MR-TOT-LEIDAS.
           MOVE WS-ERRONEAS   TO MR-TOT-ERRONEAS.
           MOVE WS-APLICADOS  TO MR-TOT-APLIC.
           MOVE WS-RECHAZADOS TO MR-TOT-RECH.
           IF WS-APLICADOS > 0
             MOVE WS-VERSION-NUEVA TO MR-TOT-VERSION
           ELSE
             MOVE "(NO)" TO MR-TOT-VERSION
           END-IF.
           MOVE MR-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
           IF WS-INF-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR REFRPT, STATUS="
                     WS-INF-STATUS
           END-IF.
           CLOSE ARCH-REFCONST ARCH-INFORME.
           DISPLAY "REFERENCIAS: TARJETAS=" WS-LEIDAS
                   " ERRONEAS=" WS-ERRONEAS
                   " APLICADOS=" WS-APLICADOS
                   " RECHAZADOS=" WS-RECHAZADOS.
           IF WS-APLICADOS > 0
             DISPLAY "REFERENCIAS: NUEVA VERSION " WS-VERSION-NUEVA
           END-IF.
           IF WS-ERRONEAS > 0 OR WS-RECHAZADOS > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
