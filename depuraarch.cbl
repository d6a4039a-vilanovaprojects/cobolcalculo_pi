           SELECT ARCH-TIEM-ARCHIVO ASSIGN TO TIEMARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARC-STATUS.
           SELECT ARCH-SELLOCLV ASSIGN TO SELLOCLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.
           SELECT ARCH-DEPURLOG ASSIGN TO DEPURLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
              10 RH-FECHA-EJEC    PIC 9(8).
              10 RH-CLAVE-RESTO   PIC X(20).
           05 RH-RESTO            PIC X(331).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

       FD  ARCH-HIST-ARCHIVO
           RECORDING MODE IS F.
       01  REG-HIST-ARCHIVO       PIC X(411).

       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
              10 RT-FECHA-EJEC    PIC 9(8).
              10 RT-CLAVE-RESTO   PIC X(20).
           05 RT-RESTO            PIC X(65).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       FD  ARCH-TIEM-ARCHIVO
           RECORDING MODE IS F.
       01  REG-TIEM-ARCHIVO       PIC X(145).

      *  CLAVE SECRETA DE SELLADO (LA MISMA QUE USA CALCULO-PI).
       FD  ARCH-SELLOCLV
           RECORDING MODE IS F.
       01  REG-SELLOCLV.
           05 SC-CLAVE-1          PIC X(12).
           05 FILLER              PIC X(1).
           05 SC-CLAVE-2          PIC X(12).
           05 FILLER              PIC X(55).

      *  REGISTRO DE LIMITES DE DEPURACION: UNO POR MAESTRO Y
      *  PASADA.  DL-ULT-CLAVE/DL-ULT-SELLO SON EL ULTIMO REGISTRO
      *  ARCHIVADO, DL-PRI-CLAVE EL PRIMERO QUE QUEDA EN EL MAESTRO
      *  (ESPACIOS SI SE VACIO).  LOS REGISTROS VAN ENCADENADOS Y
      *  SELLADOS COMO LOS DE HISTORIA: DL-SELLO CUBRE EL SELLO
      *  ANTERIOR Y LAS POSICIONES 1-137.
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

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC X(2).
       01 WS-ENUE-STATUS      PIC X(2).
       01 WS-TPO-STATUS       PIC X(2).
       01 WS-TARC-STATUS      PIC X(2).
       01 WS-SCL-STATUS       PIC X(2).
       01 WS-DLG-STATUS       PIC X(2).

       01 WS-FECHA-CORTE      PIC 9(8).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
       01 WS-TPO-ARCHIVADOS   PIC 9(7) VALUE 0.
       01 WS-TPO-PURGADOS     PIC 9(7) VALUE 0.

      *  LIMITE DE LA PASADA SOBRE CADA MAESTRO Y SELLADO DEL
      *  REGISTRO DE LIMITES (MISMO CALCULO QUE CALCULO-PI).
       01 WS-LIM-ULT-CLAVE    PIC X(28).
       01 WS-LIM-ULT-SELLO    PIC X(25).
       01 WS-LIM-PRI-CLAVE    PIC X(28).
       01 WS-LIM-MAESTRO      PIC X(8).
       01 WS-LIM-ARCHIVADOS   PIC 9(7).
       01 WS-LIM-PURGADOS     PIC 9(7).
       01 WS-LIM-SELLO-ANT    PIC X(25).
       01 WS-LIM-FIN-SW       PIC X VALUE 'N'.
           88 FIN-DEPURLOG    VALUE 'S'.
       01 WS-LIM-FECHA        PIC 9(8).
       01 WS-LIM-HORA         PIC 9(8).
       01 WS-SEL-CLAVE.
           05 WS-SEL-CLAVE-1  PIC 9(12).
           05 WS-SEL-CLAVE-2  PIC 9(12).
       01 WS-SEL-TEXTO        PIC X(432).
       01 WS-SEL-LONG         PIC 9(4) COMP.
       01 WS-SEL-IDX          PIC 9(4) COMP.
       01 WS-SEL-H1           PIC 9(15) COMP-3.
       01 WS-SEL-H2           PIC 9(15) COMP-3.
       01 WS-SEL-M1           PIC 9(13) COMP-3.
       01 WS-SEL-M2           PIC 9(13) COMP-3.
       01 WS-SELLO.
           05 WS-SELLO-1      PIC 9(12).
           05 WS-SELLO-2      PIC 9(13).

       LINKAGE SECTION.
       01 LS-PARM-CORTE.
           05 LS-PARM-LEN   PIC S9(4) COMP.
           END-IF.
           DISPLAY "DEPURACION CON FECHA DE CORTE " WS-FECHA-CORTE
                   " (SE ARCHIVA LO ANTERIOR AL CORTE)".
           PERFORM 1100-LEER-CLAVE-SELLO.
           PERFORM 1200-LEER-ULTIMO-LIMITE.

       1100-LEER-CLAVE-SELLO.
      *  SIN CLAVE NO SE DEPURA: UN BORRADO SIN LIMITE SELLADO
      *  DEJARIA UN HUECO EN LA CADENA QUE NADIE PODRIA EXPLICAR.
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

       1200-LEER-ULTIMO-LIMITE.
      *  EL PRIMER LIMITE QUE SE GRABE SE ENCADENA AL ULTIMO DEL
      *  REGISTRO (CEROS SI TODAVIA NO HAY NINGUNO).
           MOVE ALL "0" TO WS-LIM-SELLO-ANT.
           OPEN INPUT ARCH-DEPURLOG.
           IF WS-DLG-STATUS = "35"
             CONTINUE
           ELSE
             IF WS-DLG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPURLOG, STATUS="
                       WS-DLG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO WS-LIM-FIN-SW
             PERFORM UNTIL FIN-DEPURLOG
               READ ARCH-DEPURLOG
                 AT END
                   SET FIN-DEPURLOG TO TRUE
                 NOT AT END
                   MOVE DL-SELLO TO WS-LIM-SELLO-ANT
               END-READ
             END-PERFORM
             CLOSE ARCH-DEPURLOG
           END-IF.
           ACCEPT WS-LIM-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-LIM-HORA FROM TIME.

       2000-DEPURAR-HISTORIAL.
      *  EL MAESTRO ES INDEXADO: LO ANTERIOR AL CORTE SE COPIA A
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO WS-LIM-ULT-CLAVE.
           MOVE SPACES TO WS-LIM-ULT-SELLO.
           MOVE SPACES TO WS-LIM-PRI-CLAVE.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-HISTORIAL
              OR WS-HARC-STATUS NOT = "00"
             SET HAY-ERROR TO TRUE
           END-IF.
           MOVE "HISTORIA"         TO WS-LIM-MAESTRO.
           MOVE WS-HIST-ARCHIVADOS TO WS-LIM-ARCHIVADOS.
           MOVE WS-HIST-PURGADOS   TO WS-LIM-PURGADOS.
           PERFORM 5000-GRABAR-LIMITE.

       2100-CLASIFICAR-HISTORIAL.
           IF RH-FECHA-EJEC IS NOT NUMERIC
                 STOP RUN
               END-IF
               ADD 1 TO WS-HIST-ARCHIVADOS
               MOVE RH-CLAVE TO WS-LIM-ULT-CLAVE
               MOVE RH-SELLO TO WS-LIM-ULT-SELLO
             ELSE
               ADD 1 TO WS-HIST-CONSERVADOS
               IF WS-LIM-PRI-CLAVE = SPACES
                 MOVE RH-CLAVE TO WS-LIM-PRI-CLAVE
               END-IF
             END-IF
           END-IF.

               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE SPACES TO WS-LIM-ULT-CLAVE
             MOVE SPACES TO WS-LIM-ULT-SELLO
             MOVE SPACES TO WS-LIM-PRI-CLAVE
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-TIEMPOS
                OR WS-TARC-STATUS NOT = "00"
               SET HAY-ERROR TO TRUE
             END-IF
             MOVE "TIEMPOS"          TO WS-LIM-MAESTRO
             MOVE WS-TPO-ARCHIVADOS  TO WS-LIM-ARCHIVADOS
             MOVE WS-TPO-PURGADOS    TO WS-LIM-PURGADOS
             PERFORM 5000-GRABAR-LIMITE
           END-IF.

       4100-CLASIFICAR-TIEMPOS.
                 STOP RUN
               END-IF
               ADD 1 TO WS-TPO-ARCHIVADOS
               MOVE RT-CLAVE TO WS-LIM-ULT-CLAVE
               MOVE RT-SELLO TO WS-LIM-ULT-SELLO
             ELSE
               ADD 1 TO WS-TPO-CONSERVADOS
               IF WS-LIM-PRI-CLAVE = SPACES
                 MOVE RT-CLAVE TO WS-LIM-PRI-CLAVE
               END-IF
             END-IF
           END-IF.

       5000-GRABAR-LIMITE.
      *  LIMITE FIRMADO DE LA PASADA SOBRE UN MAESTRO.  SE GRABA
      *  AUNQUE NO SE HAYA ARCHIVADO NADA, PARA QUE QUEDE CONSTANCIA
      *  DE CADA DEPURACION.  VERIFICAR-SELLOS LO USA PARA DISTINGUIR
      *  LOS HUECOS DE GENERACIONES DE ARCHIVO YA CADUCADAS.
           OPEN EXTEND ARCH-DEPURLOG.
           IF WS-DLG-STATUS = "35"
             OPEN OUTPUT ARCH-DEPURLOG
           END-IF.
           IF WS-DLG-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DEPURLOG, STATUS=" WS-DLG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES            TO REG-DEPURLOG.
           MOVE WS-LIM-FECHA      TO DL-FECHA.
           MOVE WS-LIM-HORA       TO DL-HORA.
           MOVE WS-FECHA-CORTE    TO DL-CORTE.
           MOVE WS-LIM-MAESTRO    TO DL-MAESTRO.
           MOVE WS-LIM-ARCHIVADOS TO DL-ARCHIVADOS.
           MOVE WS-LIM-PURGADOS   TO DL-PURGADOS.
           MOVE WS-LIM-ULT-CLAVE  TO DL-ULT-CLAVE.
           MOVE WS-LIM-ULT-SELLO  TO DL-ULT-SELLO.
           MOVE WS-LIM-PRI-CLAVE  TO DL-PRI-CLAVE.
           MOVE WS-LIM-SELLO-ANT  TO DL-SELLO-ANT.
           MOVE 210 TO WS-SEL-LONG.
           STRING WS-SEL-CLAVE WS-LIM-SELLO-ANT REG-DEPURLOG(1:137)
                  WS-SEL-CLAVE
                  DELIMITED BY SIZE INTO WS-SEL-TEXTO.
           PERFORM 5100-CALCULAR-SELLO.
           MOVE WS-SELLO          TO DL-SELLO.
           WRITE REG-DEPURLOG.
           IF WS-DLG-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR DEPURLOG, STATUS="
                     WS-DLG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ARCH-DEPURLOG.
           MOVE WS-SELLO          TO WS-LIM-SELLO-ANT.
           DISPLAY "LIMITE " WS-LIM-MAESTRO " ULTIMO ARCHIVADO="
                   WS-LIM-ULT-CLAVE " PRIMERO CONSERVADO="
                   WS-LIM-PRI-CLAVE.

       5100-CALCULAR-SELLO.
      *  MISMO SELLO QUE 2880-CALCULAR-SELLO DE CALCULO-PI.
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

       9000-FIN.
           DISPLAY "HISTORIA : LEIDOS=" WS-HIST-LEIDOS
                   " CONSERVADOS=" WS-HIST-CONSERVADOS
