           SELECT ARCH-EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT ARCH-REFCONST ASSIGN TO REFCONST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ID
               FILE STATUS IS WS-RFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
              10 RH-PROME-RESTO   PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

       FD  ARCH-TIEMPOS.
       01  REG-TIEMPOS.
           05 RT-CSEG-TOTAL       PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-EXTRACTO           PIC X(400).

      *  CONSTANTES DE REFERENCIA (MAESTRO REFCONST, MANTENIDO CON
      *  DOBLE CONTROL POR MANTENER-REFERENCIAS): SIGNO, ENTERO,
      *  PUNTO Y 78 DECIMALES POR CONSTANTE.
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

       WORKING-STORAGE SECTION.
       01 PIREAL   PIC S9V9(37) COMP-3.
       01 EREAL    PIC S9V9(37) COMP-3.
       01 WS-RFC-STATUS       PIC X(2).
       01 WS-RFC-VERSION      PIC 9(4) VALUE 0.
       01 WS-RFC-TEXTO.
           05 WS-RFC-ENTERO   PIC X(1).
           05 WS-RFC-DEC      PIC X(37).
       01 WS-RFC-NUM REDEFINES WS-RFC-TEXTO PIC 9V9(37).
       01 WS-RFC-VALOR        PIC S9V9(37) COMP-3.

       01 WS-HIST-STATUS      PIC X(2).
       01 WS-TPO-STATUS       PIC X(2).
      *  FECHA EXTRAE ESE DIA).  UN REGISTRO DELIMITADO POR ';'
      *  POR EJECUCION, CON CABECERA DE NOMBRES DE COLUMNA Y COLA
      *  CON EL RECUENTO PARA QUE EL RECEPTOR VALIDE EL ENVIO.
           PERFORM 1010-CARGAR-REFERENCIAS.
           IF LS-PARM-LEN < 8 OR LS-PARM-DESDE IS NOT NUMERIC
             DISPLAY "ERROR: FALTA PARM CON FECHA O RANGO YYYYMMDD"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       1010-CARGAR-REFERENCIAS.
      *  LOS VALORES VERDADEROS DE PI Y E SE LEEN DEL MAESTRO
      *  REFCONST Y SE TRUNCAN A 37 DECIMALES.  SIN EL MAESTRO O
      *  SIN UNA DE LAS DOS CONSTANTES NO HAY CONTRA QUE JUZGAR Y
      *  EL PASO TERMINA.  LA VERSION DEL JUEGO ES LA MAYOR DE
      *  LAS DOS CONSTANTES.
           OPEN INPUT ARCH-REFCONST.
           IF WS-RFC-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REFCONST, STATUS=" WS-RFC-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO WS-RFC-VERSION.
           MOVE "PI" TO RF-ID.
           PERFORM 1015-LEER-REFERENCIA.
           MOVE WS-RFC-VALOR TO PIREAL.
           MOVE "E" TO RF-ID.
           PERFORM 1015-LEER-REFERENCIA.
           MOVE WS-RFC-VALOR TO EREAL.
           CLOSE ARCH-REFCONST.
           DISPLAY "VALORES DE REFERENCIA: VERSION " WS-RFC-VERSION.

       1015-LEER-REFERENCIA.
           READ ARCH-REFCONST
             INVALID KEY
               DISPLAY "ERROR: REFCONST SIN LA CONSTANTE " RF-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF (RF-SIGNO NOT = "+" AND RF-SIGNO NOT = "-")
              OR RF-ENTERO IS NOT NUMERIC
              OR RF-PUNTO NOT = "."
              OR RF-DECIMALES IS NOT NUMERIC
             DISPLAY "ERROR: VALOR MAL FORMADO EN REFCONST PARA " RF-ID
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE RF-ENTERO          TO WS-RFC-ENTERO.
           MOVE RF-DECIMALES(1:37) TO WS-RFC-DEC.
           MOVE WS-RFC-NUM         TO WS-RFC-VALOR.
           IF RF-SIGNO = "-"
             COMPUTE WS-RFC-VALOR = 0 - WS-RFC-VALOR
           END-IF.
           IF RF-VERSION > WS-RFC-VERSION
             MOVE RF-VERSION TO WS-RFC-VERSION
           END-IF.

       2000-CARGAR-EXCEPCIONES.
           OPEN INPUT ARCH-EXCEPCIONES.
           IF WS-EXCEP-STATUS = "35"
