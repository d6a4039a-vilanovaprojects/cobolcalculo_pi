           SELECT ARCH-BOLETIN ASSIGN TO BOLETIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOL-STATUS.
           SELECT ARCH-CASOS ASSIGN TO CASOEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CX-CLAVE
               FILE STATUS IS WS-CASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-BOLETIN            PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-EXCEP-STATUS     PIC X(2).
       01 WS-BOL-STATUS       PIC X(2).
       01 WS-CASO-STATUS      PIC X(2).
       01 WS-FIN-CASO-SW      PIC X VALUE 'N'.
           88 FIN-CASOS       VALUE 'S'.
       01 WS-CASO-PASADA      PIC X VALUE 'P'.
           88 PASADA-PENDIENTES VALUE 'P'.
           88 PASADA-CERRADOS VALUE 'C'.
       01 WS-DIAS-CASO-VIEJO  PIC 9(3) VALUE 7.
       01 WS-DIAS-CERRADOS    PIC 9(3) VALUE 30.
       01 WS-CASO-ENTERO      PIC 9(7).
       01 WS-CASO-EDAD        PIC S9(7).
       01 WS-CASOS-PEND       PIC 9(5) VALUE 0.
       01 WS-CASOS-VIEJOS     PIC 9(5) VALUE 0.
       01 WS-CASOS-CERR       PIC 9(5) VALUE 0.
       01 WS-FIN-EXC-SW       PIC X VALUE 'N'.
           88 FIN-EXCEPCIONES VALUE 'S'.

           05 FILLER PIC X(11) VALUE "  GRAVEDAD=".
           05 BRS-GRAVEDAD     PIC X(5).
           05 FILLER PIC X(24) VALUE SPACES.
       01 BOL-CASO-PEND.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 BCP-ID           PIC 9(14).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCP-TIPO         PIC X(2).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCP-ESTADO       PIC X(12).
           05 FILLER PIC X(7)  VALUE "  EJEC=".
           05 BCP-FECHA        PIC 9(8).
           05 FILLER PIC X(7)  VALUE "  EDAD=".
           05 BCP-EDAD         PIC ZZZ9.
           05 FILLER PIC X(5)  VALUE " DIAS".
           05 BCP-VIEJO        PIC X(9).
           05 FILLER PIC X(11) VALUE "  ANALISTA=".
           05 BCP-ANALISTA     PIC X(8).
           05 FILLER PIC X(38) VALUE SPACES.
       01 BOL-CASO-CERR.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 BCC-ID           PIC 9(14).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCC-TIPO         PIC X(2).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCC-ESTADO       PIC X(12).
           05 FILLER PIC X(9)  VALUE "  CIERRE=".
           05 BCC-FECHA        PIC 9(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCC-ANALISTA     PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BCC-NOTA         PIC X(44).
           05 FILLER PIC X(24) VALUE SPACES.
       01 BOL-CASO-TOTAL.
           05 FILLER PIC X(19) VALUE "CASOS PENDIENTES:  ".
           05 BCT-PEND         PIC ZZZZ9.
           05 FILLER PIC X(22) VALUE "  DE ELLOS CON MAS DE ".
           05 BCT-DIAS         PIC ZZ9.
           05 FILLER PIC X(7)  VALUE " DIAS: ".
           05 BCT-VIEJOS       PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE "  CERRADOS EN LOS ".
           05 BCT-DIAS-CERR    PIC ZZ9.
           05 FILLER PIC X(14) VALUE " ULTIMOS DIAS:".
           05 BCT-CERR         PIC ZZZZ9.
           05 FILLER PIC X(29) VALUE SPACES.
       01 BOL-GLOBAL.
           05 FILLER PIC X(19) VALUE "GRAVEDAD GLOBAL:   ".
           05 BGL-GRAVEDAD     PIC X(5).
               WRITE REG-BOLETIN
             END-PERFORM
           END-IF.
           PERFORM 5000-LISTAR-CASOS.
           MOVE BOL-BLANCO TO REG-BOLETIN.
           WRITE REG-BOLETIN.
           MOVE WS-GRAV-GLOBAL TO BGL-GRAVEDAD.
           END-IF.
           CLOSE ARCH-BOLETIN.

       5000-LISTAR-CASOS.
      *  SEGUIMIENTO DE LOS CASOS DE EXCEPCION (CASOEXC): PRIMERO
      *  LOS PENDIENTES (OPEN Y ACKNOWLEDGED) CON SU EDAD EN DIAS
      *  DESDE LA EJECUCION, MARCANDO LOS QUE PASAN DE
      *  WS-DIAS-CASO-VIEJO; DESPUES, APARTE, LOS CERRADOS
      *  (RESOLVED Y WAIVED) EN LOS ULTIMOS WS-DIAS-CERRADOS DIAS.
      *  SIN ARCHIVO DE CASOS EL BOLETIN SALE IGUAL, SIN ESTAS
      *  SECCIONES.
           MOVE BOL-BLANCO TO REG-BOLETIN.
           WRITE REG-BOLETIN.
           MOVE "CASOS PENDIENTES (OPEN/ACKNOWLEDGED) Y SU ANTIGUEDAD"
             TO BOL-TIT-TEXTO.
           MOVE BOL-TITULO TO REG-BOLETIN.
           WRITE REG-BOLETIN.
           OPEN INPUT ARCH-CASOS.
           IF WS-CASO-STATUS NOT = "00"
             IF WS-CASO-STATUS NOT = "35"
               DISPLAY "AVISO: ERROR AL ABRIR CASOEXC, STATUS="
                       WS-CASO-STATUS
             END-IF
             MOVE "   (SIN ARCHIVO DE CASOS)" TO REG-BOLETIN
             WRITE REG-BOLETIN
           ELSE
             SET PASADA-PENDIENTES TO TRUE
             PERFORM 5100-RECORRER-CASOS
             IF WS-CASOS-PEND = 0
               MOVE "   (NINGUNO)" TO REG-BOLETIN
               WRITE REG-BOLETIN
             END-IF
             CLOSE ARCH-CASOS
             MOVE BOL-BLANCO TO REG-BOLETIN
             WRITE REG-BOLETIN
             MOVE "CASOS CERRADOS RECIENTES (RESOLVED/WAIVED)"
               TO BOL-TIT-TEXTO
             MOVE BOL-TITULO TO REG-BOLETIN
             WRITE REG-BOLETIN
             OPEN INPUT ARCH-CASOS
             IF WS-CASO-STATUS NOT = "00"
               DISPLAY "AVISO: ERROR AL REABRIR CASOEXC, STATUS="
                       WS-CASO-STATUS
             ELSE
               SET PASADA-CERRADOS TO TRUE
               PERFORM 5100-RECORRER-CASOS
               CLOSE ARCH-CASOS
             END-IF
             IF WS-CASOS-CERR = 0
               MOVE "   (NINGUNO)" TO REG-BOLETIN
               WRITE REG-BOLETIN
             END-IF
             MOVE BOL-BLANCO TO REG-BOLETIN
             WRITE REG-BOLETIN
             MOVE WS-CASOS-PEND      TO BCT-PEND
             MOVE WS-DIAS-CASO-VIEJO TO BCT-DIAS
             MOVE WS-CASOS-VIEJOS    TO BCT-VIEJOS
             MOVE WS-DIAS-CERRADOS   TO BCT-DIAS-CERR
             MOVE WS-CASOS-CERR      TO BCT-CERR
             MOVE BOL-CASO-TOTAL TO REG-BOLETIN
             WRITE REG-BOLETIN
           END-IF.

       5100-RECORRER-CASOS.
           MOVE "N" TO WS-FIN-CASO-SW.
           PERFORM UNTIL FIN-CASOS
             READ ARCH-CASOS
               AT END
                 SET FIN-CASOS TO TRUE
               NOT AT END
                 IF PASADA-PENDIENTES
                   IF CASO-ABIERTO OR CASO-ACUSADO
                     PERFORM 5200-LISTAR-PENDIENTE
                   END-IF
                 ELSE
                   IF CASO-RESUELTO OR CASO-DISPENSADO
                     PERFORM 5300-LISTAR-CERRADO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       5200-LISTAR-PENDIENTE.
           ADD 1 TO WS-CASOS-PEND.
           MOVE 0 TO WS-CASO-EDAD.
           IF CX-FECHA-EJEC IS NUMERIC
             COMPUTE WS-CASO-ENTERO =
                 FUNCTION INTEGER-OF-DATE(CX-FECHA-EJEC)
             IF WS-CASO-ENTERO NOT = 0
               COMPUTE WS-CASO-EDAD = WS-REF-ENTERO - WS-CASO-ENTERO
             END-IF
           END-IF.
           IF WS-CASO-EDAD < 0
             MOVE 0 TO WS-CASO-EDAD
           END-IF.
           MOVE CX-ID-EJEC    TO BCP-ID.
           MOVE CX-TIPO       TO BCP-TIPO.
           MOVE CX-ESTADO     TO BCP-ESTADO.
           MOVE CX-FECHA-EJEC TO BCP-FECHA.
           MOVE WS-CASO-EDAD  TO BCP-EDAD.
           IF WS-CASO-EDAD > WS-DIAS-CASO-VIEJO
             ADD 1 TO WS-CASOS-VIEJOS
             MOVE "  ANTIGUO" TO BCP-VIEJO
           ELSE
             MOVE SPACES TO BCP-VIEJO
           END-IF.
           MOVE CX-ANALISTA   TO BCP-ANALISTA.
           MOVE BOL-CASO-PEND TO REG-BOLETIN.
           WRITE REG-BOLETIN.

       5300-LISTAR-CERRADO.
           IF CX-FECHA-CIERRE IS NUMERIC AND CX-FECHA-CIERRE NOT = 0
             COMPUTE WS-CASO-ENTERO =
                 FUNCTION INTEGER-OF-DATE(CX-FECHA-CIERRE)
             COMPUTE WS-CASO-EDAD = WS-REF-ENTERO - WS-CASO-ENTERO
             IF WS-CASO-ENTERO NOT = 0
                AND WS-CASO-EDAD >= 0
                AND WS-CASO-EDAD <= WS-DIAS-CERRADOS
               ADD 1 TO WS-CASOS-CERR
               MOVE CX-ID-EJEC      TO BCC-ID
               MOVE CX-TIPO         TO BCC-TIPO
               MOVE CX-ESTADO       TO BCC-ESTADO
               MOVE CX-FECHA-CIERRE TO BCC-FECHA
               MOVE CX-ANALISTA     TO BCC-ANALISTA
               MOVE CX-NOTA         TO BCC-NOTA
               MOVE BOL-CASO-CERR TO REG-BOLETIN
               WRITE REG-BOLETIN
             END-IF
           END-IF.

       9000-FIN.
           DISPLAY "BOLETIN GENERADO, REGISTROS LEIDOS=" WS-LEIDOS
                   " DESCARTADOS=" WS-DESCARTADOS
