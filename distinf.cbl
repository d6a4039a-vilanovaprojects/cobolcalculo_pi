       IDENTIFICATION DIVISION.
       PROGRAM-ID.DISTRIBUIR-INFORMES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MAESTRO ASSIGN TO DISTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.
           SELECT ARCH-CTLPASO ASSIGN TO CTLPASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARCH-INFORME ASSIGN TO INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-DELTA ASSIGN TO DELTARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-BOLETIN ASSIGN TO BOLETIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-VIGILRPT ASSIGN TO VIGILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-RECONRPT ASSIGN TO RECONRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-CONVRPT ASSIGN TO CONVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-CONSULTA ASSIGN TO CONSULTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-VIDARPT ASSIGN TO VIDARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUE-STATUS.
           SELECT ARCH-RETENMST ASSIGN TO RETENMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMS-STATUS.
           SELECT ARCH-IMPRESO ASSIGN TO DISTIMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.
           SELECT ARCH-ARCHIVO ASSIGN TO DISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCH-DISTLOG ASSIGN TO DISTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCH-RESUMEN ASSIGN TO DISTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  MAESTRO DE DISTRIBUCION: TARJETAS CLAVE=VALOR, * EN LA
      *  COLUMNA 1 PARA COMENTARIOS.
      *    RECIPIENT=codigo        EMPIEZA UN DESTINATARIO (8 MAX)
      *    NAME=texto              NOMBRE PARA LA CARATULA
      *    FORMAT=PRINT|FILE       PAQUETE IMPRESO O EN FICHERO
      *    REPORT=informe,WHEN=ALWAYS|RC46|MONTH-END
       FD  ARCH-MAESTRO
           RECORDING MODE IS F.
       01  REG-MAESTRO            PIC X(80).

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
           05 LP-ID-PARTES REDEFINES LP-ID-EJEC.
              10 LP-ID-FECHA      PIC 9(8).
              10 FILLER           PIC 9(6).
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

       FD  ARCH-INFORME
           RECORDING MODE IS F.
       01  REG-INFORME            PIC X(132).

       FD  ARCH-DELTA
           RECORDING MODE IS F.
       01  REG-DELTA              PIC X(132).

       FD  ARCH-BOLETIN
           RECORDING MODE IS F.
       01  REG-BOLETIN            PIC X(132).

       FD  ARCH-VIGILRPT
           RECORDING MODE IS F.
       01  REG-VIGILRPT           PIC X(132).

       FD  ARCH-RECONRPT
           RECORDING MODE IS F.
       01  REG-RECONRPT           PIC X(132).

       FD  ARCH-CONVRPT
           RECORDING MODE IS F.
       01  REG-CONVRPT            PIC X(132).

       FD  ARCH-CONSULTA
           RECORDING MODE IS F.
       01  REG-CONSULTA           PIC X(132).

       FD  ARCH-VIDARPT
           RECORDING MODE IS F.
       01  REG-VIDARPT            PIC X(132).

       FD  ARCH-EXTRACTO
           RECORDING MODE IS F.
       01  REG-EXTRACTO           PIC X(400).

       FD  ARCH-RETENMST
           RECORDING MODE IS F.
       01  REG-RETENMST.
           05 RM-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 RM-FUENTE           PIC X(8).
           05 FILLER              PIC X(1).
           05 RM-LINEA            PIC X(132).

      *  PAQUETES IMPRESOS: UNO TRAS OTRO, CADA UNO EMPIEZA POR SU
      *  CARATULA.
       FD  ARCH-IMPRESO
           RECORDING MODE IS F.
       01  REG-IMPRESO            PIC X(132).

      *  PAQUETES EN FICHERO: CADA LINEA LLEVA DELANTE EL CODIGO DEL
      *  DESTINATARIO PARA QUE LA TRANSFERENCIA SEPARE SU PAQUETE.
       FD  ARCH-ARCHIVO
           RECORDING MODE IS F.
       01  REG-ARCHIVO.
           05 DA-DESTINO          PIC X(8).
           05 FILLER              PIC X(1).
           05 DA-LINEA            PIC X(400).

      *  REGISTRO DE ENVIOS: UNA LINEA POR INFORME Y DESTINATARIO,
      *  ENVIADO U OMITIDO, CON LA HORA DEL ENVIO.  SOLO SE ANADE.
       FD  ARCH-DISTLOG
           RECORDING MODE IS F.
       01  REG-DISTLOG.
           05 DL-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-HORA             PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-DESTINO          PIC X(8).
           05 FILLER              PIC X(1).
           05 DL-INFORME          PIC X(8).
           05 FILLER              PIC X(1).
           05 DL-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 DL-FECHA-NOCHE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 DL-LINEAS           PIC 9(7).
           05 FILLER              PIC X(1).
           05 DL-TIPO             PIC X(7).
           05 FILLER              PIC X(1).
           05 DL-ESTADO           PIC X(8).
           05 FILLER              PIC X(1).
           05 DL-NOTA             PIC X(40).

       FD  ARCH-RESUMEN
           RECORDING MODE IS F.
       01  REG-RESUMEN            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS       PIC X(2).
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-CTL-STATUS       PIC X(2).
       01 WS-FUE-STATUS       PIC X(2).
       01 WS-RMS-STATUS       PIC X(2).
       01 WS-IMP-STATUS       PIC X(2).
       01 WS-ARC-STATUS       PIC X(2).
       01 WS-LOG-STATUS       PIC X(2).
       01 WS-RPT-STATUS       PIC X(2).
       01 WS-FIN-ARCH-SW      PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
       01 WS-FIN-FUENTE-SW    PIC X VALUE 'N'.
           88 FIN-FUENTE      VALUE 'S'.
       01 WS-NOCHE-SW         PIC X VALUE 'N'.
           88 NOCHE-COMPLETA  VALUE 'S'.
       01 WS-FINMES-SW        PIC X VALUE 'N'.
           88 ES-FIN-DE-MES   VALUE 'S'.
       01 WS-CUMPLE-SW        PIC X VALUE 'N'.
           88 CONDICION-CUMPLIDA VALUE 'S'.

       01 WS-VERBO            PIC X(10).
       01 WS-ARG-FECHA        PIC X(8).
       01 WS-ARG-DESTINO      PIC X(8).
       01 WS-ARG-INFORME      PIC X(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-TIPO-ENVIO       PIC X(7).
       01 WS-RC               PIC 9(2) VALUE 0.

      *  EJECUCION QUE SE DISTRIBUYE: LA DE IDEJEC (NOCHE) O LA QUE
      *  SE LOCALIZA EN CTLPASO PARA LA FECHA DEL REENVIO.
       01 WS-ID-EJEC          PIC 9(14) VALUE 0.
       01 WS-ID-PARTES REDEFINES WS-ID-EJEC.
           05 WS-ID-FECHA     PIC 9(8).
           05 FILLER          PIC 9(6).
       01 WS-ID-DIA           PIC 9(14) VALUE 0.
       01 WS-ID-VISPERA       PIC 9(14) VALUE 0.
       01 WS-CC-DIA           PIC X(4) VALUE SPACES.
       01 WS-CC-VISPERA       PIC X(4) VALUE SPACES.
      *  FECHA DE LA ANOTACION FIN DE GO ELEGIDA EN 3110: ES LA
      *  FECHA DE LA NOCHE, TAMBIEN PARA UNA EJECUCION REANUDADA
      *  DESDE CHECKPOINT DIAS DESPUES DE LA FECHA DE SU ID.
       01 WS-FECHA-FIN-GO     PIC 9(8) VALUE 0.
       01 WS-FECHA-DIA        PIC 9(8) VALUE 0.
       01 WS-FECHA-VISPERA    PIC 9(8) VALUE 0.
       01 WS-FECHA-NOCHE      PIC 9(8) VALUE 0.
       01 WS-FECHA-REENVIO    PIC 9(8) VALUE 0.
       01 WS-GO-CC            PIC X(4) VALUE SPACES.
       01 WS-NOCHE-ENTERO     PIC 9(7).
       01 WS-FUENTE-ENTERO    PIC 9(7).
       01 WS-MANANA           PIC 9(8).
       01 WS-FECHA-NUM        PIC 9(8).

      *  LECTURA DEL MAESTRO.
       01 WS-TARJETA          PIC X(80).
       01 WS-CLAVE            PIC X(20).
       01 WS-VALOR            PIC X(80).
       01 WS-VAL-INFORME      PIC X(20).
       01 WS-VAL-CONDICION    PIC X(30).
       01 WS-PTR              PIC 9(3).
       01 WS-BLANCOS          PIC 9(3).
       01 WS-NUM-TARJETA      PIC 9(5) VALUE 0.
       01 WS-ERRORES-MST      PIC 9(5) VALUE 0.
       01 WS-TEXTO-ERROR      PIC X(80).

      *  INFORMES QUE SE PUEDEN DISTRIBUIR.  CT-RETENIDO: S SI EL
      *  PASO RETAIN LO GUARDA EN RETENMST (SE PUEDE REENVIAR).
       01 TABLA-CATALOGO-VAL.
           05 FILLER PIC X(9) VALUE "INFORME S".
           05 FILLER PIC X(9) VALUE "DELTARPTS".
           05 FILLER PIC X(9) VALUE "BOLETIN S".
           05 FILLER PIC X(9) VALUE "VIGILRPTN".
           05 FILLER PIC X(9) VALUE "RECONRPTN".
           05 FILLER PIC X(9) VALUE "CONVRPT N".
           05 FILLER PIC X(9) VALUE "CONSULTAN".
           05 FILLER PIC X(9) VALUE "VIDARPT N".
           05 FILLER PIC X(9) VALUE "EXTRACTON".
       01 TABLA-CATALOGO REDEFINES TABLA-CATALOGO-VAL.
           05 CT-DEF OCCURS 9 TIMES.
              10 CT-NOMBRE        PIC X(8).
              10 CT-RETENIDO      PIC X(1).
       01 WS-NUM-CATALOGO     PIC 9(2) VALUE 9.
       01 WS-CAT-EXTRACTO     PIC 9(2) VALUE 9.
       01 WS-CAT              PIC 9(2).

      *  SITUACION DE CADA INFORME ESTA NOCHE.  FU-ESTADO: D LISTO
      *  PARA ENVIAR, O NO SE PUEDE ENVIAR (MOTIVO EN FU-MOTIVO).
       01 TABLA-FUENTES.
           05 FU-ENT OCCURS 9 TIMES.
              10 FU-ESTADO        PIC X(1).
              10 FU-FECHA         PIC X(8).
              10 FU-LINEAS        PIC 9(7).
              10 FU-MOTIVO        PIC X(40).

      *  DESTINATARIOS DEL MAESTRO.  DE-FORMATO: I IMPRESO,
      *  A FICHERO.  DI-COND: S SIEMPRE, R RC 4/6, M FIN DE MES.
       01 WS-MAX-DESTINOS     PIC 9(2) VALUE 30.
       01 WS-NUM-DESTINOS     PIC 9(2) VALUE 0.
       01 WS-DESTINO-ACTUAL   PIC 9(2) VALUE 0.
       01 WS-IDX-DES          PIC 9(2).
       01 WS-IDX-INF          PIC 9(2).
       01 WS-IDX-AUX          PIC 9(2).
       01 TABLA-DESTINOS.
           05 DE-ENT OCCURS 30 TIMES.
              10 DE-CODIGO        PIC X(8).
              10 DE-NOMBRE        PIC X(40).
              10 DE-FORMATO       PIC X(1).
              10 DE-NUM-INF       PIC 9(2).
              10 DE-INF OCCURS 9 TIMES.
                 15 DI-CAT        PIC 9(2).
                 15 DI-COND       PIC X(1).

      *  CONTENIDO DEL PAQUETE QUE SE ESTA PREPARANDO.  PQ-ESTADO:
      *  I SE INCLUYE, O SE OMITE.
       01 WS-PQ-NUM           PIC 9(2) VALUE 0.
       01 WS-PQ-IDX           PIC 9(2).
       01 WS-PQ-INCLUIDOS     PIC 9(2).
       01 WS-PQ-LINEAS        PIC 9(7).
       01 TABLA-PAQUETE.
           05 PQ-ENT OCCURS 9 TIMES.
              10 PQ-CAT           PIC 9(2).
              10 PQ-COND          PIC X(1).
              10 PQ-ESTADO        PIC X(1).
              10 PQ-LINEAS        PIC 9(7).
              10 PQ-MOTIVO        PIC X(40).

       01 WS-LINEA            PIC X(400).
       01 WS-LINEAS-COPIA     PIC 9(7).
       01 WS-POS              PIC 9(3).
       01 WS-COND             PIC X(1).
       01 WS-TXT-COND         PIC X(10).
       01 WS-TXT-FORMATO      PIC X(8).

       01 WS-PAQUETES         PIC 9(5) VALUE 0.
       01 WS-ENVIADOS         PIC 9(5) VALUE 0.
       01 WS-OMITIDOS         PIC 9(5) VALUE 0.

       01 RP-BLANCO           PIC X(132) VALUE SPACES.
       01 RP-CABECERA1.
           05 FILLER PIC X(50) VALUE
              "DISTRIBUCION DE INFORMES - CALCULO-PI".
           05 FILLER PIC X(7)  VALUE "FECHA: ".
           05 RP-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 RP-CABECERA2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RP-EJECUCION.
           05 FILLER PIC X(7)  VALUE "ORDEN: ".
           05 RP-EJ-ORDEN      PIC X(10).
           05 FILLER PIC X(19) VALUE "  ID DE EJECUCION: ".
           05 RP-EJ-ID         PIC 9(14).
           05 FILLER PIC X(9)  VALUE "  NOCHE: ".
           05 RP-EJ-NOCHE      PIC 9(8).
           05 FILLER PIC X(12) VALUE "  RC DE GO: ".
           05 RP-EJ-CC         PIC X(4).
           05 FILLER PIC X(14) VALUE "  FIN DE MES: ".
           05 RP-EJ-FINMES     PIC X(1).
           05 FILLER PIC X(34) VALUE SPACES.
       01 RP-TIT-FUENTES.
           05 FILLER PIC X(60) VALUE
              "INFORME   FECHA     LINEAS  SITUACION".
           05 FILLER PIC X(72) VALUE SPACES.
       01 RP-FUENTE.
           05 RP-FU-NOMBRE     PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-FU-FECHA      PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-FU-LINEAS     PIC Z(6)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-FU-SITUACION  PIC X(40).
           05 FILLER PIC X(64) VALUE SPACES.
       01 RP-TIT-ENVIOS.
           05 FILLER PIC X(70) VALUE
              "DESTINO   FORMATO   INFORME   CONDICION   RESULTADO  "
            & " LINEAS".
           05 FILLER PIC X(62) VALUE SPACES.
       01 RP-ENVIO.
           05 RP-EN-DESTINO    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-EN-FORMATO    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-EN-INFORME    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-EN-CONDICION  PIC X(10).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-EN-RESULTADO  PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RP-EN-LINEAS     PIC Z(6)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-EN-NOTA       PIC X(40).
           05 FILLER PIC X(32) VALUE SPACES.
       01 RP-AVISO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RP-AV-TEXTO      PIC X(130).
       01 RP-TOTAL.
           05 FILLER PIC X(10) VALUE "PAQUETES: ".
           05 RP-TOT-PAQUETES  PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE "  INFORMES ENVIADOS: ".
           05 RP-TOT-ENVIADOS  PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  OMITIDOS: ".
           05 RP-TOT-OMITIDOS  PIC ZZZZ9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 RP-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 RP-VER-TEXTO     PIC X(70).
           05 FILLER PIC X(51) VALUE SPACES.

      *  CARATULA Y HOJA DE REMISION DE CADA PAQUETE.
       01 CR-ASTERISCOS       PIC X(132) VALUE ALL "*".
       01 CR-TITULO.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 FILLER PIC X(46) VALUE
              "CALCULO-PI  -  PAQUETE DE DISTRIBUCION".
           05 CR-TIT-TIPO      PIC X(22).
           05 FILLER PIC X(60) VALUE SPACES.
       01 CR-DESTINO.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 FILLER PIC X(14) VALUE "DESTINATARIO: ".
           05 CR-DE-CODIGO     PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-DE-NOMBRE     PIC X(40).
           05 FILLER PIC X(11) VALUE "  FORMATO: ".
           05 CR-DE-FORMATO    PIC X(8).
           05 FILLER PIC X(45) VALUE SPACES.
       01 CR-EJECUCION.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 FILLER PIC X(11) VALUE "EJECUCION: ".
           05 CR-EJ-ID         PIC 9(14).
           05 FILLER PIC X(9)  VALUE "  NOCHE: ".
           05 CR-EJ-NOCHE      PIC 9(8).
           05 FILLER PIC X(12) VALUE "  RC DE GO: ".
           05 CR-EJ-CC         PIC X(4).
           05 FILLER PIC X(13) VALUE "  PREPARADO: ".
           05 CR-EJ-FECHA      PIC 9(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-EJ-HORA       PIC 9(6).
           05 FILLER PIC X(42) VALUE SPACES.
       01 CR-CONTENIDO.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 FILLER PIC X(60) VALUE
              "CONTENIDO:  INFORME   CONDICION   LINEAS  SITUACION".
           05 FILLER PIC X(68) VALUE SPACES.
       01 CR-PARTIDA.
           05 FILLER PIC X(16) VALUE "***".
           05 CR-PA-INFORME    PIC X(8).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-PA-CONDICION  PIC X(10).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 CR-PA-LINEAS     PIC Z(6)9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 CR-PA-SITUACION  PIC X(50).
           05 FILLER PIC X(36) VALUE SPACES.
       01 CR-TOTAL.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 FILLER PIC X(22) VALUE "TOTAL LINEAS ENVIADAS:".
           05 CR-TOT-LINEAS    PIC Z(8)9.
           05 FILLER PIC X(97) VALUE SPACES.
       01 CR-SEPARADOR.
           05 FILLER PIC X(6)  VALUE "===== ".
           05 CR-SE-INFORME    PIC X(8).
           05 FILLER PIC X(4)  VALUE " DE ".
           05 CR-SE-FECHA      PIC X(8).
           05 FILLER PIC X(6)  VALUE " =====".
           05 FILLER PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM-ORDEN.
           05 LS-PARM-LEN   PIC S9(4) COMP.
           05 LS-PARM-DATA  PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-ORDEN.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-MAESTRO.
           IF WS-ERRORES-MST = 0
             EVALUATE WS-VERBO
               WHEN "DISTRIBUIR"
                 PERFORM 3000-SITUAR-EJECUCION
                 IF NOCHE-COMPLETA
                   PERFORM 4000-REVISAR-FUENTES
                   PERFORM 5000-REPARTIR
                 END-IF
               WHEN "REENVIAR"
                 PERFORM 3500-SITUAR-REENVIO
                 IF WS-DESTINO-ACTUAL > 0
                   PERFORM 6000-REENVIAR
                 END-IF
             END-EVALUATE
           END-IF.
           PERFORM 9000-FIN.

       1000-INICIO.
      *  PARM: 'DISTRIBUIR' AL FINAL DE LA CADENA NOCTURNA REPARTE
      *  LOS INFORMES DE LA EJECUCION DE IDEJEC SEGUN EL MAESTRO;
      *  'REENVIAR YYYYMMDD DESTINO [INFORME]' VUELVE A ENVIAR A UN
      *  DESTINATARIO LO QUE RETENMST GUARDA DE ESA FECHA (LA
      *  MISMA FECHA QUE PIDE 'REIMPRIMIR').  RETORNO 0 TODO
      *  ENVIADO, 4 ALGUN INFORME OMITIDO, 8 PARM O MAESTRO
      *  ERRONEOS O NOCHE SIN TERMINAR, 12 ERROR DE ARCHIVO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-VERBO WS-ARG-FECHA WS-ARG-DESTINO
                          WS-ARG-INFORME.
           IF LS-PARM-LEN > 0
             UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ALL " "
                 INTO WS-VERBO WS-ARG-FECHA WS-ARG-DESTINO
                      WS-ARG-INFORME
           END-IF.
           EVALUATE WS-VERBO
             WHEN "DISTRIBUIR"
               MOVE "ENVIO"   TO WS-TIPO-ENVIO
             WHEN "REENVIAR"
               MOVE "REENVIO" TO WS-TIPO-ENVIO
               IF WS-ARG-FECHA IS NOT NUMERIC
                  OR WS-ARG-DESTINO = SPACES
                 DISPLAY "ERROR: REENVIAR NECESITA FECHA YYYYMMDD Y "
                         "DESTINATARIO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE WS-ARG-FECHA TO WS-FECHA-REENVIO
               IF FUNCTION INTEGER-OF-DATE(WS-FECHA-REENVIO) = 0
                 DISPLAY "ERROR: FECHA A REENVIAR INVALIDA: "
                         WS-ARG-FECHA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN OTHER
               DISPLAY "ERROR: ORDEN DESCONOCIDA '" WS-VERBO
                       "' (SE ADMITEN DISTRIBUIR Y REENVIAR)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARCH-RESUMEN.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DISTRPT, STATUS=" WS-RPT-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO RP-CAB-FECHA.
           MOVE RP-CABECERA1 TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE RP-CABECERA2 TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE SPACES TO TABLA-DESTINOS.

       2000-CARGAR-MAESTRO.
      *  SIN MAESTRO NO HAY DISTRIBUCION (RETORNO 12); CON ALGUNA
      *  TARJETA ERRONEA NO SE ENVIA NADA (RETORNO 8): UN REPARTO
      *  A MEDIAS ES PEOR QUE NINGUNO.
           OPEN INPUT ARCH-MAESTRO.
           IF WS-MST-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DISTMST, STATUS=" WS-MST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-MAESTRO
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 ADD 1 TO WS-NUM-TARJETA
                 PERFORM 2100-CARGAR-TARJETA
             END-READ
           END-PERFORM.
           CLOSE ARCH-MAESTRO.
           MOVE 0 TO WS-NUM-TARJETA.
           IF WS-NUM-DESTINOS = 0
             MOVE "EL MAESTRO NO TIENE NINGUN RECIPIENT="
               TO WS-TEXTO-ERROR
             PERFORM 8200-ERROR-MAESTRO
           END-IF.
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1
                   UNTIL WS-IDX-DES > WS-NUM-DESTINOS
             PERFORM 2200-VALIDAR-DESTINO
           END-PERFORM.

       2100-CARGAR-TARJETA.
           IF REG-MAESTRO = SPACES OR REG-MAESTRO(1:1) = "*"
             CONTINUE
           ELSE
             MOVE 0 TO WS-BLANCOS
             INSPECT REG-MAESTRO TALLYING WS-BLANCOS
                 FOR LEADING SPACES
             MOVE REG-MAESTRO(WS-BLANCOS + 1:) TO WS-TARJETA
             MOVE SPACES TO WS-CLAVE WS-VALOR
             MOVE 1 TO WS-PTR
             UNSTRING WS-TARJETA DELIMITED BY "="
                 INTO WS-CLAVE
                 WITH POINTER WS-PTR
             END-UNSTRING
             IF WS-PTR <= 80
               MOVE WS-TARJETA(WS-PTR:) TO WS-VALOR
             END-IF
             EVALUATE WS-CLAVE
               WHEN "RECIPIENT"
                 PERFORM 2110-NUEVO-DESTINO
               WHEN "NAME"
                 IF WS-DESTINO-ACTUAL = 0
                   MOVE "NAME= SIN RECIPIENT= PREVIO" TO WS-TEXTO-ERROR
                   PERFORM 8200-ERROR-MAESTRO
                 ELSE
                   MOVE WS-VALOR TO DE-NOMBRE(WS-DESTINO-ACTUAL)
                 END-IF
               WHEN "FORMAT"
                 EVALUATE TRUE
                   WHEN WS-DESTINO-ACTUAL = 0
                     MOVE "FORMAT= SIN RECIPIENT= PREVIO"
                       TO WS-TEXTO-ERROR
                     PERFORM 8200-ERROR-MAESTRO
                   WHEN WS-VALOR = "PRINT"
                     MOVE "I" TO DE-FORMATO(WS-DESTINO-ACTUAL)
                   WHEN WS-VALOR = "FILE"
                     MOVE "A" TO DE-FORMATO(WS-DESTINO-ACTUAL)
                   WHEN OTHER
                     MOVE "FORMAT DEBE SER PRINT O FILE"
                       TO WS-TEXTO-ERROR
                     PERFORM 8200-ERROR-MAESTRO
                 END-EVALUATE
               WHEN "REPORT"
                 PERFORM 2120-NUEVO-INFORME
               WHEN OTHER
                 MOVE SPACES TO WS-TEXTO-ERROR
                 STRING "CLAVE DESCONOCIDA: " DELIMITED BY SIZE
                        WS-TARJETA DELIMITED BY SIZE
                     INTO WS-TEXTO-ERROR
                 END-STRING
                 PERFORM 8200-ERROR-MAESTRO
             END-EVALUATE
           END-IF.

       2110-NUEVO-DESTINO.
           MOVE 0 TO WS-DESTINO-ACTUAL.
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-NUM-DESTINOS
             IF DE-CODIGO(WS-IDX-AUX) = WS-VALOR(1:8)
               MOVE WS-IDX-AUX TO WS-DESTINO-ACTUAL
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-VALOR = SPACES OR WS-VALOR(9:) NOT = SPACES
               MOVE "RECIPIENT= DEBE TENER DE 1 A 8 CARACTERES"
                 TO WS-TEXTO-ERROR
               PERFORM 8200-ERROR-MAESTRO
               MOVE 0 TO WS-DESTINO-ACTUAL
             WHEN WS-DESTINO-ACTUAL > 0
               MOVE "RECIPIENT= REPETIDO" TO WS-TEXTO-ERROR
               PERFORM 8200-ERROR-MAESTRO
               MOVE 0 TO WS-DESTINO-ACTUAL
             WHEN WS-NUM-DESTINOS >= WS-MAX-DESTINOS
               MOVE "MAS DE 30 DESTINATARIOS" TO WS-TEXTO-ERROR
               PERFORM 8200-ERROR-MAESTRO
             WHEN OTHER
               ADD 1 TO WS-NUM-DESTINOS
               MOVE WS-NUM-DESTINOS TO WS-DESTINO-ACTUAL
               MOVE WS-VALOR(1:8) TO DE-CODIGO(WS-DESTINO-ACTUAL)
               MOVE "I"           TO DE-FORMATO(WS-DESTINO-ACTUAL)
               MOVE 0             TO DE-NUM-INF(WS-DESTINO-ACTUAL)
           END-EVALUATE.

       2120-NUEVO-INFORME.
      *  REPORT=informe[,WHEN=ALWAYS|RC46|MONTH-END]; SIN WHEN SE
      *  ENVIA SIEMPRE.
           MOVE SPACES TO WS-VAL-INFORME WS-VAL-CONDICION.
           UNSTRING WS-VALOR DELIMITED BY ","
               INTO WS-VAL-INFORME WS-VAL-CONDICION
           END-UNSTRING.
           MOVE 0 TO WS-CAT.
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-NUM-CATALOGO
             IF CT-NOMBRE(WS-IDX-AUX) = WS-VAL-INFORME
               MOVE WS-IDX-AUX TO WS-CAT
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-DESTINO-ACTUAL = 0
               MOVE "REPORT= SIN RECIPIENT= PREVIO" TO WS-TEXTO-ERROR
               PERFORM 8200-ERROR-MAESTRO
             WHEN WS-CAT = 0
               MOVE SPACES TO WS-TEXTO-ERROR
               STRING "INFORME DESCONOCIDO: " DELIMITED BY SIZE
                      WS-VAL-INFORME DELIMITED BY SIZE
                   INTO WS-TEXTO-ERROR
               END-STRING
               PERFORM 8200-ERROR-MAESTRO
             WHEN DE-NUM-INF(WS-DESTINO-ACTUAL) >= WS-NUM-CATALOGO
               MOVE "DEMASIADOS REPORT= EN EL DESTINATARIO"
                 TO WS-TEXTO-ERROR
               PERFORM 8200-ERROR-MAESTRO
             WHEN OTHER
               MOVE 0 TO WS-IDX-INF
               PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                       UNTIL WS-IDX-AUX >
                             DE-NUM-INF(WS-DESTINO-ACTUAL)
                 IF DI-CAT(WS-DESTINO-ACTUAL, WS-IDX-AUX) = WS-CAT
                   MOVE WS-IDX-AUX TO WS-IDX-INF
                 END-IF
               END-PERFORM
               IF WS-IDX-INF > 0
                 MOVE "REPORT= REPETIDO EN EL DESTINATARIO"
                   TO WS-TEXTO-ERROR
                 PERFORM 8200-ERROR-MAESTRO
               ELSE
                 ADD 1 TO DE-NUM-INF(WS-DESTINO-ACTUAL)
                 MOVE DE-NUM-INF(WS-DESTINO-ACTUAL) TO WS-IDX-INF
                 MOVE WS-CAT
                   TO DI-CAT(WS-DESTINO-ACTUAL, WS-IDX-INF)
                 EVALUATE WS-VAL-CONDICION
                   WHEN SPACES
                   WHEN "WHEN=ALWAYS"
                     MOVE "S" TO DI-COND(WS-DESTINO-ACTUAL, WS-IDX-INF)
                   WHEN "WHEN=RC46"
                     MOVE "R" TO DI-COND(WS-DESTINO-ACTUAL, WS-IDX-INF)
                   WHEN "WHEN=MONTH-END"
                     MOVE "M" TO DI-COND(WS-DESTINO-ACTUAL, WS-IDX-INF)
                   WHEN OTHER
                     MOVE "WHEN DEBE SER ALWAYS, RC46 O MONTH-END"
                       TO WS-TEXTO-ERROR
                     PERFORM 8200-ERROR-MAESTRO
                 END-EVALUATE
               END-IF
           END-EVALUATE.

       2200-VALIDAR-DESTINO.
      *  EL EXTRACTO TIENE REGISTROS DE 400 POSICIONES: SOLO VIAJA
      *  EN PAQUETES DE FICHERO.
           IF DE-NUM-INF(WS-IDX-DES) = 0
             MOVE SPACES TO WS-TEXTO-ERROR
             STRING DE-CODIGO(WS-IDX-DES) DELIMITED BY SPACE
                    ": RECIPIENT SIN NINGUN REPORT=" DELIMITED BY SIZE
                 INTO WS-TEXTO-ERROR
             END-STRING
             PERFORM 8200-ERROR-MAESTRO
           END-IF.
           PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                   UNTIL WS-IDX-INF > DE-NUM-INF(WS-IDX-DES)
             IF DI-CAT(WS-IDX-DES, WS-IDX-INF) = WS-CAT-EXTRACTO
                AND DE-FORMATO(WS-IDX-DES) = "I"
               MOVE SPACES TO WS-TEXTO-ERROR
               STRING DE-CODIGO(WS-IDX-DES) DELIMITED BY SPACE
                      ": EXTRACTO SOLO CON FORMAT=FILE"
                      DELIMITED BY SIZE
                   INTO WS-TEXTO-ERROR
               END-STRING
               PERFORM 8200-ERROR-MAESTRO
             END-IF
           END-PERFORM.

       3000-SITUAR-EJECUCION.
      *  LA NOCHE QUE SE REPARTE ES LA EJECUCION DE IDEJEC, Y SOLO
      *  SI GO TERMINO CON UNO DE LOS RESULTADOS COMPLETOS (0, 4 O
      *  6), LOS MISMOS QUE MARCAN EL TRABAJO COMO TERMINADO.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
                   MOVE IE-ID-EJEC TO WS-ID-EJEC
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           END-IF.
           IF WS-ID-EJEC = 0
             DISPLAY "ERROR: IDEJEC SIN ID DE EJECUCION, STATUS="
                     WS-IDE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 3100-LEER-LIBRO.
           PERFORM 3300-FECHA-NOCHE.
           PERFORM 3200-FIN-DE-MES.
           EVALUATE WS-GO-CC
             WHEN "0000"
             WHEN "0004"
             WHEN "0006"
               SET NOCHE-COMPLETA TO TRUE
             WHEN OTHER
               MOVE 8 TO WS-RC
           END-EVALUATE.
           PERFORM 3900-LINEA-EJECUCION.
           IF NOT NOCHE-COMPLETA
             MOVE SPACES TO RP-AV-TEXTO
             STRING "GO NO TERMINO ESTA EJECUCION (RC EN CTLPASO: "
                    DELIMITED BY SIZE
                    WS-GO-CC DELIMITED BY SIZE
                    "); NO SE DISTRIBUYE NADA" DELIMITED BY SIZE
                 INTO RP-AV-TEXTO
             END-STRING
             PERFORM 8100-GRABAR-AVISO
           END-IF.

       3100-LEER-LIBRO.
      *  RC DE LA ULTIMA ANOTACION FIN DE GO DE LA EJECUCION (UNA
      *  REANUDACION ANADE ANOTACIONES QUE PREVALECEN).  EN UN
      *  REENVIO SE BUSCA ADEMAS LA ULTIMA EJECUCION TERMINADA DEL
      *  DIA DEL REENVIO Y DEL ANTERIOR.
           MOVE SPACES TO WS-GO-CC.
           MOVE 0 TO WS-FECHA-FIN-GO.
           OPEN INPUT ARCH-CTLPASO.
           IF WS-CTL-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR CTLPASO, STATUS=" WS-CTL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-CTLPASO
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF LP-PASO = "GO" AND LP-EVENTO = "FIN"
                   PERFORM 3110-ANOTAR-FIN-GO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-CTLPASO.

       3110-ANOTAR-FIN-GO.
           IF LP-ID-EJEC = WS-ID-EJEC AND WS-ID-EJEC > 0
             MOVE LP-CC    TO WS-GO-CC
             MOVE LP-FECHA TO WS-FECHA-FIN-GO
           END-IF.
           IF WS-VERBO = "REENVIAR" AND LP-ID-EJEC IS NUMERIC
             IF LP-CC = "0000" OR LP-CC = "0004" OR LP-CC = "0006"
               IF LP-FECHA = WS-FECHA-REENVIO
                 MOVE LP-ID-EJEC TO WS-ID-DIA
                 MOVE LP-CC      TO WS-CC-DIA
                 MOVE LP-FECHA   TO WS-FECHA-DIA
               END-IF
               IF LP-FECHA = WS-FECHA-NUM
                 MOVE LP-ID-EJEC TO WS-ID-VISPERA
                 MOVE LP-CC      TO WS-CC-VISPERA
                 MOVE LP-FECHA   TO WS-FECHA-VISPERA
               END-IF
             END-IF
           END-IF.

       3200-FIN-DE-MES.
      *  FIN DE MES: EL DIA SIGUIENTE A LA NOCHE CAE EN OTRO MES
      *  (LA MISMA REGLA QUE LOS PERFILES DEL PASO GO).
           MOVE "N" TO WS-FINMES-SW.
           MOVE 0 TO WS-NOCHE-ENTERO.
           IF WS-FECHA-NOCHE IS NUMERIC
             COMPUTE WS-NOCHE-ENTERO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-NOCHE)
           END-IF.
           IF WS-NOCHE-ENTERO > 0
             COMPUTE WS-MANANA =
                 FUNCTION DATE-OF-INTEGER(WS-NOCHE-ENTERO + 1)
             IF WS-MANANA(5:2) NOT = WS-FECHA-NOCHE(5:2)
               SET ES-FIN-DE-MES TO TRUE
             END-IF
           END-IF.

       3300-FECHA-NOCHE.
      *  LA NOCHE ES EL DIA DE LA ANOTACION FIN DE GO ELEGIDA; LA
      *  FECHA DEL ID SOLO SE USA SI EL LIBRO NO TIENE ESA
      *  ANOTACION (O NO TRAE UNA FECHA VALIDA).
           IF WS-FECHA-FIN-GO IS NUMERIC AND WS-FECHA-FIN-GO > 0
             MOVE WS-FECHA-FIN-GO TO WS-FECHA-NOCHE
           ELSE
             MOVE WS-ID-FECHA TO WS-FECHA-NOCHE
           END-IF.

       3500-SITUAR-REENVIO.
      *  EL DESTINATARIO TIENE QUE ESTAR EN EL MAESTRO (SE RESPETA
      *  SU FORMATO).  RETENMST FECHA CADA NOCHE CON EL DIA EN QUE
      *  CORRIO RETAIN, ASI QUE LA EJECUCION ES LA ULTIMA QUE
      *  TERMINO ESE DIA O, SI NO HAY, LA DEL DIA ANTERIOR (UNA
      *  NOCHE QUE CRUZO LA MEDIANOCHE).
           MOVE 0 TO WS-DESTINO-ACTUAL.
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1
                   UNTIL WS-IDX-DES > WS-NUM-DESTINOS
             IF DE-CODIGO(WS-IDX-DES) = WS-ARG-DESTINO
               MOVE WS-IDX-DES TO WS-DESTINO-ACTUAL
             END-IF
           END-PERFORM.
           MOVE 0 TO WS-CAT.
           IF WS-ARG-INFORME NOT = SPACES
             PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                     UNTIL WS-IDX-AUX > WS-NUM-CATALOGO
               IF CT-NOMBRE(WS-IDX-AUX) = WS-ARG-INFORME
                 MOVE WS-IDX-AUX TO WS-CAT
               END-IF
             END-PERFORM
           END-IF.
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REENVIO) - 1).
           PERFORM 3100-LEER-LIBRO.
           IF WS-ID-DIA > 0
             MOVE WS-ID-DIA        TO WS-ID-EJEC
             MOVE WS-CC-DIA        TO WS-GO-CC
             MOVE WS-FECHA-DIA     TO WS-FECHA-FIN-GO
           ELSE
             MOVE WS-ID-VISPERA    TO WS-ID-EJEC
             MOVE WS-CC-VISPERA    TO WS-GO-CC
             MOVE WS-FECHA-VISPERA TO WS-FECHA-FIN-GO
           END-IF.
           PERFORM 3300-FECHA-NOCHE.
           PERFORM 3900-LINEA-EJECUCION.
           EVALUATE TRUE
             WHEN WS-DESTINO-ACTUAL = 0
               MOVE SPACES TO RP-AV-TEXTO
               STRING "DESTINATARIO " DELIMITED BY SIZE
                      WS-ARG-DESTINO DELIMITED BY SPACE
                      " NO ESTA EN DISTMST; NO SE REENVIA NADA"
                      DELIMITED BY SIZE
                   INTO RP-AV-TEXTO
               END-STRING
               PERFORM 8100-GRABAR-AVISO
               MOVE 8 TO WS-RC
             WHEN WS-ARG-INFORME NOT = SPACES AND WS-CAT = 0
               MOVE SPACES TO RP-AV-TEXTO
               STRING "INFORME DESCONOCIDO: " DELIMITED BY SIZE
                      WS-ARG-INFORME DELIMITED BY SPACE
                      "; NO SE REENVIA NADA" DELIMITED BY SIZE
                   INTO RP-AV-TEXTO
               END-STRING
               PERFORM 8100-GRABAR-AVISO
               MOVE 0 TO WS-DESTINO-ACTUAL
               MOVE 8 TO WS-RC
             WHEN WS-ID-EJEC = 0
               MOVE "SIN EJECUCION TERMINADA EN CTLPASO PARA ESA "
                 & "FECHA NI LA ANTERIOR; EL ID VA A CEROS"
                 TO RP-AV-TEXTO
               PERFORM 8100-GRABAR-AVISO
           END-EVALUATE.

       3900-LINEA-EJECUCION.
           MOVE WS-VERBO       TO RP-EJ-ORDEN.
           MOVE WS-ID-EJEC     TO RP-EJ-ID.
           MOVE WS-FECHA-NOCHE TO RP-EJ-NOCHE.
           MOVE WS-GO-CC       TO RP-EJ-CC.
           MOVE WS-FINMES-SW   TO RP-EJ-FINMES.
           MOVE RP-EJECUCION TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE RP-BLANCO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       4000-REVISAR-FUENTES.
      *  CADA INFORME SE LEE UNA VEZ ANTES DE REPARTIR: SE CUENTAN
      *  SUS LINEAS Y SE COMPRUEBA QUE ES DE ESTA NOCHE POR LA
      *  FECHA DE SU CABECERA (LA DE LA NOCHE O LA DEL DIA
      *  SIGUIENTE, SI LA CADENA CRUZO LA MEDIANOCHE).  UNO QUE NO
      *  SE REGENERO ESTA NOCHE NO SE ENVIA: SE OMITE Y SE DICE.
      *  EL EXTRACTO NO LLEVA FECHA; BASTA CON SU FILA DE TITULOS.
           MOVE RP-TIT-FUENTES TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > WS-NUM-CATALOGO
             PERFORM 4100-REVISAR-FUENTE
           END-PERFORM.
           MOVE RP-BLANCO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       4100-REVISAR-FUENTE.
           MOVE "O"    TO FU-ESTADO(WS-CAT).
           MOVE SPACES TO FU-FECHA(WS-CAT) FU-MOTIVO(WS-CAT).
           MOVE 0      TO FU-LINEAS(WS-CAT).
           PERFORM 7100-ABRIR-FUENTE.
           IF WS-FUE-STATUS NOT = "00"
             MOVE SPACES TO FU-MOTIVO(WS-CAT)
             STRING "NO DISPONIBLE, STATUS=" DELIMITED BY SIZE
                    WS-FUE-STATUS DELIMITED BY SIZE
                 INTO FU-MOTIVO(WS-CAT)
             END-STRING
           ELSE
             MOVE "N" TO WS-FIN-FUENTE-SW
             PERFORM 7200-LEER-FUENTE
             IF FIN-FUENTE
               MOVE "VACIO" TO FU-MOTIVO(WS-CAT)
             ELSE
               PERFORM 4200-JUZGAR-CABECERA
               PERFORM UNTIL FIN-FUENTE
                 ADD 1 TO FU-LINEAS(WS-CAT)
                 PERFORM 7200-LEER-FUENTE
               END-PERFORM
             END-IF
             PERFORM 7300-CERRAR-FUENTE
           END-IF.
           MOVE CT-NOMBRE(WS-CAT) TO RP-FU-NOMBRE.
           MOVE FU-FECHA(WS-CAT)  TO RP-FU-FECHA.
           MOVE FU-LINEAS(WS-CAT) TO RP-FU-LINEAS.
           IF FU-ESTADO(WS-CAT) = "D"
             MOVE "LISTO PARA ENVIAR" TO RP-FU-SITUACION
           ELSE
             MOVE FU-MOTIVO(WS-CAT) TO RP-FU-SITUACION
           END-IF.
           MOVE RP-FUENTE TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       4200-JUZGAR-CABECERA.
           IF WS-CAT = WS-CAT-EXTRACTO
             MOVE ALL "-" TO FU-FECHA(WS-CAT)
             IF WS-LINEA(1:11) = "FECHA;HORA;"
               MOVE "D" TO FU-ESTADO(WS-CAT)
             ELSE
               MOVE "SIN FILA DE TITULOS: NO ES UN EXTRACTO"
                 TO FU-MOTIVO(WS-CAT)
             END-IF
           ELSE
             MOVE 0 TO WS-POS
             INSPECT WS-LINEA(1:132) TALLYING WS-POS
                 FOR CHARACTERS BEFORE INITIAL "FECHA: "
             IF WS-POS < 118
               MOVE WS-LINEA(WS-POS + 8:8) TO FU-FECHA(WS-CAT)
             END-IF
             MOVE 0 TO WS-FUENTE-ENTERO
             IF FU-FECHA(WS-CAT) IS NUMERIC
               MOVE FU-FECHA(WS-CAT) TO WS-FECHA-NUM
               COMPUTE WS-FUENTE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
             END-IF
             EVALUATE TRUE
               WHEN WS-FUENTE-ENTERO = 0
                 MOVE "CABECERA SIN FECHA" TO FU-MOTIVO(WS-CAT)
               WHEN WS-FUENTE-ENTERO < WS-NOCHE-ENTERO
                 OR WS-FUENTE-ENTERO > WS-NOCHE-ENTERO + 1
                 MOVE "NO SE REGENERO ESTA NOCHE" TO FU-MOTIVO(WS-CAT)
               WHEN OTHER
                 MOVE "D" TO FU-ESTADO(WS-CAT)
             END-EVALUATE
           END-IF.

       5000-REPARTIR.
           PERFORM 7500-ABRIR-SALIDAS.
           MOVE RP-TIT-ENVIOS TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1
                   UNTIL WS-IDX-DES > WS-NUM-DESTINOS
             PERFORM 5100-PREPARAR-DESTINO
           END-PERFORM.
           PERFORM 7600-CERRAR-SALIDAS.

       5100-PREPARAR-DESTINO.
      *  ENTRAN EN EL PAQUETE LOS INFORMES DEL DESTINATARIO CUYA
      *  CONDICION SE CUMPLE ESTA NOCHE; LOS QUE NO ESTAN LISTOS
      *  SE OMITEN PERO FIGURAN EN LA HOJA DE REMISION Y EN EL
      *  REGISTRO.  SIN NADA QUE LE TOQUE NO HAY PAQUETE.
           MOVE WS-IDX-DES TO WS-DESTINO-ACTUAL.
           MOVE 0 TO WS-PQ-NUM.
           PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                   UNTIL WS-IDX-INF > DE-NUM-INF(WS-IDX-DES)
             PERFORM 5110-JUZGAR-CONDICION
             IF CONDICION-CUMPLIDA
               ADD 1 TO WS-PQ-NUM
               MOVE DI-CAT(WS-IDX-DES, WS-IDX-INF)
                 TO PQ-CAT(WS-PQ-NUM)
               MOVE DI-COND(WS-IDX-DES, WS-IDX-INF)
                 TO PQ-COND(WS-PQ-NUM)
               MOVE PQ-CAT(WS-PQ-NUM) TO WS-CAT
               IF FU-ESTADO(WS-CAT) = "D"
                 MOVE "I" TO PQ-ESTADO(WS-PQ-NUM)
                 MOVE FU-LINEAS(WS-CAT) TO PQ-LINEAS(WS-PQ-NUM)
                 MOVE SPACES TO PQ-MOTIVO(WS-PQ-NUM)
               ELSE
                 MOVE "O" TO PQ-ESTADO(WS-PQ-NUM)
                 MOVE 0   TO PQ-LINEAS(WS-PQ-NUM)
                 MOVE FU-MOTIVO(WS-CAT) TO PQ-MOTIVO(WS-PQ-NUM)
               END-IF
             END-IF
           END-PERFORM.
           IF WS-PQ-NUM = 0
             MOVE SPACES TO RP-ENVIO
             MOVE DE-CODIGO(WS-IDX-DES) TO RP-EN-DESTINO
             MOVE "NADA QUE ENVIAR ESTA NOCHE" TO RP-EN-NOTA
             MOVE RP-ENVIO TO REG-RESUMEN
             WRITE REG-RESUMEN
           ELSE
             PERFORM 5200-ENVIAR-PAQUETE
           END-IF.

       5110-JUZGAR-CONDICION.
           MOVE "N" TO WS-CUMPLE-SW.
           EVALUATE DI-COND(WS-IDX-DES, WS-IDX-INF)
             WHEN "S"
               SET CONDICION-CUMPLIDA TO TRUE
             WHEN "R"
               IF WS-GO-CC = "0004" OR WS-GO-CC = "0006"
                 SET CONDICION-CUMPLIDA TO TRUE
               END-IF
             WHEN "M"
               IF ES-FIN-DE-MES
                 SET CONDICION-CUMPLIDA TO TRUE
               END-IF
           END-EVALUATE.

       5200-ENVIAR-PAQUETE.
      *  CARATULA CON LA HOJA DE REMISION Y DETRAS CADA INFORME
      *  INCLUIDO, PRECEDIDO DE SU SEPARADOR.  CADA PARTIDA QUEDA
      *  EN DISTLOG CON LA HORA EN QUE SE TERMINO DE COPIAR.
           ADD 1 TO WS-PAQUETES.
           PERFORM 7700-ESCRIBIR-CARATULA.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-NUM
             MOVE PQ-CAT(WS-PQ-IDX) TO WS-CAT
             IF PQ-ESTADO(WS-PQ-IDX) = "I"
               PERFORM 5300-COPIAR-FUENTE
             END-IF
             PERFORM 8000-ANOTAR-PARTIDA
           END-PERFORM.

       5300-COPIAR-FUENTE.
           MOVE CT-NOMBRE(WS-CAT) TO CR-SE-INFORME.
           MOVE WS-FECHA-NOCHE    TO CR-SE-FECHA.
           MOVE CR-SEPARADOR TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE 0 TO WS-LINEAS-COPIA.
           PERFORM 7100-ABRIR-FUENTE.
           IF WS-FUE-STATUS NOT = "00"
             DISPLAY "ERROR AL REABRIR " CT-NOMBRE(WS-CAT)
                     ", STATUS=" WS-FUE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-FUENTE-SW.
           PERFORM 7200-LEER-FUENTE.
           PERFORM UNTIL FIN-FUENTE
             PERFORM 7400-ESCRIBIR-PAQUETE
             ADD 1 TO WS-LINEAS-COPIA
             PERFORM 7200-LEER-FUENTE
           END-PERFORM.
           PERFORM 7300-CERRAR-FUENTE.
           MOVE WS-LINEAS-COPIA TO PQ-LINEAS(WS-PQ-IDX).

       6000-REENVIAR.
      *  REENVIO A UN DESTINATARIO: EL INFORME PEDIDO O TODOS LOS
      *  SUYOS, SIN MIRAR CONDICIONES (LO PIDE OPERACIONES), DESDE
      *  RETENMST.  LO QUE RETAIN NO GUARDA NO SE PUEDE REENVIAR Y
      *  SE OMITE.
           OPEN INPUT ARCH-RETENMST.
           IF WS-RMS-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR RETENMST, STATUS=" WS-RMS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ARCH-RETENMST.
           MOVE WS-DESTINO-ACTUAL TO WS-IDX-DES.
           MOVE 0 TO WS-PQ-NUM.
           IF WS-CAT > 0
             MOVE 1      TO WS-PQ-NUM
             MOVE WS-CAT TO PQ-CAT(1)
             MOVE "S"    TO PQ-COND(1)
             PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                     UNTIL WS-IDX-INF > DE-NUM-INF(WS-IDX-DES)
               IF DI-CAT(WS-IDX-DES, WS-IDX-INF) = WS-CAT
                 MOVE DI-COND(WS-IDX-DES, WS-IDX-INF) TO PQ-COND(1)
               END-IF
             END-PERFORM
           ELSE
             PERFORM VARYING WS-IDX-INF FROM 1 BY 1
                     UNTIL WS-IDX-INF > DE-NUM-INF(WS-IDX-DES)
               ADD 1 TO WS-PQ-NUM
               MOVE DI-CAT(WS-IDX-DES, WS-IDX-INF)
                 TO PQ-CAT(WS-PQ-NUM)
               MOVE DI-COND(WS-IDX-DES, WS-IDX-INF)
                 TO PQ-COND(WS-PQ-NUM)
             END-PERFORM
           END-IF.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-NUM
             PERFORM 6100-CONTAR-RETENIDO
           END-PERFORM.
           PERFORM 7500-ABRIR-SALIDAS.
           MOVE RP-TIT-ENVIOS TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           ADD 1 TO WS-PAQUETES.
           PERFORM 7700-ESCRIBIR-CARATULA.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-NUM
             MOVE PQ-CAT(WS-PQ-IDX) TO WS-CAT
             IF PQ-ESTADO(WS-PQ-IDX) = "I"
               PERFORM 6200-COPIAR-RETENIDO
             END-IF
             PERFORM 8000-ANOTAR-PARTIDA
           END-PERFORM.
           PERFORM 7600-CERRAR-SALIDAS.

       6100-CONTAR-RETENIDO.
           MOVE PQ-CAT(WS-PQ-IDX) TO WS-CAT.
           MOVE 0      TO PQ-LINEAS(WS-PQ-IDX).
           MOVE SPACES TO PQ-MOTIVO(WS-PQ-IDX).
           MOVE "O"    TO PQ-ESTADO(WS-PQ-IDX).
           IF CT-RETENIDO(WS-CAT) NOT = "S"
             MOVE "NO SE GUARDA EN RETENMST: NO REENVIABLE"
               TO PQ-MOTIVO(WS-PQ-IDX)
           ELSE
             OPEN INPUT ARCH-RETENMST
             MOVE "N" TO WS-FIN-ARCH-SW
             PERFORM UNTIL FIN-ARCHIVO
               READ ARCH-RETENMST
                 AT END
                   SET FIN-ARCHIVO TO TRUE
                 NOT AT END
                   IF RM-FECHA IS NUMERIC
                      AND RM-FECHA = WS-FECHA-REENVIO
                      AND RM-FUENTE = CT-NOMBRE(WS-CAT)
                     ADD 1 TO PQ-LINEAS(WS-PQ-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCH-RETENMST
             IF PQ-LINEAS(WS-PQ-IDX) = 0
               MOVE "NO RETENIDO DE ESA FECHA"
                 TO PQ-MOTIVO(WS-PQ-IDX)
             ELSE
               MOVE "I" TO PQ-ESTADO(WS-PQ-IDX)
             END-IF
           END-IF.

       6200-COPIAR-RETENIDO.
           MOVE CT-NOMBRE(WS-CAT) TO CR-SE-INFORME.
           MOVE WS-ARG-FECHA      TO CR-SE-FECHA.
           MOVE CR-SEPARADOR TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE 0 TO WS-LINEAS-COPIA.
           OPEN INPUT ARCH-RETENMST.
           MOVE "N" TO WS-FIN-ARCH-SW.
           PERFORM UNTIL FIN-ARCHIVO
             READ ARCH-RETENMST
               AT END
                 SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF RM-FECHA IS NUMERIC
                    AND RM-FECHA = WS-FECHA-REENVIO
                    AND RM-FUENTE = CT-NOMBRE(WS-CAT)
                   MOVE RM-LINEA TO WS-LINEA
                   PERFORM 7400-ESCRIBIR-PAQUETE
                   ADD 1 TO WS-LINEAS-COPIA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-RETENMST.
           MOVE WS-LINEAS-COPIA TO PQ-LINEAS(WS-PQ-IDX).

       7100-ABRIR-FUENTE.
           EVALUATE WS-CAT
             WHEN 1
               OPEN INPUT ARCH-INFORME
             WHEN 2
               OPEN INPUT ARCH-DELTA
             WHEN 3
               OPEN INPUT ARCH-BOLETIN
             WHEN 4
               OPEN INPUT ARCH-VIGILRPT
             WHEN 5
               OPEN INPUT ARCH-RECONRPT
             WHEN 6
               OPEN INPUT ARCH-CONVRPT
             WHEN 7
               OPEN INPUT ARCH-CONSULTA
             WHEN 8
               OPEN INPUT ARCH-VIDARPT
             WHEN 9
               OPEN INPUT ARCH-EXTRACTO
           END-EVALUATE.

       7200-LEER-FUENTE.
           MOVE SPACES TO WS-LINEA.
           EVALUATE WS-CAT
             WHEN 1
               READ ARCH-INFORME INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 2
               READ ARCH-DELTA INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 3
               READ ARCH-BOLETIN INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 4
               READ ARCH-VIGILRPT INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 5
               READ ARCH-RECONRPT INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 6
               READ ARCH-CONVRPT INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 7
               READ ARCH-CONSULTA INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 8
               READ ARCH-VIDARPT INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
             WHEN 9
               READ ARCH-EXTRACTO INTO WS-LINEA
                 AT END
                   SET FIN-FUENTE TO TRUE
               END-READ
           END-EVALUATE.

       7300-CERRAR-FUENTE.
           EVALUATE WS-CAT
             WHEN 1
               CLOSE ARCH-INFORME
             WHEN 2
               CLOSE ARCH-DELTA
             WHEN 3
               CLOSE ARCH-BOLETIN
             WHEN 4
               CLOSE ARCH-VIGILRPT
             WHEN 5
               CLOSE ARCH-RECONRPT
             WHEN 6
               CLOSE ARCH-CONVRPT
             WHEN 7
               CLOSE ARCH-CONSULTA
             WHEN 8
               CLOSE ARCH-VIDARPT
             WHEN 9
               CLOSE ARCH-EXTRACTO
           END-EVALUATE.

       7400-ESCRIBIR-PAQUETE.
           IF DE-FORMATO(WS-IDX-DES) = "A"
             MOVE SPACES TO REG-ARCHIVO
             MOVE DE-CODIGO(WS-IDX-DES) TO DA-DESTINO
             MOVE WS-LINEA TO DA-LINEA
             WRITE REG-ARCHIVO
             IF WS-ARC-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR DISTARC, STATUS="
                       WS-ARC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE WS-LINEA(1:132) TO REG-IMPRESO
             WRITE REG-IMPRESO
             IF WS-IMP-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR DISTIMP, STATUS="
                       WS-IMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       7500-ABRIR-SALIDAS.
      *  LOS PAQUETES SE REHACEN CADA VEZ; EL REGISTRO DE ENVIOS
      *  SOLO CRECE (SE CREA LA PRIMERA VEZ).
           OPEN OUTPUT ARCH-IMPRESO.
           IF WS-IMP-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DISTIMP, STATUS=" WS-IMP-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-ARCHIVO.
           IF WS-ARC-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DISTARC, STATUS=" WS-ARC-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND ARCH-DISTLOG.
           IF WS-LOG-STATUS = "35"
             OPEN OUTPUT ARCH-DISTLOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR DISTLOG, STATUS=" WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       7600-CERRAR-SALIDAS.
           CLOSE ARCH-IMPRESO.
           CLOSE ARCH-ARCHIVO.
           CLOSE ARCH-DISTLOG.

       7700-ESCRIBIR-CARATULA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE CR-ASTERISCOS TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           IF WS-VERBO = "REENVIAR"
             MOVE SPACES TO CR-TIT-TIPO
             STRING "(REENVIO DE " DELIMITED BY SIZE
                    WS-ARG-FECHA DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                 INTO CR-TIT-TIPO
             END-STRING
           ELSE
             MOVE SPACES TO CR-TIT-TIPO
           END-IF.
           MOVE CR-TITULO TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE DE-CODIGO(WS-IDX-DES) TO CR-DE-CODIGO.
           MOVE DE-NOMBRE(WS-IDX-DES) TO CR-DE-NOMBRE.
           IF DE-FORMATO(WS-IDX-DES) = "A"
             MOVE "FICHERO" TO CR-DE-FORMATO
           ELSE
             MOVE "IMPRESO" TO CR-DE-FORMATO
           END-IF.
           MOVE CR-DESTINO TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE WS-ID-EJEC     TO CR-EJ-ID.
           MOVE WS-FECHA-NOCHE TO CR-EJ-NOCHE.
           MOVE WS-GO-CC       TO CR-EJ-CC.
           MOVE WS-FECHA-HOY   TO CR-EJ-FECHA.
           MOVE WS-HORA-HOY(1:6) TO CR-EJ-HORA.
           MOVE CR-EJECUCION TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE CR-CONTENIDO TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE 0 TO WS-PQ-LINEAS.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-NUM
             MOVE PQ-CAT(WS-PQ-IDX) TO WS-CAT
             MOVE CT-NOMBRE(WS-CAT) TO CR-PA-INFORME
             MOVE PQ-COND(WS-PQ-IDX) TO WS-COND
             PERFORM 8300-TEXTO-CONDICION
             MOVE WS-TXT-COND TO CR-PA-CONDICION
             MOVE PQ-LINEAS(WS-PQ-IDX) TO CR-PA-LINEAS
             IF PQ-ESTADO(WS-PQ-IDX) = "I"
               MOVE "INCLUIDO" TO CR-PA-SITUACION
               ADD PQ-LINEAS(WS-PQ-IDX) TO WS-PQ-LINEAS
             ELSE
               MOVE SPACES TO CR-PA-SITUACION
               STRING "OMITIDO: " DELIMITED BY SIZE
                      PQ-MOTIVO(WS-PQ-IDX) DELIMITED BY SIZE
                   INTO CR-PA-SITUACION
               END-STRING
             END-IF
             MOVE CR-PARTIDA TO WS-LINEA
             PERFORM 7400-ESCRIBIR-PAQUETE
           END-PERFORM.
           MOVE WS-PQ-LINEAS TO CR-TOT-LINEAS.
           MOVE CR-TOTAL TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.
           MOVE CR-ASTERISCOS TO WS-LINEA.
           PERFORM 7400-ESCRIBIR-PAQUETE.

       8000-ANOTAR-PARTIDA.
      *  UNA LINEA EN DISTLOG Y OTRA EN DISTRPT POR PARTIDA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES                 TO REG-DISTLOG.
           MOVE WS-FECHA-HOY           TO DL-FECHA.
           MOVE WS-HORA-HOY            TO DL-HORA.
           MOVE DE-CODIGO(WS-IDX-DES)  TO DL-DESTINO.
           MOVE CT-NOMBRE(WS-CAT)      TO DL-INFORME.
           MOVE WS-ID-EJEC             TO DL-ID-EJEC.
           MOVE WS-FECHA-NOCHE         TO DL-FECHA-NOCHE.
           MOVE PQ-LINEAS(WS-PQ-IDX)   TO DL-LINEAS.
           MOVE WS-TIPO-ENVIO          TO DL-TIPO.
           IF PQ-ESTADO(WS-PQ-IDX) = "I"
             MOVE "ENVIADO" TO DL-ESTADO
             ADD 1 TO WS-ENVIADOS
           ELSE
             MOVE "OMITIDO" TO DL-ESTADO
             MOVE PQ-MOTIVO(WS-PQ-IDX) TO DL-NOTA
             ADD 1 TO WS-OMITIDOS
           END-IF.
           WRITE REG-DISTLOG.
           IF WS-LOG-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR DISTLOG, STATUS="
                     WS-LOG-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RP-ENVIO.
           MOVE DE-CODIGO(WS-IDX-DES) TO RP-EN-DESTINO.
           IF DE-FORMATO(WS-IDX-DES) = "A"
             MOVE "FICHERO" TO RP-EN-FORMATO
           ELSE
             MOVE "IMPRESO" TO RP-EN-FORMATO
           END-IF.
           MOVE CT-NOMBRE(WS-CAT) TO RP-EN-INFORME.
           MOVE PQ-COND(WS-PQ-IDX) TO WS-COND.
           PERFORM 8300-TEXTO-CONDICION.
           MOVE WS-TXT-COND   TO RP-EN-CONDICION.
           MOVE DL-ESTADO     TO RP-EN-RESULTADO.
           MOVE DL-LINEAS     TO RP-EN-LINEAS.
           MOVE DL-NOTA       TO RP-EN-NOTA.
           MOVE RP-ENVIO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       8100-GRABAR-AVISO.
           MOVE RP-AVISO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       8200-ERROR-MAESTRO.
           ADD 1 TO WS-ERRORES-MST.
           MOVE SPACES TO RP-AV-TEXTO.
           IF WS-NUM-TARJETA > 0
             STRING "ERROR DISTMST TARJETA " DELIMITED BY SIZE
                    WS-NUM-TARJETA DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    WS-TEXTO-ERROR DELIMITED BY SIZE
                 INTO RP-AV-TEXTO
             END-STRING
           ELSE
             STRING "ERROR DISTMST: " DELIMITED BY SIZE
                    WS-TEXTO-ERROR DELIMITED BY SIZE
                 INTO RP-AV-TEXTO
             END-STRING
           END-IF.
           DISPLAY RP-AV-TEXTO(1:100).
           PERFORM 8100-GRABAR-AVISO.

       8300-TEXTO-CONDICION.
           EVALUATE WS-COND
             WHEN "R"
               MOVE "RC 4/6"     TO WS-TXT-COND
             WHEN "M"
               MOVE "FIN DE MES" TO WS-TXT-COND
             WHEN OTHER
               MOVE "SIEMPRE"    TO WS-TXT-COND
           END-EVALUATE.

       9000-FIN.
           IF WS-ERRORES-MST > 0
             MOVE 8 TO WS-RC
           END-IF.
           IF WS-RC = 0 AND WS-OMITIDOS > 0
             MOVE 4 TO WS-RC
           END-IF.
           MOVE RP-BLANCO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE WS-PAQUETES TO RP-TOT-PAQUETES.
           MOVE WS-ENVIADOS TO RP-TOT-ENVIADOS.
           MOVE WS-OMITIDOS TO RP-TOT-OMITIDOS.
           MOVE RP-TOTAL TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           EVALUATE TRUE
             WHEN WS-ERRORES-MST > 0
               MOVE "MAESTRO DISTMST CON ERRORES: NO SE HA ENVIADO "
                 & "NADA" TO RP-VER-TEXTO
             WHEN WS-RC = 8
               MOVE "NADA QUE DISTRIBUIR: VER EL AVISO DE ARRIBA"
                 TO RP-VER-TEXTO
             WHEN WS-RC = 4
               MOVE "DISTRIBUIDO CON INFORMES OMITIDOS (VER "
                 & "RESULTADO)" TO RP-VER-TEXTO
             WHEN OTHER
               MOVE "DISTRIBUCION COMPLETA" TO RP-VER-TEXTO
           END-EVALUATE.
           MOVE RP-VEREDICTO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR DISTRPT, STATUS="
                     WS-RPT-STATUS
           END-IF.
           CLOSE ARCH-RESUMEN.
           DISPLAY "DISTRIBUCION (" WS-VERBO "), EJECUCION "
                   WS-ID-EJEC ": PAQUETES=" WS-PAQUETES
                   " ENVIADOS=" WS-ENVIADOS " OMITIDOS=" WS-OMITIDOS.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.
