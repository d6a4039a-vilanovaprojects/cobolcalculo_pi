               ALTERNATE RECORD KEY IS RT-BUCLE-LIMITE
                   WITH DUPLICATES
               FILE STATUS IS WS-TPO-STATUS.
           SELECT ARCH-PARAMEJ ASSIGN TO PARAMEJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-ID-EJEC
               FILE STATUS IS WS-PEJ-STATUS.
           SELECT ARCH-IDEJEC ASSIGN TO IDEJEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDE-STATUS.
           SELECT ARCH-CTLPASO ASSIGN TO CTLPASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARCH-REFCONST ASSIGN TO REFCONST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-ID
               FILE STATUS IS WS-RFC-STATUS.
           SELECT ARCH-SELLOCLV ASSIGN TO SELLOCLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCL-STATUS.
           SELECT ARCH-PARCIAL ASSIGN TO PARCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT ARCH-FUSION ASSIGN TO PIFUSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUS-STATUS.
           SELECT ARCH-LISTAREP ASSIGN TO LISTAREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRP-STATUS.
           SELECT ARCH-REPRODUC ASSIGN TO REPRODUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
              10 RH-PROME-RESTO   PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

       FD  ARCH-CHECKPT
           RECORDING MODE IS F.
           05 CK-DATO-TBL OCCURS 30 TIMES PIC -9.9(37).
           05 FILLER              PIC X(1).
           05 CK-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 CK-BUCLE-LIMITE     PIC 9(10).
           05 FILLER              PIC X(1).
           05 CK-FECHA            PIC 9(8).
           05 FILLER              PIC X(1).
           05 CK-HORA             PIC 9(8).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-DELTA              PIC X(132).

      *  PETICION DE PARADA, NORMALMENTE GRABADA DESDE LA CONSOLA
      *  DE OPERADOR.  SP-ORDEN: STOP PENDIENTE, ATEN YA ATENDIDA
      *  POR GO, ANUL ANULADA; CUALQUIER OTRA COSA NO PIDE NADA.
      *  UN STOP CON ID DE EJECUCION SOLO PARA ESA EJECUCION; SIN
      *  ID (GRABADO A MANO) PARA LA QUE ESTE EN CURSO.
       FD  ARCH-STOPREQ
           RECORDING MODE IS F.
       01  REG-STOPREQ.
           05 SP-ORDEN            PIC X(4).
           05 FILLER              PIC X(1).
           05 SP-ID-EJEC          PIC X(14).
           05 FILLER              PIC X(1).
           05 SP-USUARIO          PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-FECHA            PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-HORA             PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-FECHA-ATEN       PIC X(8).
           05 FILLER              PIC X(1).
           05 SP-HORA-ATEN        PIC X(8).
           05 FILLER              PIC X(16).

       FD  ARCH-TIEMPOS.
       01  REG-TIEMPOS.
           05 RT-CSEG-TOTAL       PIC 9(9).
           05 FILLER              PIC X(1).
           05 RT-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       FD  ARCH-CONVLOG
           RECORDING MODE IS F.
           05 FILLER              PIC X(1).
           05 RC-ID-EJEC          PIC 9(14).

      *  MAESTRO DE PARAMETROS POR EJECUCION: LA CONFIGURACION
      *  EFECTIVA COMPLETA DE CADA ID Y DE DONDE SALIO CADA VALOR
      *  (DEFECTO, PARM, PARAMCRD, PERFIL O AJUSTE).  PE-CLAVE-HIST
      *  ES LA CLAVE DEL REGISTRO DE HISTORIA DE LA MISMA
      *  EJECUCION Y PE-VERSION-REF LA VERSION DE REFCONST CONTRA
      *  LA QUE SE JUZGO.
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

      *  EJECUCION EN CURSO DEL TRABAJO NOCTURNO, ESCRITA POR EL
      *  PASO CTLINI (MODO N NUEVA, R REANUDACION DE PASOS).
       FD  ARCH-IDEJEC
           RECORDING MODE IS F.
       01  REG-IDEJEC.
           05 IE-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 IE-MODO             PIC X(1).
              88 IE-NUEVA         VALUE "N".
              88 IE-REANUDACION   VALUE "R".
           05 FILLER              PIC X(1).
           05 IE-CC-GO            PIC 9(2).
           05 FILLER              PIC X(1).
           05 IE-DESDE            PIC X(8).

      *  LIBRO DE CONTROL DE PASOS DEL TRABAJO NOCTURNO.
       FD  ARCH-CTLPASO
           RECORDING MODE IS F.
       01  REG-CTLPASO.
           05 LP-ID-EJEC          PIC 9(14).
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
           05 LP-CC-NUM REDEFINES LP-CC PIC 9(4).
           05 FILLER              PIC X(1).
           05 LP-NOTA             PIC X(40).

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

      *  CLAVE SECRETA DE SELLADO DE HISTORIA Y TIEMPOS: UNA
      *  TARJETA CON DOS NUMEROS DE 12 CIFRAS (COLUMNAS 1-12 Y
      *  14-25).  EL DATASET SOLO LO LEEN LOS USUARIOS DE
      *  PRODUCCION Y DE AUDITORIA.
       FD  ARCH-SELLOCLV
           RECORDING MODE IS F.
       01  REG-SELLOCLV.
           05 SC-CLAVE-1          PIC X(12).
           05 FILLER              PIC X(1).
           05 SC-CLAVE-2          PIC X(12).
           05 FILLER              PIC X(55).

      *  SUMA PARCIAL DE UN TRAMO DE LA SERIE DE LEIBNIZ (MODO
      *  TRAMO, UN DATASET POR TRAMO).  TIPO M: MUESTRA DE
      *  CONVERGENCIA; TIPO D: VALOR EN UNA DE LAS ULTIMAS NDATOS
      *  ITERACIONES; TIPO T, EL ULTIMO: RESUMEN DEL TRAMO.  LOS
      *  VALORES SON SUMAS LOCALES DEL TRAMO, SIN LO ANTERIOR.  UN
      *  TRAMO SIN REGISTRO T NO TERMINO.
       FD  ARCH-PARCIAL
           RECORDING MODE IS F.
       01  REG-PARCIAL.
           05 PT-TIPO             PIC X(1).
           05 FILLER              PIC X(1).
           05 PT-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 PT-TRAMO            PIC 9(2).
           05 FILLER              PIC X(1).
           05 PT-TRAMOS           PIC 9(2).
           05 FILLER              PIC X(1).
           05 PT-RESUMEN.
              10 PT-BUCLE-LIMITE  PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-NUM-DATOS     PIC 9(2).
              10 FILLER           PIC X(1).
              10 PT-DESDE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-HASTA         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-SUMA          PIC -9.9(37).
              10 FILLER           PIC X(1).
              10 PT-FECHA-INI     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-HORA-INI      PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-FECHA-FIN     PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-HORA-FIN      PIC 9(8).
              10 FILLER           PIC X(1).
              10 PT-CSEG          PIC 9(9).
           05 PT-VALORES REDEFINES PT-RESUMEN.
              10 PT-BUCLE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 PT-VALOR         PIC -9.9(37).
              10 FILLER           PIC X(71).

      *  SERIE DE LEIBNIZ YA SUMADA POR FUSIONAR-TRAMOS: UN
      *  REGISTRO F CON EL TOTAL, LAS NDATOS ULTIMAS SUMAS PARA
      *  RICHARDSON Y EL TIEMPO DEL TRAMO MAS LARGO, Y UN REGISTRO
      *  M POR MUESTRA DE CONVERGENCIA, YA CON VALORES GLOBALES.
       FD  ARCH-FUSION
           RECORDING MODE IS F.
       01  REG-FUSION.
           05 FU-TIPO             PIC X(1).
           05 FILLER              PIC X(1).
           05 FU-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(1).
           05 FU-CABECERA.
              10 FU-BUCLE-LIMITE  PIC 9(10).
              10 FILLER           PIC X(1).
              10 FU-NUM-DATOS     PIC 9(2).
              10 FILLER           PIC X(1).
              10 FU-TRAMOS        PIC 9(2).
              10 FILLER           PIC X(1).
              10 FU-PI            PIC -9.9(37).
              10 FILLER           PIC X(1).
              10 FU-CSEG-LEIBNIZ  PIC 9(9).
              10 FILLER           PIC X(1).
              10 FU-CSEG-SUMA     PIC 9(9).
              10 FILLER           PIC X(1).
              10 FU-DATO-TBL OCCURS 30 TIMES PIC -9.9(37).
           05 FU-MUESTRA REDEFINES FU-CABECERA.
              10 FU-BUCLE         PIC 9(10).
              10 FILLER           PIC X(1).
              10 FU-VALOR         PIC -9.9(37).
              10 FILLER           PIC X(1227).

      *  EJECUCIONES A REPRODUCIR (MODO REPRODUCCION): UN ID DE
      *  EJECUCION POR TARJETA EN LAS COLUMNAS 1-14, * EN LA
      *  COLUMNA 1 PARA COMENTARIOS.
       FD  ARCH-LISTAREP
           RECORDING MODE IS F.
       01  REG-LISTAREP.
           05 LR-ID-EJEC          PIC X(14).
           05 FILLER              PIC X(66).

      *  RESULTADOS DE LA REPRODUCCION PARA CERTIFICAR-REPRODUCCION.
      *  TIPO R: EJECUCION REPRODUCIDA, CON LOS CUATRO VALORES EN LA
      *  MISMA FORMA DE 78 POSICIONES QUE HISTORIA; TIPO N: NO SE
      *  PUDO REPRODUCIR, CON EL MOTIVO; TIPO T, EL ULTIMO: TOTALES
      *  DEL PASO CON SU PROPIO ID.  SIN REGISTRO T LA REPRODUCCION
      *  NO TERMINO.
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
       01 PI       PIC S9V9(37) COMP-3.
       01 BUCLE       PIC 9(10).
       01 DENOMINADOR PIC 9(11).
       01 WS-DELTA-STATUS     PIC X(2).
       01 WS-STOP-STATUS      PIC X(2).
       01 WS-CONV-STATUS      PIC X(2).
       01 WS-IDE-STATUS       PIC X(2).
       01 WS-CTL-STATUS       PIC X(2).
      *  CON DATASET IDEJEC EL PASO GO ANOTA SU COMIENZO Y SU FINAL
      *  (CON EL RC) EN EL LIBRO CTLPASO BAJO EL ID DE EJECUCION.
       01 WS-LIBRO-SW         PIC X VALUE 'N'.
           88 CON-LIBRO       VALUE 'S'.
       01 WS-ID-PROVISIONAL   PIC 9(14) VALUE 0.
       01 WS-LP-ID            PIC 9(14).
       01 WS-LP-EVENTO        PIC X(8).
       01 WS-LP-CC            PIC 9(4).
       01 WS-LP-NOTA          PIC X(40).
       01 WS-TPO-STATUS       PIC X(2).
       01 WS-T-INI-TOTAL      PIC 9(9) COMP.
       01 WS-T-FASE-INI       PIC 9(9) COMP.
           05 SW-REC-TEXTO     PIC X(98).
       01 WS-PARO-SW          PIC X VALUE 'N'.
           88 PARO-SOLICITADO VALUE 'S'.
       01 WS-PARO-AJENO-SW    PIC X VALUE 'N'.
           88 PARO-AJENO-AVISADO VALUE 'S'.
       01 WS-PARO-ID          PIC X(14).
       01 WS-FASE-PROG        PIC X(10).
       01 WS-PROG-INI-CSEG    PIC 9(9) COMP.
       01 WS-PROG-AHORA       PIC 9(8).
       01 WS-FIN-HIST-SW      PIC X VALUE 'N'.
           88 FIN-HISTORIAL   VALUE 'S'.

      *  SELLADO ENCADENADO DE HISTORIA Y TIEMPOS.  CADA REGISTRO
      *  LLEVA EL SELLO DEL ANTERIOR DEL MAESTRO (RH/RT-SELLO-ANT)
      *  Y EL SUYO PROPIO, CALCULADO CON LA CLAVE DE SELLOCLV SOBRE
      *  EL SELLO ANTERIOR Y TODO EL REGISTRO HASTA EL ID.  SIN
      *  CLAVE VALIDA EL PASO NO CALCULA (2885).
       01 WS-SCL-STATUS       PIC X(2).
       01 WS-SELLO-SW         PIC X VALUE 'N'.
           88 CON-SELLO       VALUE 'S'.
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
       01 WS-SELLO-ANT        PIC X(25).
       01 WS-SELLO.
           05 WS-SELLO-1      PIC 9(12).
           05 WS-SELLO-2      PIC 9(13).
       01 WS-SEL-CLAVE-REG.
           05 WS-SCR-FECHA    PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-SCR-HORA     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-SCR-LIMITE   PIC 9(10).
       01 WS-SEL-FIN-SW       PIC X VALUE 'N'.
           88 FIN-BUSCA-SELLO VALUE 'S'.

      *  EJECUCION DE LEIBNIZ POR TRAMOS.  CON PARM 'T' EL PASO
      *  SOLO SUMA SU TRAMO DE LA SERIE (MODO TRAMO) Y LO GRABA EN
      *  PARCIAL; FUSIONAR-TRAMOS JUNTA LOS TRAMOS EN PIFUSION Y EL
      *  PASO NORMAL, SI ENCUENTRA ALLI LA SERIE DE SU MISMO ID DE
      *  EJECUCION, LA TOMA EN VEZ DE SUMARLA (CON-FUSION).  LOS
      *  TRAMOS SE REPARTEN POR PAREJAS DE TERMINOS: TODOS EMPIEZAN
      *  EN UN TERMINO POSITIVO, SU SUMA LOCAL NUNCA ES NEGATIVA Y
      *  EL TRUNCAMIENTO DE CADA TERMINO ES EL MISMO QUE EN LA
      *  SUMA SEGUIDA, ASI QUE LA FUSION DA EL MISMO VALOR EXACTO.
       01 WS-TRAMO-SW         PIC X VALUE 'N'.
           88 MODO-TRAMO      VALUE 'S'.
       01 WS-TR-NUM           PIC 9(2) VALUE 0.
       01 WS-TR-TOTAL         PIC 9(2) VALUE 0.
       01 WS-TR-PARES         PIC 9(10).
       01 WS-TR-PAR-INI       PIC 9(10).
       01 WS-TR-PAR-FIN       PIC 9(10).
       01 WS-TR-DESDE         PIC 9(10).
       01 WS-TR-HASTA         PIC 9(10).
       01 WS-TR-FECHA-INI     PIC 9(8).
       01 WS-TR-HORA-INI      PIC 9(8).
       01 WS-TR-BUCLE-DATO    PIC 9(10).
       01 WS-TR-MUESTRAS      PIC 9(7) VALUE 0.
       01 WS-PAR-STATUS       PIC X(2).
       01 WS-FUSION-SW        PIC X VALUE 'N'.
           88 CON-FUSION      VALUE 'S'.
       01 WS-FUS-STATUS       PIC X(2).
       01 WS-FU-TRAMOS        PIC 9(2) VALUE 0.
       01 WS-FU-CSEG-LEIBNIZ  PIC 9(9) VALUE 0.
       01 WS-FIN-FUS-SW       PIC X VALUE 'N'.
           88 FIN-FUSION      VALUE 'S'.

      *  REPRODUCCION DE EJECUCIONES HISTORICAS.  CON PARM 'R' EL
      *  PASO VUELVE A CALCULAR, UNA TRAS OTRA, LAS EJECUCIONES DE
      *  LISTAREP CON EL LIMITE, NDATOS Y PRECISION QUE TUVIERON
      *  SEGUN PARAMEJ, Y DEJA LOS RESULTADOS EN REPRODUC PARA QUE
      *  CERTIFICAR-REPRODUCCION LOS COMPARE CON HISTORIA.  NO ABRE
      *  HISTORIA, TIEMPOS, EXCEPCPT, CHECKPT NI NINGUNA OTRA SALIDA
      *  DE LA EJECUCION NOCTURNA, NI SE ANOTA EN EL LIBRO.
       01 WS-REPRO-SW         PIC X VALUE 'N'.
           88 MODO-REPRODUCCION VALUE 'S'.
       01 WS-LRP-STATUS       PIC X(2).
       01 WS-REP-STATUS       PIC X(2).
       01 WS-FIN-LRP-SW       PIC X VALUE 'N'.
           88 FIN-LISTAREP    VALUE 'S'.
       01 WS-RP-PEDIDAS       PIC 9(5) VALUE 0.
       01 WS-RP-REPRO         PIC 9(5) VALUE 0.
       01 WS-RP-NO-REPRO      PIC 9(5) VALUE 0.
       01 WS-RP-MOTIVO        PIC X(40).
       01 WS-RP-INI-CSEG      PIC 9(9) COMP.
       01 WS-RP-CSEG          PIC 9(9).
       01 WS-RP-PEJ-SW        PIC X VALUE 'N'.
           88 RP-CON-PARAMEJ  VALUE 'S'.

       01 DL-CABECERA.
           05 FILLER PIC X(44) VALUE
              "COMPARACION CON EJECUCION ANTERIOR - LIMITE ".
           05 DL-CAB-LIMITE    PIC 9(10).
           05 FILLER PIC X(9)  VALUE "  FECHA: ".
           05 DL-CAB-FECHA     PIC 9(8).
           05 FILLER PIC X(61) VALUE SPACES.
       01 DL-SIN-PREVIA.
           05 FILLER PIC X(43) VALUE
              "SIN EJECUCION PREVIA COMPARABLE EN HISTORIA".
           88 FIN-PARAMETROS  VALUE 'S'.
       01 WS-TOL-ECO          PIC 9.9(30).

      *  ORIGEN DE CADA PARAMETRO EFECTIVO PARA EL MAESTRO
      *  PARAMEJ.  1112 ANOTA EL ORIGEN DE LA TARJETA QUE ESTA
      *  INTERPRETANDO (PARAMCRD O PERFIL) EN CADA VALOR QUE
      *  ACEPTA; EL PARM Y LOS AJUSTES DE 1000-INICIO ANOTAN EL
      *  SUYO.
       01 WS-PEJ-STATUS       PIC X(2).
       01 WS-ORIGEN-CARTA     PIC X(8) VALUE "PARAMCRD".
       01 WS-ORG-ITER         PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-NDATOS       PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-TOLER        PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-CKPT         PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-CONV         PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-MODO         PIC X(8) VALUE "DEFECTO".
       01 WS-ORG-PRECIS       PIC X(8) VALUE "DEFECTO".

      *  PERFILES DE PARAMETROS POR CALENDARIO (DATASET PERFILES,
      *  OPCIONAL).  CADA PERFIL EMPIEZA CON PROFILE=NOMBRE, SUS
      *  REGLAS DE SELECCION SON DAYS=LUN,MAR,... Y MONTH-END=YES,
           05 MP-DATO-TBL-X OCCURS 30 TIMES PIC X(80).
       01 TABLA-MP-PROM.
           05 MP-PROM-TBL-X OCCURS 30 TIMES PIC X(80).
      *  REFERENCIAS A 78 DECIMALES, TAL CUAL VIENEN DE REFCONST.
       01 MP-PIREAL-X         PIC X(80).
       01 MP-EREAL-X          PIC X(80).
       01 MP-A.
           05 MP-A-SIGNO       PIC X(1).
           05 MP-A-MAG.
           05 LS-PARM-DATA.
               10 LS-PARM-ITER    PIC X(8).
               10 LS-PARM-NDATOS  PIC X(2).
               10 LS-PARM-FUNCION PIC X(1).
               10 LS-PARM-TRAMO   PIC X(2).
               10 LS-PARM-TRAMOS  PIC X(2).

       PROCEDURE DIVISION USING LS-PARM-BUCLE.
           PERFORM 1000-INICIO.
           IF MODO-SWEEP
             PERFORM 4000-BARRIDO
           END-IF.
           IF MODO-TRAMO
             PERFORM 4500-CALCULAR-TRAMO
           END-IF.
           IF NOT REINICIO-NIL AND NOT REINICIO-E
             PERFORM 2000-PROCESO
           END-IF.
           PERFORM 2820-VERIFICAR-TOLERANCIA-EULER.
           PERFORM 2830-VERIFICAR-REGRESION.
           PERFORM 2850-GRABAR-HISTORIAL.
           PERFORM 2870-GRABAR-PARAMETROS.
      *  UNA SESION REANUDADA DESDE CHECKPOINT SOLO CRONOMETRA EL
      *  TRAMO QUE LE QUEDO PENDIENTE; ESOS TIEMPOS PARCIALES NO
      *  SE GRABAN NI SE COMPARAN PARA NO CONTAMINAR LAS MEDIAS
           MOVE 1 TO OPERADOR.
           MOVE 1 TO DENOMINADOR.
           MOVE 1 TO BUCLE.
           ACCEPT WS-FECHA-EJEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EJEC FROM TIME.
           MOVE WS-HORA-EJEC TO WS-PROG-AHORA.
               + WS-PA-SS * 100 + WS-PA-CC.
           COMPUTE WS-ID-EJEC = WS-FECHA-EJEC * 1000000
               + FUNCTION INTEGER(WS-HORA-EJEC / 100).
      *  UN TRAMO NO SE ANOTA EN EL LIBRO NI JUZGA NADA: SOLO
      *  TOMA EL ID DE EJECUCION DE IDEJEC.
           PERFORM 1040-VALIDAR-PARM-TRAMO.
      *  LA REPRODUCCION TOMA DE PARAMEJ LA CONFIGURACION DE CADA
      *  EJECUCION QUE REPITE: NO LEE PARAMCRD, PERFILES, REFCONST
      *  NI CHECKPOINTS, Y TERMINA EL PASO EN 4600.
           IF MODO-REPRODUCCION
             PERFORM 4600-REPRODUCIR
           END-IF.
           IF MODO-TRAMO
             PERFORM 1045-LEER-ID-TRAMO
           ELSE
             PERFORM 1020-LEER-CONTROL-PASO
             PERFORM 1010-CARGAR-REFERENCIAS
           END-IF.

           MOVE 10000 TO WS-BUCLE-LIMITE.
           MOVE 11    TO WS-NUM-DATOS.
           IF LS-PARM-LEN >= 8
             IF LS-PARM-ITER IS NUMERIC
               COMPUTE WS-BUCLE-LIMITE = FUNCTION NUMVAL(LS-PARM-ITER)
               MOVE "PARM" TO WS-ORG-ITER
             END-IF
           END-IF.
           IF LS-PARM-LEN >= 10
             IF LS-PARM-NDATOS IS NUMERIC AND LS-PARM-NDATOS NOT = "00"
               COMPUTE WS-NUM-DATOS = FUNCTION NUMVAL(LS-PARM-NDATOS)
               MOVE "PARM" TO WS-ORG-NDATOS
             END-IF
           END-IF.

           IF WS-NUM-DATOS > 30
             DISPLAY "AVISO: NDATOS > 30, SE AJUSTA A 30"
             MOVE 30 TO WS-NUM-DATOS
             MOVE "AJUSTE" TO WS-ORG-NDATOS
           END-IF.
           IF WS-NUM-DATOS > WS-BUCLE-LIMITE
             DISPLAY "AVISO: NDATOS > LIMITE DE ITERACIONES, SE AJUSTA "
                     "NDATOS AL LIMITE"
             MOVE WS-BUCLE-LIMITE TO WS-NUM-DATOS
             MOVE "AJUSTE" TO WS-ORG-NDATOS
           END-IF.

      *  EL BARRIDO DE CALIBRACION MIDE VENTANA A 37 DECIMALES;
           IF MODO-SWEEP AND PRECISION-EXTENDIDA
             DISPLAY "AVISO: MODE=SWEEP IGNORA PRECISION=EXTENDED"
             MOVE "N" TO WS-PRECISION-SW
             MOVE "AJUSTE" TO WS-ORG-PRECIS
           END-IF.
      *  LOS TRAMOS SUMAN A 37 DECIMALES: LA EXTENSION NO SE
      *  REPARTE.  UN BARRIDO NO SE PUEDE PARTIR EN TRAMOS.
           IF MODO-TRAMO AND MODO-SWEEP
             DISPLAY "ERROR: MODE=SWEEP NO ADMITE PARM DE TRAMO"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF MODO-TRAMO AND PRECISION-EXTENDIDA
             DISPLAY "AVISO: EL TRAMO IGNORA PRECISION=EXTENDED"
             MOVE "N" TO WS-PRECISION-SW
             MOVE "AJUSTE" TO WS-ORG-PRECIS
           END-IF.
      *  LA CLAVE DE SELLADO SE COMPRUEBA ANTES DE CALCULAR: SIN
      *  ELLA NO SE GRABA NADA EN HISTORIA NI EN TIEMPOS.  EL
      *  BARRIDO Y LOS TRAMOS NO GRABAN EN NINGUNO DE LOS DOS.
           IF NOT MODO-SWEEP AND NOT MODO-TRAMO
             PERFORM 2885-LEER-CLAVE-SELLO
           END-IF.
           PERFORM 1140-ECO-PARAMETROS.
           IF PRECISION-EXTENDIDA
             PERFORM 7000-MP-INICIAR
           END-IF.
           IF NOT MODO-SWEEP AND NOT MODO-TRAMO
             PERFORM 1060-LEER-FUSION
           END-IF.
      *  EL MODO SWEEP NO CONSUME NI GRABA CHECKPOINTS: UN
      *  CHECKPOINT PENDIENTE DE LA EJECUCION NOCTURNA QUEDA
      *  INTACTO PARA SU PROPIO REINICIO.  EN PRECISION EXTENDIDA
      *  TAMPOCO HAY REANUDACION: EL CHECKPOINT SOLO GUARDA EL
      *  ESTADO A 37 DECIMALES Y REANUDAR DESDE EL FALSEARIA LA
      *  EXTENSION, ASI QUE LA SESION RECALCULA DESDE EL INICIO.
      *  LOS TRAMOS TAMPOCO: UN TRAMO QUE FALLA SE REPITE ENTERO.
      *  CON LA SERIE YA FUSIONADA NO HAY NADA QUE REANUDAR EN
      *  LEIBNIZ Y EL RESTO SE CALCULA DE NUEVO.
           IF MODO-SWEEP OR MODO-TRAMO
             CONTINUE
           ELSE
             IF PRECISION-EXTENDIDA
               DISPLAY "PRECISION EXTENDIDA: SIN REANUDACION DESDE "
                       "CHECKPOINT, LA SESION CALCULA COMPLETA"
             ELSE
               IF CON-FUSION
                 DISPLAY "SERIE DE LEIBNIZ FUSIONADA: SIN "
                         "REANUDACION DESDE CHECKPOINT"
               ELSE
                 PERFORM 1050-RESTAURAR-CHECKPOINT
               END-IF
             END-IF
           END-IF.
      *  TRAS UN REINICIO DESDE CHECKPOINT SE CONSERVAN LAS
      *  MUESTRAS YA GRABADAS POR LA SESION INTERRUMPIDA; EN UNA
      *  EJECUCION NORMAL EL LOG SE REEMPLAZA.  NI EL MODO SWEEP
      *  NI UN TRAMO ABREN O TOCAN EL LOG NOCTURNO: LAS MUESTRAS
      *  DE LOS TRAMOS LLEGAN AQUI A TRAVES DE LA FUSION.
           IF NOT MODO-SWEEP AND NOT MODO-TRAMO
             IF HAY-CHECKPOINT
               OPEN EXTEND ARCH-CONVLOG
               IF WS-CONV-STATUS = "35"
                       WS-CONV-STATUS
             END-IF
           END-IF.
           IF CON-LIBRO
             PERFORM 1025-ANOTAR-INICIO-GO
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
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.
           MOVE 0 TO WS-RFC-VERSION.
           MOVE "PI" TO RF-ID.
           PERFORM 1015-LEER-REFERENCIA.
           MOVE WS-RFC-VALOR TO PIREAL.
           STRING RF-SIGNO RF-ENTERO RF-DECIMALES
                  DELIMITED BY SIZE INTO MP-PIREAL-X
           END-STRING.
           MOVE "E" TO RF-ID.
           PERFORM 1015-LEER-REFERENCIA.
           MOVE WS-RFC-VALOR TO EREAL.
           STRING RF-SIGNO RF-ENTERO RF-DECIMALES
                  DELIMITED BY SIZE INTO MP-EREAL-X
           END-STRING.
           CLOSE ARCH-REFCONST.
           DISPLAY "VALORES DE REFERENCIA: VERSION " WS-RFC-VERSION.

       1015-LEER-REFERENCIA.
           READ ARCH-REFCONST
             INVALID KEY
               DISPLAY "ERROR: REFCONST SIN LA CONSTANTE " RF-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 1030-ANOTAR-FIN-GO
               STOP RUN
           END-READ.
           IF (RF-SIGNO NOT = "+" AND RF-SIGNO NOT = "-")
              OR RF-ENTERO IS NOT NUMERIC
              OR RF-PUNTO NOT = "."
              OR RF-DECIMALES IS NOT NUMERIC
             DISPLAY "ERROR: VALOR MAL FORMADO EN REFCONST PARA " RF-ID
             MOVE 12 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
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

       1020-LEER-CONTROL-PASO.
      *  EN EL TRABAJO NOCTURNO EL PASO CTLINI DEJA EN IDEJEC EL ID
      *  DE LA EJECUCION.  EN UNA REANUDACION DE PASOS (MODO R) EL
      *  CALCULO YA SE HIZO: NO SE REPITE NI SE GRABA NADA, Y EL
      *  PASO TERMINA CON EL RC QUE TUVO ENTONCES PARA QUE LAS
      *  CONDICIONES DE LOS PASOS SIGUIENTES SE EVALUEN IGUAL.
      *  SIN IDEJEC (OTROS TRABAJOS) TODO SIGUE COMO SIEMPRE.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 MOVE SPACES TO REG-IDEJEC
             END-READ
             CLOSE ARCH-IDEJEC
             IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
               SET CON-LIBRO TO TRUE
               MOVE IE-ID-EJEC TO WS-ID-EJEC WS-ID-PROVISIONAL
               IF IE-REANUDACION
                 DISPLAY "REANUDACION DE PASOS DE LA EJECUCION "
                         WS-ID-EJEC ": EL CALCULO YA TERMINO CON RC="
                         IE-CC-GO ", NO SE REPITE"
                 MOVE WS-ID-EJEC TO WS-LP-ID
                 MOVE "OMITIDO"  TO WS-LP-EVENTO
                 MOVE IE-CC-GO   TO WS-LP-CC
                 MOVE "CALCULO YA HECHO, SE DEVUELVE SU RC"
                   TO WS-LP-NOTA
                 PERFORM 1035-ESCRIBIR-LIBRO
                 MOVE IE-CC-GO TO RETURN-CODE
                 STOP RUN
               END-IF
             ELSE
               DISPLAY "AVISO: IDEJEC SIN ID DE EJECUCION, GO NO SE "
                       "ANOTA EN CTLPASO"
             END-IF
           END-IF.

       1025-ANOTAR-INICIO-GO.
      *  UNA SESION QUE RETOMA SU CHECKPOINT CONTINUA EL ID DE LA
      *  SESION INTERRUMPIDA: SE DEJA CONSTANCIA BAJO EL ID
      *  PROVISIONAL Y SE CORRIGE IDEJEC PARA QUE LOS PASOS
      *  SIGUIENTES ANOTEN BAJO EL ID BUENO.
           IF WS-ID-EJEC NOT = WS-ID-PROVISIONAL
             MOVE WS-ID-PROVISIONAL TO WS-LP-ID
             MOVE "ENLACE"          TO WS-LP-EVENTO
             MOVE 0                 TO WS-LP-CC
             MOVE SPACES            TO WS-LP-NOTA
             STRING "CONTINUA COMO " DELIMITED BY SIZE
                    WS-ID-EJEC DELIMITED BY SIZE
                 INTO WS-LP-NOTA
             END-STRING
             PERFORM 1035-ESCRIBIR-LIBRO
             OPEN OUTPUT ARCH-IDEJEC
             IF WS-IDE-STATUS = "00"
               MOVE SPACES     TO REG-IDEJEC
               MOVE WS-ID-EJEC TO IE-ID-EJEC
               MOVE "N"        TO IE-MODO
               MOVE 0          TO IE-CC-GO
               WRITE REG-IDEJEC
               CLOSE ARCH-IDEJEC
             ELSE
               DISPLAY "AVISO: ERROR AL REGRABAR IDEJEC, STATUS="
                       WS-IDE-STATUS
             END-IF
           END-IF.
           MOVE WS-ID-EJEC TO WS-LP-ID.
           MOVE "INICIO"   TO WS-LP-EVENTO.
           MOVE 0          TO WS-LP-CC.
           MOVE SPACES     TO WS-LP-NOTA.
           PERFORM 1035-ESCRIBIR-LIBRO.

       1030-ANOTAR-FIN-GO.
      *  SE LLAMA JUSTO ANTES DE CADA STOP RUN DEL PASO, CON EL
      *  RETURN-CODE YA PUESTO.
           IF CON-LIBRO
             MOVE WS-ID-EJEC  TO WS-LP-ID
             MOVE "FIN"       TO WS-LP-EVENTO
             MOVE RETURN-CODE TO WS-LP-CC
             MOVE SPACES      TO WS-LP-NOTA
             PERFORM 1035-ESCRIBIR-LIBRO
           END-IF.

       1035-ESCRIBIR-LIBRO.
           OPEN EXTEND ARCH-CTLPASO.
           IF WS-CTL-STATUS = "35"
             OPEN OUTPUT ARCH-CTLPASO
           END-IF.
           IF WS-CTL-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ABRIR CTLPASO, STATUS="
                     WS-CTL-STATUS
           ELSE
             MOVE SPACES        TO REG-CTLPASO
             MOVE WS-LP-ID      TO LP-ID-EJEC
             MOVE "GO"          TO LP-PASO
             MOVE WS-LP-EVENTO  TO LP-EVENTO
             ACCEPT LP-FECHA FROM DATE YYYYMMDD
             ACCEPT LP-HORA FROM TIME
             IF WS-LP-EVENTO = "INICIO"
               MOVE SPACES      TO LP-CC
             ELSE
               MOVE WS-LP-CC    TO LP-CC-NUM
             END-IF
             MOVE WS-LP-NOTA    TO LP-NOTA
             WRITE REG-CTLPASO
             IF WS-CTL-STATUS NOT = "00"
               DISPLAY "AVISO: ERROR AL ESCRIBIR CTLPASO, STATUS="
                       WS-CTL-STATUS
             END-IF
             CLOSE ARCH-CTLPASO
           END-IF.

       1040-VALIDAR-PARM-TRAMO.
      *  PARM DE TRAMO: POSICIONES 11-15 = 'T', NUMERO DEL TRAMO
      *  (2 CIFRAS) Y NUMERO DE TRAMOS (2 CIFRAS); P.EJ.
      *  '0001000011T0304' ES EL TRAMO 3 DE 4.  POSICION 11 = 'R'
      *  Y NADA DETRAS ES EL MODO REPRODUCCION (LAS POSICIONES 1-10
      *  NO SE USAN EN ESE MODO).  CUALQUIER OTRA COSA A PARTIR DE
      *  LA POSICION 11 ES UN PARM INCORRECTO (8).
           IF LS-PARM-LEN >= 11
             IF LS-PARM-FUNCION = "R" AND LS-PARM-LEN = 11
               SET MODO-REPRODUCCION TO TRUE
             END-IF
             IF LS-PARM-FUNCION = "T" AND LS-PARM-LEN >= 15
               IF LS-PARM-TRAMO IS NUMERIC
                  AND LS-PARM-TRAMOS IS NUMERIC
                 MOVE LS-PARM-TRAMO  TO WS-TR-NUM
                 MOVE LS-PARM-TRAMOS TO WS-TR-TOTAL
                 SET MODO-TRAMO TO TRUE
               END-IF
             END-IF
             IF NOT MODO-TRAMO AND NOT MODO-REPRODUCCION
               DISPLAY "ERROR: PARM DE TRAMO INCORRECTO, SE ESPERA "
                       "T + TRAMO + NUMERO DE TRAMOS (P.EJ. T0304) "
                       "O R (REPRODUCCION)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF MODO-TRAMO AND (WS-TR-TOTAL < 2 OR WS-TR-NUM < 1
                OR WS-TR-NUM > WS-TR-TOTAL)
               DISPLAY "ERROR: TRAMO " WS-TR-NUM " DE " WS-TR-TOTAL
                       " FUERA DE RANGO (DE 2 A 99 TRAMOS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       1045-LEER-ID-TRAMO.
      *  TODOS LOS TRAMOS DE UNA EJECUCION LLEVAN EL ID QUE DEJO EN
      *  IDEJEC EL TRABAJO DE ARRANQUE; SIN EL, FUSIONAR-TRAMOS NO
      *  SABRIA QUE TRAMOS VAN JUNTOS Y EL TRAMO NO SE CALCULA.
           OPEN INPUT ARCH-IDEJEC.
           IF WS-IDE-STATUS = "00"
             READ ARCH-IDEJEC
               AT END
                 CONTINUE
               NOT AT END
                 IF IE-ID-EJEC IS NUMERIC AND IE-ID-EJEC > 0
                   MOVE IE-ID-EJEC TO WS-ID-PROVISIONAL
                 END-IF
             END-READ
             CLOSE ARCH-IDEJEC
           END-IF.
           IF WS-ID-PROVISIONAL = 0
             DISPLAY "ERROR: TRAMO SIN ID DE EJECUCION EN IDEJEC, "
                     "STATUS=" WS-IDE-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-ID-PROVISIONAL TO WS-ID-EJEC.

       1100-LEER-PARAMETROS.
      *  TARJETA DE CONTROL OPCIONAL (PARAMCRD), UNA CLAVE POR
               DISPLAY "ERROR AL ABRIR PARAMCRD, STATUS="
                       WS-PRM-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 1030-ANOTAR-FIN-GO
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-PARAM-SW
             DISPLAY "TARJETAS DE PARAMETROS CON " WS-PC-ERRORES
                     " ERROR(ES), EJECUCION RECHAZADA"
             MOVE 8 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.

                           "MAYOR QUE CERO"
                 ELSE
                   MOVE WS-PC-ENTERO TO WS-BUCLE-LIMITE
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-ITER
                 END-IF
               END-IF
             WHEN "NDATOS"
                           "ENTRE 2 Y 30, RECIBIDO " WS-PC-VALOR
                 ELSE
                   MOVE WS-PC-ENTERO TO WS-NUM-DATOS
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-NDATOS
                 END-IF
               END-IF
             WHEN "CKPT-INTERVAL"
                           "SER MAYOR QUE CERO"
                 ELSE
                   MOVE WS-PC-ENTERO TO WS-CHECKPT-INTERVALO
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-CKPT
                 END-IF
               END-IF
             WHEN "CONV-INTERVAL"
                           "SER MAYOR QUE CERO"
                 ELSE
                   MOVE WS-PC-ENTERO TO WS-CONV-INTERVALO
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-CONV
                 END-IF
               END-IF
             WHEN "MODE"
               EVALUATE WS-PC-VALOR
                 WHEN "SWEEP"
                   SET MODO-SWEEP TO TRUE
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-MODO
                 WHEN "NORMAL"
                   MOVE "N" TO WS-MODO-SW
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-MODO
                 WHEN OTHER
                   ADD 1 TO WS-PC-ERRORES
                   DISPLAY "ERROR PARAMCRD: MODE DEBE SER NORMAL "
               EVALUATE WS-PC-VALOR
                 WHEN "STANDARD"
                   MOVE "N" TO WS-PRECISION-SW
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-PRECIS
                 WHEN "EXTENDED"
                   SET PRECISION-EXTENDIDA TO TRUE
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-PRECIS
                 WHEN OTHER
                   ADD 1 TO WS-PC-ERRORES
                   DISPLAY "ERROR PARAMCRD: PRECISION DEBE SER "
                           "MAYOR QUE CERO"
                 ELSE
                   MOVE WS-PC-DECIMAL TO WS-TOLERANCIA
                   MOVE WS-ORIGEN-CARTA TO WS-ORG-TOLER
                 END-IF
               END-IF
             WHEN OTHER
           ELSE
             DISPLAY "  PRECISION=STANDARD (37 DECIMALES)"
           END-IF.
           IF MODO-TRAMO
             DISPLAY "  TRAMO=" WS-TR-NUM " DE " WS-TR-TOTAL
           END-IF.
           DISPLAY "  TARJETAS PARAMCRD PROCESADAS=" WS-PC-TARJETAS.

       1150-LEER-PERFILES.
               DISPLAY "ERROR AL ABRIR PERFILES, STATUS="
                       WS-PRF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 1030-ANOTAR-FIN-GO
               STOP RUN
             END-IF
             MOVE "N" TO WS-FIN-PERFIL-SW
                     " PERFILES APLICABLES AL DIA " WS-DIA-NOMBRE
                     " (AMBIGUO), EJECUCION RECHAZADA"
             MOVE 8 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.
           IF WS-PERFIL-COINCID = 0
             DISPLAY "ERROR PERFILES: NINGUN PERFIL APLICABLE AL "
                     "DIA " WS-DIA-NOMBRE ", EJECUCION RECHAZADA"
             MOVE 8 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.
           MOVE PF-NOMBRE(WS-PERFIL-ELEGIDO) TO WS-PERFIL-NOMBRE.
           END-PERFORM.

       1180-APLICAR-PERFIL.
           MOVE "PERFIL" TO WS-ORIGEN-CARTA.
           PERFORM VARYING WS-IDX-CARTA FROM 1 BY 1
                   UNTIL WS-IDX-CARTA >
                         PF-NUM-CARTAS(WS-PERFIL-ELEGIDO)
             CLOSE ARCH-CHECKPT
           END-IF.

       1060-LEER-FUSION.
      *  SI FUSIONAR-TRAMOS DEJO EN PIFUSION LA SERIE DE ESTE MISMO
      *  ID DE EJECUCION, EL PASO LA TOMA EN VEZ DE SUMARLA.  TIENE
      *  QUE SER DEL MISMO LIMITE Y NDATOS QUE LA CONFIGURACION DE
      *  ESTA NOCHE: SI NO, LOS TRAMOS SE CORRIERON CON OTRAS
      *  TARJETAS, SE AVISA Y SE SUMA LA SERIE ENTERA.  SIN PIFUSION
      *  O CON LA DE OTRA EJECUCION SE SUMA LA SERIE COMO SIEMPRE.
           OPEN INPUT ARCH-FUSION.
           IF WS-FUS-STATUS = "00"
             MOVE "N" TO WS-FIN-FUS-SW
             PERFORM UNTIL FIN-FUSION
               READ ARCH-FUSION
                 AT END
                   SET FIN-FUSION TO TRUE
                 NOT AT END
                   IF FU-TIPO = "F"
                     SET FIN-FUSION TO TRUE
                     IF FU-ID-EJEC = WS-ID-EJEC
                       SET CON-FUSION TO TRUE
                       MOVE FU-TRAMOS       TO WS-FU-TRAMOS
                       MOVE FU-CSEG-LEIBNIZ TO WS-FU-CSEG-LEIBNIZ
                     ELSE
                       DISPLAY "PIFUSION ES DE LA EJECUCION "
                               FU-ID-EJEC ", NO DE ESTA"
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF CON-FUSION
               IF FU-BUCLE-LIMITE NOT = WS-BUCLE-LIMITE
                  OR FU-NUM-DATOS NOT = WS-NUM-DATOS
                 DISPLAY "AVISO: LOS TRAMOS SE CALCULARON CON LIMITE="
                         FU-BUCLE-LIMITE " NDATOS=" FU-NUM-DATOS
                         ", ESTA EJECUCION TIENE LIMITE="
                         WS-BUCLE-LIMITE " NDATOS=" WS-NUM-DATOS
                 DISPLAY "AVISO: FUSION DESCARTADA, SE SUMA LA SERIE "
                         "ENTERA"
                 MOVE "N" TO WS-FUSION-SW
               END-IF
             END-IF
             CLOSE ARCH-FUSION
           END-IF.
           IF CON-FUSION AND PRECISION-EXTENDIDA
             DISPLAY "AVISO: LA FUSION DE TRAMOS ES A 37 DECIMALES; "
                     "CON PRECISION=EXTENDED SE SUMA LA SERIE ENTERA"
             MOVE "N" TO WS-FUSION-SW
           END-IF.
           IF CON-FUSION
             DISPLAY "SERIE DE LEIBNIZ TOMADA DE LA FUSION DE "
                     WS-FU-TRAMOS " TRAMOS"
           END-IF.

       2000-PROCESO.
      *  PI = (4/1) � (4/3) + (4/5) � (4/7) + (4/9) � (4/11) + (4/13)...

           ELSE
             MOVE 0 TO WS-MUESTRA-N
           END-IF.
           IF CON-FUSION
             PERFORM 2010-APLICAR-FUSION
           END-IF.

       PERFORM UNTIL BUCLE > WS-BUCLE-LIMITE
         COMPUTE PI = PI + ((4 / DENOMINADOR) * OPERADOR)
           MOVE WS-PROG-INI-CSEG TO WS-T-FASE-INI.
           PERFORM 2077-MEDIR-TRAMO.
           MOVE WS-T-TRAMO TO WS-T-CSEG-LEIBNIZ.
      *  CON FUSION LA FASE DURA LO QUE EL TRAMO MAS LARGO: LOS
      *  TRAMOS CORREN A LA VEZ.
           IF CON-FUSION
             MOVE WS-FU-CSEG-LEIBNIZ TO WS-T-CSEG-LEIBNIZ
           END-IF.
           MOVE DATO-TBL(WS-NUM-DATOS) TO WS-DATO-FINAL.
           MOVE "P" TO WS-CONST-ID.
           PERFORM 2078-TOMAR-HORA.
           MOVE WS-T-TRAMO TO WS-T-CSEG-RICH.
           MOVE PROM1 TO WS-PROM-PI.

       2010-APLICAR-FUSION.
      *  ESTADO FINAL DEL BUCLE DE LEIBNIZ TOMADO DE PIFUSION: EL
      *  TOTAL, LAS ULTIMAS NDATOS SUMAS PARA RICHARDSON Y LAS
      *  MUESTRAS DE CONVERGENCIA, QUE VAN A CONVLOG COMO SI LAS
      *  HUBIERA TOMADO EL BUCLE.  BUCLE QUEDA PASADO EL LIMITE Y
      *  EL BUCLE DE 2000 NO DA NINGUNA VUELTA.
           OPEN INPUT ARCH-FUSION.
           IF WS-FUS-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PIFUSION, STATUS=" WS-FUS-STATUS
             MOVE 12 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-FUS-SW.
           PERFORM UNTIL FIN-FUSION
             READ ARCH-FUSION
               AT END
                 SET FIN-FUSION TO TRUE
               NOT AT END
                 IF FU-ID-EJEC = WS-ID-EJEC
                   EVALUATE FU-TIPO
                     WHEN "F"
                       MOVE FU-PI TO PI
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NUM-DATOS
                         MOVE FU-DATO-TBL(WS-IDX) TO DATO-TBL(WS-IDX)
                       END-PERFORM
                     WHEN "M"
                       MOVE "L"      TO WS-CL-FASE
                       MOVE FU-BUCLE TO WS-CL-BUCLE
                       MOVE FU-VALOR TO WS-CL-VALOR
                       PERFORM 2095-GRABAR-CONVLOG
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-FUSION.
           COMPUTE BUCLE = WS-BUCLE-LIMITE + 1.
           COMPUTE DENOMINADOR = WS-BUCLE-LIMITE * 2 + 1.
           IF FUNCTION MOD(WS-BUCLE-LIMITE, 2) = 0
             MOVE 1 TO OPERADOR
           ELSE
             MOVE -1 TO OPERADOR
           END-IF.

       2100-EXTRAPOLAR-RICHARDSON.
           MOVE 1           TO WS-NIVEL.
           MOVE WS-NUM-DATOS TO WS-COUNT-NIVEL.
           MOVE PI          TO CK-PI.
           MOVE WS-NUM-DATOS TO CK-NUM-DATOS.
           MOVE WS-ID-EJEC  TO CK-ID-EJEC.
           PERFORM 2055-FECHAR-CHECKPOINT.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > WS-NUM-DATOS
             MOVE DATO-TBL(WS-CKPT-IDX) TO CK-DATO-TBL(WS-CKPT-IDX)
           END-IF.
           CLOSE ARCH-CHECKPT.

       2055-FECHAR-CHECKPOINT.
      *  LIMITE Y MOMENTO DEL CHECKPOINT, PARA QUE LA CONSOLA DE
      *  OPERADOR MUESTRE EL PORCENTAJE HECHO Y SU ANTIGUEDAD.
           MOVE WS-BUCLE-LIMITE TO CK-BUCLE-LIMITE.
           ACCEPT CK-FECHA FROM DATE YYYYMMDD.
           ACCEPT CK-HORA FROM TIME.

       2070-GRABAR-CHECKPOINT-NIL.
           OPEN OUTPUT ARCH-CHECKPT.
           IF WS-CKPT-STATUS NOT = "00"
           MOVE WS-DATO-FINAL  TO CK-DONE-DATO-FINAL.
           MOVE PI             TO CK-DONE-PI.
           MOVE WS-ID-EJEC     TO CK-ID-EJEC.
           PERFORM 2055-FECHAR-CHECKPOINT.
           WRITE REG-CHECKPT.
           IF WS-CKPT-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR CHECKPT, STATUS="
           MOVE WS-DIF-NIL-LEIBNIZ TO CK-DONE-DIF-NIL.
           MOVE PI                TO CK-DONE-PI.
           MOVE WS-ID-EJEC        TO CK-ID-EJEC.
           PERFORM 2055-FECHAR-CHECKPOINT.
           WRITE REG-CHECKPT.
           IF WS-CKPT-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ESCRIBIR CHECKPT, STATUS="
      *  OPERACIONES PIDE PARADA LIMPIA GRABANDO "STOP" EN LA
      *  PRIMERA LINEA DEL DATASET STOPREQ.  SE COMPRUEBA EN CADA
      *  INTERVALO DE CHECKPOINT; EL ULTIMO CHECKPOINT YA QUEDO
      *  GRABADO, ASI QUE EL REINICIO RETOMA DONDE SE PARO.  UN
      *  STOP PARA OTRA EJECUCION (UNO OLVIDADO DE OTRA NOCHE) SE
      *  IGNORA, AVISANDO UNA SOLA VEZ.
           OPEN INPUT ARCH-STOPREQ.
           IF WS-STOP-STATUS = "00"
             READ ARCH-STOPREQ
               AT END
                 CONTINUE
               NOT AT END
                 IF SP-ORDEN = "STOP"
                   MOVE WS-ID-EJEC TO WS-PARO-ID
                   IF SP-ID-EJEC = SPACES OR SP-ID-EJEC = WS-PARO-ID
                      OR WS-ID-EJEC = 0
                     SET PARO-SOLICITADO TO TRUE
                   ELSE
                     IF NOT PARO-AJENO-AVISADO
                       DISPLAY "AVISO: STOPREQ PIDE PARAR LA EJECUCION "
                               SP-ID-EJEC ", NO ESTA; SE IGNORA"
                       SET PARO-AJENO-AVISADO TO TRUE
                     END-IF
                   END-IF
                 END-IF
             END-READ
             CLOSE ARCH-STOPREQ
           END-IF.

       2085-MARCAR-PARO-ATENDIDO.
      *  LA PETICION ATENDIDA QUEDA COMO ATEN EN STOPREQ, CON QUIEN
      *  LA PIDIO Y CUANDO SE ATENDIO, PARA QUE NO PARE TAMBIEN LA
      *  SESION QUE RETOMA ESTE CHECKPOINT NI LA NOCHE SIGUIENTE.
           OPEN INPUT ARCH-STOPREQ.
           IF WS-STOP-STATUS = "00"
             READ ARCH-STOPREQ
               AT END
                 MOVE SPACES TO REG-STOPREQ
             END-READ
             CLOSE ARCH-STOPREQ
             MOVE "ATEN" TO SP-ORDEN
             IF SP-ID-EJEC = SPACES
               MOVE WS-ID-EJEC TO SP-ID-EJEC
             END-IF
             ACCEPT SP-FECHA-ATEN FROM DATE YYYYMMDD
             ACCEPT SP-HORA-ATEN FROM TIME
             OPEN OUTPUT ARCH-STOPREQ
             IF WS-STOP-STATUS = "00"
               WRITE REG-STOPREQ
               CLOSE ARCH-STOPREQ
             END-IF
           END-IF.
           IF WS-STOP-STATUS NOT = "00"
             DISPLAY "AVISO: NO SE PUDO MARCAR STOPREQ COMO ATENDIDO, "
                     "STATUS=" WS-STOP-STATUS
           END-IF.

       2090-PARADA-OPERADOR.
           IF PRECISION-EXTENDIDA
             DISPLAY "PARADA SOLICITADA POR OPERACIONES EN FASE "
                     WS-FASE-PROG " BUCLE=" WS-PROG-HECHAS
                     ", CHECKPOINT CONSERVADO PARA REINICIO"
           END-IF.
           PERFORM 2085-MARCAR-PARO-ATENDIDO.
           CLOSE ARCH-CONVLOG.
           MOVE 2 TO RETURN-CODE.
           PERFORM 1030-ANOTAR-FIN-GO.
           STOP RUN.


           IF HAY-CHECKPOINT
             DISPLAY "EJECUCION REINICIADA DESDE CHECKPOINT."
           END-IF.
           IF CON-FUSION
             DISPLAY "SERIE DE LEIBNIZ SUMADA EN " WS-FU-TRAMOS
                     " TRAMOS EN PARALELO."
           END-IF.
           DISPLAY "Leibniz:        " PI.
           DISPLAY "Leibniz MOD:    " WS-PROM-PI.
           DISPLAY "Nilakantha:     " WS-PI-NIL.
                     WS-DELTA-STATUS
           END-IF.
           MOVE WS-BUCLE-LIMITE TO DL-CAB-LIMITE.
           MOVE WS-FECHA-EJEC TO DL-CAB-FECHA.
           MOVE DL-CABECERA TO REG-DELTA.
           WRITE REG-DELTA.
           IF NOT HAY-ANTERIOR
           CLOSE ARCH-DELTA.

       2850-GRABAR-HISTORIAL.
           MOVE WS-FECHA-EJEC   TO WS-SCR-FECHA.
           MOVE WS-HORA-EJEC    TO WS-SCR-HORA.
           MOVE WS-BUCLE-LIMITE TO WS-SCR-LIMITE.
           MOVE ALL "0" TO WS-SELLO-ANT.
           OPEN I-O ARCH-HISTORIAL.
           IF WS-HIST-STATUS = "35"
             OPEN OUTPUT ARCH-HISTORIAL
           ELSE
             IF WS-HIST-STATUS = "00" AND CON-SELLO
               PERFORM 2851-BUSCAR-SELLO-HIST
             END-IF
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ABRIR HISTORIA, STATUS="
             MOVE WS-CEROS-EXT    TO RH-PROME-RESTO
           END-IF.
           MOVE WS-ID-EJEC      TO RH-ID-EJEC.
           IF CON-SELLO
             MOVE WS-SELLO-ANT TO RH-SELLO-ANT
             MOVE 432 TO WS-SEL-LONG
             STRING WS-SEL-CLAVE WS-SELLO-ANT REG-HISTORIAL(1:359)
                    WS-SEL-CLAVE
                    DELIMITED BY SIZE INTO WS-SEL-TEXTO
             PERFORM 2880-CALCULAR-SELLO
             MOVE WS-SELLO     TO RH-SELLO
           END-IF.
           WRITE REG-HISTORIAL
             INVALID KEY
               DISPLAY "AVISO: CLAVE DUPLICADA EN HISTORIA, "
           END-WRITE.
           CLOSE ARCH-HISTORIAL.

       2851-BUSCAR-SELLO-HIST.
      *  EL ANTERIOR EN LA CADENA ES EL ULTIMO REGISTRO SELLADO CON
      *  CLAVE MENOR QUE LA DE ESTA NOCHE.  SE RECORRE EL MAESTRO
      *  POR CLAVE PRINCIPAL (UN REGISTRO POR NOCHE, DEPURADO POR
      *  DEPURAR-ARCHIVOS).  MAESTRO VACIO O SIN SELLOS: CEROS.
           MOVE "N" TO WS-SEL-FIN-SW.
           MOVE LOW-VALUES TO RH-CLAVE.
           START ARCH-HISTORIAL KEY IS NOT LESS THAN RH-CLAVE
             INVALID KEY
               SET FIN-BUSCA-SELLO TO TRUE
           END-START.
           PERFORM UNTIL FIN-BUSCA-SELLO
             READ ARCH-HISTORIAL NEXT
               AT END
                 SET FIN-BUSCA-SELLO TO TRUE
               NOT AT END
                 IF RH-CLAVE NOT < WS-SEL-CLAVE-REG
                   SET FIN-BUSCA-SELLO TO TRUE
                 ELSE
                   IF RH-SELLO NOT = SPACES
                     MOVE RH-SELLO TO WS-SELLO-ANT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       2855-COMPARAR-TIEMPOS.
      *  COMPARA LOS TIEMPOS DE ESTA NOCHE CON LA MEDIA DE LAS
      *  EJECUCIONES ANTERIORES AL MISMO LIMITE DE ITERACIONES.
           MOVE WS-T-INI-TOTAL TO WS-T-FASE-INI.
           PERFORM 2077-MEDIR-TRAMO.
           MOVE WS-T-TRAMO TO WS-T-CSEG-TOTAL.
           IF CON-FUSION
             ADD WS-FU-CSEG-LEIBNIZ TO WS-T-CSEG-TOTAL
           END-IF.
           OPEN INPUT ARCH-TIEMPOS.
           IF WS-TPO-STATUS = "35"
             DISPLAY "SIN HISTORIA DE TIEMPOS PARA COMPARAR"
           END-IF.

       2860-GRABAR-TIEMPOS.
           MOVE ALL "0" TO WS-SELLO-ANT.
           OPEN I-O ARCH-TIEMPOS.
           IF WS-TPO-STATUS = "35"
             OPEN OUTPUT ARCH-TIEMPOS
           ELSE
             IF WS-TPO-STATUS = "00" AND CON-SELLO
               PERFORM 2861-BUSCAR-SELLO-TPO
             END-IF
           END-IF.
           IF WS-TPO-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ABRIR TIEMPOS, STATUS="
           MOVE WS-T-CSEG-EULER   TO RT-CSEG-EULER.
           MOVE WS-T-CSEG-TOTAL   TO RT-CSEG-TOTAL.
           MOVE WS-ID-EJEC        TO RT-ID-EJEC.
           IF CON-SELLO
             MOVE WS-SELLO-ANT TO RT-SELLO-ANT
             MOVE 166 TO WS-SEL-LONG
             STRING WS-SEL-CLAVE WS-SELLO-ANT REG-TIEMPOS(1:93)
                    WS-SEL-CLAVE
                    DELIMITED BY SIZE INTO WS-SEL-TEXTO
             PERFORM 2880-CALCULAR-SELLO
             MOVE WS-SELLO     TO RT-SELLO
           END-IF.
           WRITE REG-TIEMPOS
             INVALID KEY
               DISPLAY "AVISO: CLAVE DUPLICADA EN TIEMPOS, "
           END-IF.
           CLOSE ARCH-TIEMPOS.

       2861-BUSCAR-SELLO-TPO.
      *  IGUAL QUE 2851 PARA EL MAESTRO DE TIEMPOS, QUE LLEVA SU
      *  PROPIA CADENA.
           MOVE "N" TO WS-SEL-FIN-SW.
           MOVE LOW-VALUES TO RT-CLAVE.
           START ARCH-TIEMPOS KEY IS NOT LESS THAN RT-CLAVE
             INVALID KEY
               SET FIN-BUSCA-SELLO TO TRUE
           END-START.
           PERFORM UNTIL FIN-BUSCA-SELLO
             READ ARCH-TIEMPOS NEXT
               AT END
                 SET FIN-BUSCA-SELLO TO TRUE
               NOT AT END
                 IF RT-CLAVE NOT < WS-SEL-CLAVE-REG
                   SET FIN-BUSCA-SELLO TO TRUE
                 ELSE
                   IF RT-SELLO NOT = SPACES
                     MOVE RT-SELLO TO WS-SELLO-ANT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       2870-GRABAR-PARAMETROS.
      *  UN REGISTRO POR ID DE EJECUCION CON LA CONFIGURACION QUE
      *  PRODUJO EL RESULTADO GRABADO EN HISTORIA.  COMO EN
      *  HISTORIA, UN FALLO AQUI SOLO SE AVISA: EL CALCULO YA ESTA
      *  HECHO Y NO SE PIERDE POR EL MAESTRO DE PARAMETROS.
           OPEN I-O ARCH-PARAMEJ.
           IF WS-PEJ-STATUS = "35"
             OPEN OUTPUT ARCH-PARAMEJ
           END-IF.
           IF WS-PEJ-STATUS NOT = "00"
             DISPLAY "AVISO: ERROR AL ABRIR PARAMEJ, STATUS="
                     WS-PEJ-STATUS
           END-IF.
           MOVE SPACES               TO REG-PARAMEJ.
           MOVE WS-ID-EJEC           TO PE-ID-EJEC.
           MOVE WS-FECHA-EJEC        TO PE-FECHA-EJEC.
           MOVE WS-HORA-EJEC         TO PE-HORA-EJEC.
           MOVE WS-BUCLE-LIMITE      TO PE-BUCLE-LIMITE.
           MOVE WS-PERFIL-NOMBRE     TO PE-PERFIL.
           MOVE WS-ORG-ITER          TO PE-ORG-ITER.
           MOVE WS-NUM-DATOS         TO PE-NUM-DATOS.
           MOVE WS-ORG-NDATOS        TO PE-ORG-NDATOS.
           MOVE WS-TOLERANCIA        TO PE-TOLERANCIA.
           MOVE WS-ORG-TOLER         TO PE-ORG-TOLER.
           MOVE WS-CHECKPT-INTERVALO TO PE-CKPT-INTERVALO.
           MOVE WS-ORG-CKPT          TO PE-ORG-CKPT.
           MOVE WS-CONV-INTERVALO    TO PE-CONV-INTERVALO.
           MOVE WS-ORG-CONV          TO PE-ORG-CONV.
           IF MODO-SWEEP
             MOVE "SWEEP"            TO PE-MODO
           ELSE
             MOVE "NORMAL"           TO PE-MODO
           END-IF.
           MOVE WS-ORG-MODO          TO PE-ORG-MODO.
           IF PRECISION-EXTENDIDA
             MOVE "EXTENDED"         TO PE-PRECISION
           ELSE
             MOVE "STANDARD"         TO PE-PRECISION
           END-IF.
           MOVE WS-ORG-PRECIS        TO PE-ORG-PRECIS.
           MOVE WS-DIA-NOMBRE        TO PE-DIA-SEMANA.
           MOVE WS-FINMES-SW         TO PE-FIN-DE-MES.
           MOVE WS-RFC-VERSION       TO PE-VERSION-REF.
           WRITE REG-PARAMEJ
             INVALID KEY
               DISPLAY "AVISO: ID DUPLICADO EN PARAMEJ, "
                       "ID=" WS-ID-EJEC " STATUS=" WS-PEJ-STATUS
           END-WRITE.
           CLOSE ARCH-PARAMEJ.

       2880-CALCULAR-SELLO.
      *  SELLO DE 25 CIFRAS SOBRE WS-SEL-TEXTO(1:WS-SEL-LONG): DOS
      *  RESTOS DE UN POLINOMIO EN LOS CARACTERES DEL TEXTO, MODULO
      *  999999999989 (12 CIFRAS) Y 1000000000039 (13 CIFRAS),
      *  EVALUADO EN DOS PUNTOS QUE SALEN DE LA CLAVE SECRETA (UNA
      *  MITAD DE LA CLAVE PARA CADA RESTO).  CON PUNTOS FIJOS LA
      *  DIFERENCIA ENTRE EL SELLO DE UN REGISTRO Y EL DEL MISMO
      *  REGISTRO TOCADO SOLO DEPENDERIA DE LOS BYTES CAMBIADOS Y SE
      *  PODRIA RESELLAR SIN LA CLAVE; CON LOS PUNTOS SECRETOS HACE
      *  FALTA LA CLAVE.  EL TEXTO EMPIEZA Y ACABA ADEMAS CON ELLA.
      *  DEPURAR-ARCHIVOS Y VERIFICAR-SELLOS LLEVAN EL MISMO CALCULO.
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

       2885-LEER-CLAVE-SELLO.
      *  SIN CLAVE VALIDA EL PASO TERMINA CON RETORNO 12 ANTES DE
      *  CALCULAR, COMO DEPURAR-ARCHIVOS: UN REGISTRO SIN SELLO EN
      *  HISTORIA O TIEMPOS NO SE PODRIA DISTINGUIR DE UNO METIDO A
      *  MANO.  VERIFICAR-SELLOS DA POR GRAVE CUALQUIERA QUE HAYA.
           OPEN INPUT ARCH-SELLOCLV.
           IF WS-SCL-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR SELLOCLV, STATUS=" WS-SCL-STATUS
             MOVE 12 TO RETURN-CODE
             PERFORM 1030-ANOTAR-FIN-GO
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
             PERFORM 1030-ANOTAR-FIN-GO
             STOP RUN
           END-IF.
           MOVE SC-CLAVE-1 TO WS-SEL-CLAVE-1.
           MOVE SC-CLAVE-2 TO WS-SEL-CLAVE-2.
           SET CON-SELLO TO TRUE.

       2900-ESCRIBIR-SALIDA.
           OPEN OUTPUT ARCH-SALIDA.
           IF WS-SAL-STATUS NOT = "00"
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 1030-ANOTAR-FIN-GO.
           STOP RUN.

       4100-EJECUTAR-ESCALON.
           CLOSE ARCH-INFORME.
           DISPLAY "RECOMENDACION BARRIDO: " SW-REC-TEXTO(1:40).

       4500-CALCULAR-TRAMO.
      *  MODO TRAMO: SUMA DESDE CERO SOLO LAS ITERACIONES DE ESTE
      *  TRAMO Y LAS DEJA EN PARCIAL PARA FUSIONAR-TRAMOS.  LAS P
      *  PAREJAS DE TERMINOS DE LA SERIE SE REPARTEN A PARTES
      *  IGUALES: EL TRAMO N DE K LLEVA DE LA PAREJA (N-1)*P/K+1 A
      *  LA N*P/K.  NO GRABA CHECKPOINT, CONVLOG NI MAESTROS, Y
      *  ATIENDE LA PARADA DE OPERADOR: UN TRAMO PARADO O CAIDO NO
      *  DEJA REGISTRO T Y SE REPITE ENTERO, EL SOLO.
           COMPUTE WS-TR-PARES = (WS-BUCLE-LIMITE + 1) / 2.
           IF WS-TR-PARES < WS-TR-TOTAL
             DISPLAY "ERROR: " WS-TR-TOTAL " TRAMOS SON DEMASIADOS "
                     "PARA " WS-BUCLE-LIMITE " ITERACIONES"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WS-TR-PAR-INI =
               (WS-TR-NUM - 1) * WS-TR-PARES / WS-TR-TOTAL + 1.
           COMPUTE WS-TR-PAR-FIN =
               WS-TR-NUM * WS-TR-PARES / WS-TR-TOTAL.
           COMPUTE WS-TR-DESDE = WS-TR-PAR-INI * 2 - 1.
           COMPUTE WS-TR-HASTA = WS-TR-PAR-FIN * 2.
           IF WS-TR-HASTA > WS-BUCLE-LIMITE
             MOVE WS-BUCLE-LIMITE TO WS-TR-HASTA
           END-IF.
           DISPLAY "TRAMO " WS-TR-NUM " DE " WS-TR-TOTAL
                   ": ITERACIONES " WS-TR-DESDE " A " WS-TR-HASTA.
           OPEN OUTPUT ARCH-PARCIAL.
           IF WS-PAR-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARCIAL, STATUS=" WS-PAR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           INITIALIZE PI.
           MOVE WS-TR-DESDE TO BUCLE.
           COMPUTE DENOMINADOR = WS-TR-DESDE * 2 - 1.
           MOVE 1 TO OPERADOR.
           COMPUTE WS-SNAP-BASE = WS-BUCLE-LIMITE - WS-NUM-DATOS.
           ACCEPT WS-TR-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT WS-TR-HORA-INI FROM TIME.
           PERFORM 2078-TOMAR-HORA.
           MOVE WS-PROG-AHORA-CSEG TO WS-T-FASE-INI.

       PERFORM UNTIL BUCLE > WS-TR-HASTA
         COMPUTE PI = PI + ((4 / DENOMINADOR) * OPERADOR)
         COMPUTE DENOMINADOR = DENOMINADOR + 2
         COMPUTE OPERADOR = OPERADOR * -1

         IF BUCLE > WS-SNAP-BASE
           COMPUTE WS-IDX-SNAP = BUCLE - WS-SNAP-BASE
           MOVE PI TO DATO-TBL(WS-IDX-SNAP)
         END-IF

         IF FUNCTION MOD(BUCLE, WS-CONV-INTERVALO) = 0
           MOVE "M"   TO WS-CL-FASE
           MOVE BUCLE TO WS-CL-BUCLE
           MOVE PI    TO WS-CL-VALOR
           PERFORM 4510-GRABAR-VALOR-TRAMO
           ADD 1 TO WS-TR-MUESTRAS
         END-IF

         IF FUNCTION MOD(BUCLE, WS-CHECKPT-INTERVALO) = 0
           DISPLAY "PROGRESO TRAMO " WS-TR-NUM " BUCLE=" BUCLE
                   " (" WS-TR-DESDE " A " WS-TR-HASTA ")"
           PERFORM 2080-COMPROBAR-PARO
           IF PARO-SOLICITADO
             DISPLAY "PARADA SOLICITADA POR OPERACIONES EN EL "
                     "TRAMO " WS-TR-NUM " BUCLE=" BUCLE
                     ": EL TRAMO QUEDA SIN TERMINAR"
             CLOSE ARCH-PARCIAL
             MOVE 2 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF

         ADD 1 TO BUCLE
       END-PERFORM.

           PERFORM 2077-MEDIR-TRAMO.
      *  LAS SUMAS DE LAS ULTIMAS NDATOS ITERACIONES QUE CAEN EN
      *  ESTE TRAMO, PARA RICHARDSON.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-DATOS
             COMPUTE WS-TR-BUCLE-DATO = WS-SNAP-BASE + WS-IDX
             IF WS-TR-BUCLE-DATO >= WS-TR-DESDE
                AND WS-TR-BUCLE-DATO <= WS-TR-HASTA
               MOVE "D"              TO WS-CL-FASE
               MOVE WS-TR-BUCLE-DATO TO WS-CL-BUCLE
               MOVE DATO-TBL(WS-IDX) TO WS-CL-VALOR
               PERFORM 4510-GRABAR-VALOR-TRAMO
             END-IF
           END-PERFORM.
           PERFORM 4520-GRABAR-RESUMEN-TRAMO.
           CLOSE ARCH-PARCIAL.
           DISPLAY "TRAMO " WS-TR-NUM " DE " WS-TR-TOTAL
                   " TERMINADO, ID=" WS-ID-EJEC.
           DISPLAY "  SUMA PARCIAL=" PI.
           DISPLAY "  MUESTRAS=" WS-TR-MUESTRAS
                   " CSEG=" WS-T-TRAMO.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       4510-GRABAR-VALOR-TRAMO.
      *  REGISTRO M O D (WS-CL-FASE) CON WS-CL-BUCLE Y WS-CL-VALOR.
           MOVE SPACES      TO REG-PARCIAL.
           MOVE WS-CL-FASE  TO PT-TIPO.
           MOVE WS-ID-EJEC  TO PT-ID-EJEC.
           MOVE WS-TR-NUM   TO PT-TRAMO.
           MOVE WS-TR-TOTAL TO PT-TRAMOS.
           MOVE WS-CL-BUCLE TO PT-BUCLE.
           MOVE WS-CL-VALOR TO PT-VALOR.
           WRITE REG-PARCIAL.
           IF WS-PAR-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR PARCIAL, STATUS="
                     WS-PAR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       4520-GRABAR-RESUMEN-TRAMO.
           MOVE SPACES          TO REG-PARCIAL.
           MOVE "T"             TO PT-TIPO.
           MOVE WS-ID-EJEC      TO PT-ID-EJEC.
           MOVE WS-TR-NUM       TO PT-TRAMO.
           MOVE WS-TR-TOTAL     TO PT-TRAMOS.
           MOVE WS-BUCLE-LIMITE TO PT-BUCLE-LIMITE.
           MOVE WS-NUM-DATOS    TO PT-NUM-DATOS.
           MOVE WS-TR-DESDE     TO PT-DESDE.
           MOVE WS-TR-HASTA     TO PT-HASTA.
           MOVE PI              TO PT-SUMA.
           MOVE WS-TR-FECHA-INI TO PT-FECHA-INI.
           MOVE WS-TR-HORA-INI  TO PT-HORA-INI.
           ACCEPT PT-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT PT-HORA-FIN FROM TIME.
           MOVE WS-T-TRAMO      TO PT-CSEG.
           WRITE REG-PARCIAL.
           IF WS-PAR-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR PARCIAL, STATUS="
                     WS-PAR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       4600-REPRODUCIR.
      *  MODO REPRODUCCION: PARA CADA ID DE LISTAREP LEE EN PARAMEJ
      *  EL LIMITE, NDATOS Y PRECISION CON QUE CORRIO, REPITE DESDE
      *  CERO LEIBNIZ, EULER Y SUS EXTRAPOLACIONES (NILAKANTHA NO SE
      *  GUARDA EN HISTORIA, NO HAY CON QUE COMPARARLO) Y GRABA EN
      *  REPRODUC LOS CUATRO VALORES QUE HISTORIA GUARDA DE ELLA.
      *  SIN CHECKPOINTS, CONVLOG NI PARADA DE OPERADOR, COMO EL
      *  BARRIDO.  RETORNO 0 TODAS REPRODUCIDAS, 4 ALGUNA NO SE PUDO
      *  REPRODUCIR (REGISTRO N CON EL MOTIVO), 8 LISTAREP SIN
      *  NINGUN ID, 12 ERROR DE ARCHIVO.
           DISPLAY "MODO REPRODUCCION DE EJECUCIONES HISTORICAS, ID="
                   WS-ID-EJEC.
           OPEN INPUT ARCH-LISTAREP.
           IF WS-LRP-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR LISTAREP, STATUS=" WS-LRP-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT ARCH-PARAMEJ.
           IF WS-PEJ-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR PARAMEJ, STATUS=" WS-PEJ-STATUS
             CLOSE ARCH-LISTAREP
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-REPRODUC.
           IF WS-REP-STATUS NOT = "00"
             DISPLAY "ERROR AL ABRIR REPRODUC, STATUS=" WS-REP-STATUS
             CLOSE ARCH-LISTAREP
             CLOSE ARCH-PARAMEJ
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 9999999999 TO WS-CHECKPT-INTERVALO.
           MOVE 9999999999 TO WS-CONV-INTERVALO.
           MOVE "N" TO WS-FIN-LRP-SW.
           PERFORM UNTIL FIN-LISTAREP
             READ ARCH-LISTAREP
               AT END
                 SET FIN-LISTAREP TO TRUE
               NOT AT END
                 IF LR-ID-EJEC(1:1) NOT = "*"
                    AND LR-ID-EJEC NOT = SPACES
                   PERFORM 4610-PROCESAR-PETICION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARCH-LISTAREP.
           CLOSE ARCH-PARAMEJ.
           PERFORM 4640-GRABAR-TOTALES.
           CLOSE ARCH-REPRODUC.
           DISPLAY "REPRODUCCION TERMINADA: PEDIDAS=" WS-RP-PEDIDAS
                   " REPRODUCIDAS=" WS-RP-REPRO
                   " NO REPRODUCIBLES=" WS-RP-NO-REPRO.
           IF WS-RP-PEDIDAS = 0
             DISPLAY "ERROR: LISTAREP NO TIENE NINGUN ID DE EJECUCION"
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-RP-NO-REPRO > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

       4610-PROCESAR-PETICION.
           ADD 1 TO WS-RP-PEDIDAS.
           MOVE SPACES TO WS-RP-MOTIVO.
           MOVE "N" TO WS-RP-PEJ-SW.
           IF LR-ID-EJEC IS NOT NUMERIC
             STRING "ID DE EJECUCION NO NUMERICO: " DELIMITED BY SIZE
                    LR-ID-EJEC DELIMITED BY SIZE
                 INTO WS-RP-MOTIVO
             END-STRING
           ELSE
             MOVE LR-ID-EJEC TO PE-ID-EJEC
             READ ARCH-PARAMEJ
               INVALID KEY
                 IF WS-PEJ-STATUS = "23"
                   MOVE "SIN REGISTRO EN PARAMEJ" TO WS-RP-MOTIVO
                 ELSE
                   STRING "ERROR AL LEER PARAMEJ, STATUS="
                          DELIMITED BY SIZE
                          WS-PEJ-STATUS DELIMITED BY SIZE
                       INTO WS-RP-MOTIVO
                   END-STRING
                 END-IF
               NOT INVALID KEY
                 SET RP-CON-PARAMEJ TO TRUE
                 PERFORM 4620-VALIDAR-PARAMETROS
             END-READ
           END-IF.
           IF WS-RP-MOTIVO = SPACES
             PERFORM 4630-REEJECUTAR
           ELSE
             PERFORM 4650-GRABAR-NO-REPRO
           END-IF.

       4620-VALIDAR-PARAMETROS.
      *  SOLO SE REPITE UNA EJECUCION NORMAL (UN BARRIDO NO DEJA
      *  RESULTADO EN HISTORIA) CUYA CONFIGURACION ADMITIRIA HOY EL
      *  PASO; SI NO, EL RESULTADO NO SERIA COMPARABLE.
           EVALUATE TRUE
             WHEN PE-MODO NOT = "NORMAL"
               STRING "MODO " DELIMITED BY SIZE
                      PE-MODO DELIMITED BY SPACE
                      " EN PARAMEJ, NO SE REPRODUCE"
                      DELIMITED BY SIZE
                   INTO WS-RP-MOTIVO
               END-STRING
             WHEN PE-CLAVE-HIST(1:8) IS NOT NUMERIC
                  OR PE-CLAVE-HIST(10:8) IS NOT NUMERIC
               MOVE "CLAVE DE HISTORIA INVALIDA EN PARAMEJ"
                 TO WS-RP-MOTIVO
             WHEN PE-BUCLE-LIMITE IS NOT NUMERIC
                  OR PE-BUCLE-LIMITE = 0
               MOVE "LIMITE DE ITERACIONES INVALIDO EN PARAMEJ"
                 TO WS-RP-MOTIVO
             WHEN PE-NUM-DATOS IS NOT NUMERIC
                  OR PE-NUM-DATOS = 0 OR PE-NUM-DATOS > 30
                  OR PE-NUM-DATOS > PE-BUCLE-LIMITE
               MOVE "NDATOS INVALIDO EN PARAMEJ" TO WS-RP-MOTIVO
             WHEN PE-PRECISION NOT = "STANDARD"
                  AND PE-PRECISION NOT = "EXTENDED"
               MOVE "PRECISION DESCONOCIDA EN PARAMEJ"
                 TO WS-RP-MOTIVO
           END-EVALUATE.

       4630-REEJECUTAR.
      *  MISMO ESTADO INICIAL QUE UNA EJECUCION NOCTURNA SIN
      *  CHECKPOINT NI FUSION: LA SERIE SE SUMA ENTERA DESDE EL
      *  PRIMER TERMINO.
           MOVE PE-BUCLE-LIMITE TO WS-BUCLE-LIMITE.
           MOVE PE-NUM-DATOS    TO WS-NUM-DATOS.
           IF PE-PRECISION = "EXTENDED"
             SET PRECISION-EXTENDIDA TO TRUE
             PERFORM 7000-MP-INICIAR
           ELSE
             MOVE "N" TO WS-PRECISION-SW
           END-IF.
           DISPLAY "REPRODUCIENDO EJECUCION " PE-ID-EJEC
                   " LIMITE=" WS-BUCLE-LIMITE
                   " NDATOS=" WS-NUM-DATOS
                   " PRECISION=" PE-PRECISION.
           INITIALIZE PI.
           MOVE 1 TO OPERADOR.
           MOVE 1 TO DENOMINADOR.
           MOVE 1 TO BUCLE.
           PERFORM 2078-TOMAR-HORA.
           MOVE WS-PROG-AHORA-CSEG TO WS-RP-INI-CSEG.
           PERFORM 2000-PROCESO.
           PERFORM 2350-CALCULAR-EULER.
           PERFORM 2078-TOMAR-HORA.
           IF WS-PROG-AHORA-CSEG < WS-RP-INI-CSEG
             ADD 8640000 TO WS-PROG-AHORA-CSEG
           END-IF.
           COMPUTE WS-RP-CSEG = WS-PROG-AHORA-CSEG - WS-RP-INI-CSEG.
           MOVE SPACES          TO REG-REPRODUC.
           MOVE "R"             TO RR-TIPO.
           MOVE PE-ID-EJEC      TO RR-ID-EJEC.
           MOVE PE-CLAVE-HIST   TO RR-CLAVE-HIST.
           MOVE PE-NUM-DATOS    TO RR-NUM-DATOS.
           MOVE PE-PRECISION    TO RR-PRECISION.
      *  LOS VALORES SE FORMAN IGUAL QUE EN 2850-GRABAR-HISTORIAL,
      *  PARA QUE LA COMPARACION SEA CARACTER A CARACTER.
           IF PRECISION-EXTENDIDA
             MOVE MP-DATO-FINAL-X TO MP-FMT
             PERFORM 7700-MP-FORMATEAR
             MOVE WS-MP-TEXTO TO RR-DATO11-EXT
             MOVE MP-PROM-PI-X TO MP-FMT
             PERFORM 7700-MP-FORMATEAR
             MOVE WS-MP-TEXTO TO RR-PROM1-EXT
             MOVE MP-DATO-FINAL-E-X TO MP-FMT
             PERFORM 7700-MP-FORMATEAR
             MOVE WS-MP-TEXTO TO RR-DATOE-EXT
             MOVE MP-PROM-E-X TO MP-FMT
             PERFORM 7700-MP-FORMATEAR
             MOVE WS-MP-TEXTO TO RR-PROME-EXT
           ELSE
             MOVE WS-DATO-FINAL   TO RR-DATO11
             MOVE WS-PROM-PI      TO RR-PROM1
             MOVE WS-DATO-FINAL-E TO RR-DATOE
             MOVE WS-PROM-E       TO RR-PROME
             MOVE WS-CEROS-EXT    TO RR-DATO11-RESTO
             MOVE WS-CEROS-EXT    TO RR-PROM1-RESTO
             MOVE WS-CEROS-EXT    TO RR-DATOE-RESTO
             MOVE WS-CEROS-EXT    TO RR-PROME-RESTO
           END-IF.
           MOVE WS-RP-CSEG      TO RR-CSEG.
           PERFORM 4670-ESCRIBIR-REPRODUC.
           ADD 1 TO WS-RP-REPRO.
           DISPLAY "  REPRODUCIDA EN " WS-RP-CSEG " CSEG".

       4640-GRABAR-TOTALES.
           MOVE SPACES         TO REG-REPRODUC.
           MOVE "T"            TO RR-TIPO.
           MOVE WS-ID-EJEC     TO RR-ID-EJEC.
           MOVE WS-FECHA-EJEC  TO RR-T-FECHA.
           MOVE WS-HORA-EJEC   TO RR-T-HORA.
           MOVE WS-RP-PEDIDAS  TO RR-T-PEDIDAS.
           MOVE WS-RP-REPRO    TO RR-T-REPRO.
           MOVE WS-RP-NO-REPRO TO RR-T-NO-REPRO.
           PERFORM 4670-ESCRIBIR-REPRODUC.

       4650-GRABAR-NO-REPRO.
           MOVE SPACES TO REG-REPRODUC.
           MOVE "N"    TO RR-TIPO.
           IF LR-ID-EJEC IS NUMERIC
             MOVE LR-ID-EJEC TO RR-ID-EJEC
           ELSE
             MOVE 0 TO RR-ID-EJEC
           END-IF.
           IF RP-CON-PARAMEJ
             MOVE PE-CLAVE-HIST TO RR-CLAVE-HIST
             MOVE PE-NUM-DATOS  TO RR-NUM-DATOS
             MOVE PE-PRECISION  TO RR-PRECISION
           END-IF.
           MOVE WS-RP-MOTIVO TO RR-MOTIVO.
           PERFORM 4670-ESCRIBIR-REPRODUC.
           ADD 1 TO WS-RP-NO-REPRO.
           DISPLAY "NO REPRODUCIBLE " LR-ID-EJEC ": " WS-RP-MOTIVO.

       4670-ESCRIBIR-REPRODUC.
           WRITE REG-REPRODUC.
           IF WS-REP-STATUS NOT = "00"
             DISPLAY "ERROR AL ESCRIBIR REPRODUC, STATUS="
                     WS-REP-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       2950-ESCRIBIR-INFORME.
           OPEN OUTPUT ARCH-INFORME.
           IF WS-INF-STATUS NOT = "00"
           END-IF.
           MOVE INF-PRECIS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "VERSION DE REFERENCIAS:   " TO INF-PAR-ETIQ.
           MOVE WS-RFC-VERSION TO INF-PAR-NUM.
           MOVE INF-PARAM TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-BLANCO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "RESULTADOS PI" TO INF-TIT-TEXTO.
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM 1030-ANOTAR-FIN-GO.
           STOP RUN.
