           05 RH-PROME-RESTO      PIC X(38).
           05 FILLER              PIC X(1).
           05 RH-ID-EJEC          PIC X(14).
           05 FILLER              PIC X(1).
           05 RH-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RH-SELLO            PIC X(25).

       FD  ARCH-TIEM-SEC
           RECORDING MODE IS F.
              10 FILLER           PIC X(1).
              10 RT-BUCLE-LIMITE  PIC 9(10).
           05 RT-RESTO            PIC X(65).
           05 FILLER              PIC X(1).
           05 RT-SELLO-ANT        PIC X(25).
           05 FILLER              PIC X(1).
           05 RT-SELLO            PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-HSEC-STATUS      PIC X(2).
