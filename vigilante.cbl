              10 RH-HORA-EJEC     PIC 9(8).
              10 FILLER           PIC X(1).
              10 RH-BUCLE-LIMITE  PIC 9(10).
           05 FILLER              PIC X(383).

       FD  ARCH-CALENDARIO
           RECORDING MODE IS F.
           05 CK-FASE             PIC X(1).
           05 FILLER              PIC X(1635).
           05 CK-ID-EJEC          PIC 9(14).
           05 FILLER              PIC X(29).

       FD  ARCH-INFORME
           RECORDING MODE IS F.
