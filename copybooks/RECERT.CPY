      *****************************************************************
      * RECERT.CPY - post i recertificeringsregistret
      * (RecertRegister.txt). ADGANGSRECERT aabner een runde pr.
      * kvartal (RC-RUNDE, fx "2026K4") med en linje pr. aktiv
      * operatoer: rolle, leder, seneste paalogning og seneste
      * aktivitet i audit-journalen (0 = ingen), samt fristen for
      * lederens svar. Status:
      *   V venter paa lederens svar
      *   B bekraeftet af lederen - adgangen fortsaetter
      *   T tilbagekaldt af lederen - operatoeren er spaerret
      *   S ikke besvaret inden fristen - spaerret automatisk
      * RC-BESVARET-AF er lederen (eller BATCH ved fristen).
      *****************************************************************
           02 RC-RUNDE           PIC X(6).
           02 RC-OPERATOER       PIC X(8).
           02 RC-NAVN            PIC X(20).
           02 RC-ROLLE           PIC X(1).
           02 RC-LEDER           PIC X(8).
           02 RC-SIDST-PAALOG    PIC 9(8).
           02 RC-SIDST-AKTIV     PIC 9(8).
           02 RC-UDSENDT         PIC 9(8).
           02 RC-FRIST           PIC 9(8).
           02 RC-STATUS          PIC X(1).
               88 RC-VENTER          VALUE "V".
               88 RC-BEKRAEFTET      VALUE "B".
               88 RC-TILBAGEKALDT    VALUE "T".
               88 RC-FRIST-SPAERRET  VALUE "S".
           02 RC-BESVARET-AF     PIC X(8).
           02 RC-BESVARET-DATO   PIC 9(8).
