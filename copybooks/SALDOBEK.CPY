      *****************************************************************
      * SALDOBEK.CPY - saldobekraeftelser til revisionen
      * (SaldoBekraeftelser.txt). En linje pr. konto der er udtrukket
      * til saldobekraeftelse for et regnskabsaar, med kontoens saldo
      * ved aarsultimo fra Kundehistorik.txt. Udtraekket skriver
      * linjen som udsendt (U); kundens svar registreres siden som
      * enig (E) eller bestridt (B) med den saldo kunden opgiver og
      * differencen (kundens saldo minus bankens). Vedligeholdes i
      * SALDOBEKRAEFTELSE.
      * SB-UDVALG: S = blandt valutaens stoerste saldi, T = trukket
      * tilfaeldigt i saldobaandet SB-BAAND (1 under 10.000,
      * 2 under 100.000, 3 under 1.000.000, 4 derover).
      *****************************************************************
           02 SB-AAR                PIC 9(4).
           02 SB-KUNDE-ID           PIC X(10).
           02 SB-KONTONUMMER        PIC X(20).
           02 SB-VALUTA             PIC X(3).
           02 SB-SALDO              PIC S9(9)V9(2).
           02 SB-UDVALG             PIC X(1).
               88 SB-STOERSTE           VALUE "S".
               88 SB-TILFAELDIG         VALUE "T".
           02 SB-BAAND              PIC 9(1).
           02 SB-SENDT-DATO         PIC 9(8).
           02 SB-STATUS             PIC X(1).
               88 SB-UDSENDT            VALUE "U".
               88 SB-ENIG               VALUE "E".
               88 SB-BESTRIDT           VALUE "B".
               88 SB-BESVARET           VALUES "E", "B".
           02 SB-KUNDE-SALDO        PIC S9(9)V9(2).
           02 SB-DIFFERENCE         PIC S9(9)V9(2).
           02 SB-SVAR-DATO          PIC 9(8).
           02 SB-OPERATOER          PIC X(8).
           02 SB-BEMAERKNING        PIC X(40).
