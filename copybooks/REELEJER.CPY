      *****************************************************************
      * REELEJER.CPY - record i registret over reelle ejere
      * (ReelleEjere.txt). En linje pr. person der ejer 25% eller
      * mere af en erhvervskunde (KUNDETYPE "E" i KUNDEOPL.CPY).
      * RE-KUNDE-ID er virksomhedens kunde-id og RE-EJER-NR ejerens
      * loebenummer under virksomheden. RE-CPR er blank for en
      * udenlandsk ejer uden dansk CPR-nummer - saa baerer
      * RE-FOEDSELSDATO og RE-LAND identifikationen. RE-ANDEL er
      * ejerandelen i procent. Ejerskabet gaelder fra RE-FRA til og
      * med RE-TIL (99999999 = indtil videre). Vedligeholdes af
      * REELEJERREGISTER; laeses af SANKTIONSSCREENING (hver ejer
      * screenes) og KYCREVIEW (ejerne indgaar i risikoklassen).
      *****************************************************************
           02 RE-KUNDE-ID       PIC X(10).
           02 RE-EJER-NR        PIC 9(2).
           02 RE-NAVN           PIC X(40).
           02 RE-CPR            PIC X(10).
           02 RE-FOEDSELSDATO   PIC 9(8).
           02 RE-LAND           PIC X(2).
           02 RE-ANDEL          PIC 9(3)V9(2).
           02 RE-FRA            PIC 9(8).
           02 RE-TIL            PIC 9(8).
