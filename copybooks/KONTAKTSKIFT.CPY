      *****************************************************************
      * KONTAKTSKIFT.CPY - parameteromraade for KONTAKTSKIFT-
      * subprogrammet (kontoovertagelses-reglen). Kalderen saetter
      * KSK-KUNDE-ID, KSK-BELOEB og KSK-VALUTA for en udgaaende
      * betaling og kalder KONTAKTSKIFT; KSK-RESULTAT er "J" naar
      * betalingen skal holdes til et bekraeftende opkald - kundens
      * adresse eller kontaktoplysninger er aendret inden for
      * KSK-KARENS-DAGE, og beloebet omregnet til DKK overstiger
      * KSK-GRAENSE-DKK. Den seneste aendring staar da i
      * KSK-SKIFT-ART ("ADRESSE"/"KONTAKT"), KSK-SKIFT-DATO og
      * KSK-SKIFT-KILDE.
      * KSK-OVERLOEB er "J" naar der var flere aendringer i karens-
      * perioden end tabellen rummer (eller parameterregistret ikke
      * kunne rummes) - reglen kan da ikke holdes, og kalderen skal
      * standse foer der posteres eller sendes.
      *****************************************************************
           02 KSK-KUNDE-ID      PIC X(10).
           02 KSK-BELOEB        PIC S9(7)V9(2).
           02 KSK-VALUTA        PIC X(3).
           02 KSK-RESULTAT      PIC X(1).
               88 KSK-HOLD          VALUE "J".
               88 KSK-FRI           VALUE "N".
           02 KSK-SKIFT-ART     PIC X(8).
           02 KSK-SKIFT-DATO    PIC 9(8).
           02 KSK-SKIFT-KILDE   PIC X(20).
           02 KSK-BELOEB-DKK    PIC S9(9)V9(2).
           02 KSK-KARENS-DAGE   PIC 9(3).
           02 KSK-GRAENSE-DKK   PIC 9(9)V9(2).
           02 KSK-OVERLOEB      PIC X(1).
               88 KSK-HISTORIK-OVERLOEBET VALUE "J".
