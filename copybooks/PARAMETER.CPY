      *****************************************************************
      * PARAMETER.CPY - post i parameterregistret
      * (ParameterRegister.txt). Registret afloeser de forretnings-
      * graenser der tidligere blev sat i miljoeet af hvert enkelt
      * jobskridt (AML-GRAENSE, ESCHEAT-AAR, GDPR-RETENTION-DAGE
      * osv.). Hver linje er een aendring af een parameter: vaerdien
      * og den dato den gaelder fra. Aendringen registreres af een
      * operatoer (PR-OPRETTET-AF) og godkendes eller afvises af en
      * anden (PR-GODKENDT-AF) i PARAMETERREGISTER - fire oejne som
      * KONTOFLYTNING. Den gaeldende vaerdi en given dato er den
      * godkendte linje for parameteren med den seneste
      * PR-GYLDIG-FRA paa eller foer datoen; ved samme dato vinder
      * den senest godkendte. Linjerne slettes aldrig, saa registret
      * er samtidig historikken over hvem der aendrede hvad.
      * PR-AENDRING-ID ("P" + loebenummer) staar som kunde-id paa
      * audit-journalens linjer for aendringen.
      *****************************************************************
           02 PR-AENDRING-ID.
               03 PR-ID-PRAEFIKS    PIC X(1).
               03 PR-ID-LOEBENR     PIC 9(9).
           02 PR-NAVN              PIC X(24).
           02 PR-VAERDI            PIC X(20).
           02 PR-GYLDIG-FRA        PIC 9(8).
           02 PR-STATUS            PIC X(1).
               88 PR-VENTER            VALUE "V".
               88 PR-GODKENDT          VALUE "G".
               88 PR-AFVIST            VALUE "A".
           02 PR-OPRETTET-AF       PIC X(8).
           02 PR-OPRETTET-DATO     PIC 9(8).
           02 PR-GODKENDT-AF       PIC X(8).
           02 PR-GODKENDT-DATO     PIC 9(8).
