      *****************************************************************
      * MINDREAARIG.CPY - parameteromraade for MINDREAARIG-
      * subprogrammet (alder ud fra CPR-nummeret og vaergereglen for
      * kunder under 18). Kalderen saetter MA-KUNDE-ID,
      * MA-CPR-NUMMER og MA-DATO (skaeringsdatoen - 0 betyder dagens
      * dato) og, for en udgaaende betaling eller haevning,
      * MA-BELOEB og MA-VALUTA; MA-BELOEB 0 giver kun alderen.
      * MA-ALDERSSTATUS er "M" for en mindreaarig, "V" for en myndig
      * kunde og "U" naar CPR-nummeret ikke giver en foedselsdato
      * (blankt for records fra foer feltet fandtes) - en ukendt
      * alder behandles som myndig. MA-FOEDSELSDATO, MA-ALDER og
      * MA-MYNDIG-DATO (18-aarsdagen) er udfyldt naar alderen er
      * kendt. MA-VAERGE-ID er holderen af en gyldig VAERGE-fuldmagt
      * fra kunden (blank uden). MA-RESULTAT er "J" naar betalingen
      * skal afvises: kunden er mindreaarig, beloebet omregnet til
      * DKK overstiger MA-GRAENSE-DKK, og der er ingen vaerge.
      * MA-OVERLOEB er "J" naar VAERGE-fuldmagterne eller parameter-
      * registret ikke kunne rummes i tabellerne - reglen er da ikke
      * fuldstaendig, og kalderen skal slutte med returkode 8.
      *****************************************************************
           02 MA-KUNDE-ID       PIC X(10).
           02 MA-CPR-NUMMER     PIC X(10).
           02 MA-DATO           PIC 9(8).
           02 MA-BELOEB         PIC S9(7)V9(2).
           02 MA-VALUTA         PIC X(3).
           02 MA-RESULTAT       PIC X(1).
               88 MA-AFVIS          VALUE "J".
               88 MA-FRI            VALUE "N".
           02 MA-ALDERSSTATUS   PIC X(1).
               88 MA-ER-MINDREAARIG VALUE "M".
               88 MA-ER-MYNDIG      VALUE "V".
               88 MA-ALDER-UKENDT   VALUE "U".
           02 MA-FOEDSELSDATO   PIC 9(8).
           02 MA-ALDER          PIC 9(3).
           02 MA-MYNDIG-DATO    PIC 9(8).
           02 MA-VAERGE-ID      PIC X(10).
           02 MA-BELOEB-DKK     PIC S9(9)V9(2).
           02 MA-GRAENSE-DKK    PIC 9(9)V9(2).
           02 MA-OVERLOEB       PIC X(1).
               88 MA-REGLER-OVERLOEBET VALUE "J".
