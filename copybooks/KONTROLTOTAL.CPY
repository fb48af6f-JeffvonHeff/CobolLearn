      *****************************************************************
      * KONTROLTOTAL.CPY - Opgave6's kontroltotaler pr. valuta
      * (KontrolTotaler.txt). Hver koersel af Opgave6 tilfoejer en
      * linje pr. aktiv valuta i registret med dagens dato, antal
      * behandlede og afviste kunder og valutaens balancetotal, saa
      * andre programmer kan afstemme mod tallene i stedet for at
      * skrabe konsoludskriften. Koeres Opgave6 flere gange samme
      * dag, er det dagens sidste linje pr. valuta der gaelder.
      *****************************************************************
           02 KT-DATO               PIC 9(8).
           02 KT-VALUTA             PIC X(3).
           02 KT-ANTAL-BEHANDLET    PIC 9(7).
           02 KT-ANTAL-AFVIST       PIC 9(7).
           02 KT-TOTAL              PIC S9(9)V9(2).
