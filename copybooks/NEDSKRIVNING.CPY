      *****************************************************************
      * NEDSKRIVNING.CPY - maanedens stadie-snapshot for nedskrivning
      * paa overtrukne konti (NedskrivningStadier_AAAAMM.txt). En
      * linje pr. konto i minus ved maanedens NEDSKRIVNING-koersel:
      * risikostadie (1-3), antal dage kontoen har staaet i minus,
      * eksponeringen i kontoens valuta og den hensatte nedskrivning
      * omregnet til DKK. Naeste maaneds koersel laeser filen igen
      * for at vise stadiebevaegelserne og bogfoere aendringen i den
      * samlede nedskrivning.
      *****************************************************************
           02 NS-KONTONUMMER        PIC X(20).
           02 NS-KUNDE-ID           PIC X(10).
           02 NS-VALUTA             PIC X(3).
           02 NS-STADIE             PIC 9(1).
           02 NS-DAGE-I-MINUS       PIC 9(5).
           02 NS-EKSPONERING        PIC 9(9)V9(2).
           02 NS-HENSAT-DKK         PIC 9(11)V9(2).
