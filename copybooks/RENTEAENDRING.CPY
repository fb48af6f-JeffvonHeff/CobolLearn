      *****************************************************************
      * RENTEAENDRING.CPY - registret over planlagte rente- og
      * gebyraendringer (RenteAendringer.txt), vedligeholdt af
      * RENTEAENDRING. En linje pr. aendring:
      *  - RA-VALUTA og RA-PRODUKT: blankt produkt er valutaens
      *    satser fra Rentesatser.txt; et produkt med egne satser
      *    (ProduktKatalog.txt) har sine egne linjer
      *  - RA-SATSART: K kreditrente, D debetrente, G maanedsgebyr,
      *    1-3 saldotrin 1-3 i Rentesatser.txt (kun valutaens satser)
      *  - RA-GAMMEL og RA-NY: satserne som maanedlig broek (som i
      *    Rentesatser.txt), gebyret i valutaen
      *  - RA-GAMMEL-GRAENSE og RA-NY-GRAENSE: et saldotrins oevre
      *    graense foer og efter (0 = trinnet findes ikke); 0 for de
      *    oevrige satsarter
      *  - RA-UGUNSTIG "J" naar aendringen er til kundens ulempe
      *    (lavere kreditrente, hoejere debetrente eller gebyr, en
      *    lavere trinsats eller en flyttet trin-graense) - den
      *    maa foerst anvendes naar varslet er sendt og varsels-
      *    fristen (RENTE-VARSEL-DAGE) er udloebet
      *  - RA-VARSLET er datoen varselsbrevene blev bestilt (0 =
      *    endnu ikke varslet) og RA-ANTAL-BREVE antallet
      *****************************************************************
           02 RA-ID                 PIC 9(6).
           02 RA-VALUTA             PIC X(3).
           02 RA-PRODUKT            PIC X(4).
           02 RA-SATSART            PIC X(1).
               88 RA-KREDITRENTE        VALUE "K".
               88 RA-DEBETRENTE         VALUE "D".
               88 RA-GEBYR              VALUE "G".
               88 RA-TRINSATS           VALUES "1" THRU "3".
               88 RA-SATSART-GYLDIG     VALUES "K", "D", "G",
                                               "1" THRU "3".
           02 RA-GAMMEL             PIC 9(3)V9(4).
           02 RA-NY                 PIC 9(3)V9(4).
           02 RA-IKRAFT             PIC 9(8).
           02 RA-UGUNSTIG           PIC X(1).
               88 RA-ER-UGUNSTIG        VALUE "J".
           02 RA-VARSLET            PIC 9(8).
           02 RA-ANTAL-BREVE        PIC 9(6).
           02 RA-STATUS             PIC X(1).
               88 RA-PLANLAGT           VALUE "P".
               88 RA-ER-VARSLET         VALUE "V".
               88 RA-ANNULLERET         VALUE "A".
           02 RA-OPRETTET-AF        PIC X(8).
           02 RA-OPRETTET-DATO      PIC 9(8).
           02 RA-BESKRIVELSE        PIC X(40).
           02 RA-GAMMEL-GRAENSE     PIC 9(9).
           02 RA-NY-GRAENSE         PIC 9(9).
