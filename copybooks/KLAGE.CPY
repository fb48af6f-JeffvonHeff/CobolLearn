      *****************************************************************
      * KLAGE.CPY - klageregistret (KlageRegister.txt). En linje pr.
      * kundeklage, uanset om den kom ind pr. telefon, brev, mail
      * eller i filialen. Vedligeholdes af KLAGEREGISTER, som ogsaa
      * danner den daglige fristliste og kvartalsrapporten til
      * compliance; KUNDEOPSLAG og INDSIGTSDOSSIER viser kundens
      * klager. Tvister om enkeltposteringer ligger fortsat i
      * TvistRegister.txt (POSTERINGSTVIST).
      * KL-FRIST er svarfristen, regnet i bankdage fra KL-MODTAGET
      * ved oprettelsen (KLAGE-SVARFRIST, standard 15 bankdage) og
      * gemt, saa en senere parameteraendring ikke flytter fristen
      * paa allerede modtagne klager.
      * Kategorier:
      *   BET betalinger og overfoersler  KRE laan og kredit
      *   GEB gebyrer og renter           RAA raadgivning
      *   KON konti og kort               DAT persondata
      *   SER betjening og service        AND andet
      * Udfald (udfyldes ved afslutning):
      *   M medhold   D delvist medhold   A afvist
      *   T trukket tilbage af kunden
      *****************************************************************
           02 KL-ID                 PIC 9(6).
           02 KL-KUNDE-ID           PIC X(10).
           02 KL-KATEGORI           PIC X(3).
               88 KL-KATEGORI-GYLDIG    VALUES "BET", "GEB", "KON",
                                               "SER", "KRE", "RAA",
                                               "DAT", "AND".
           02 KL-KANAL              PIC X(1).
               88 KL-KANAL-TELEFON      VALUE "T".
               88 KL-KANAL-BREV         VALUE "B".
               88 KL-KANAL-MAIL         VALUE "E".
               88 KL-KANAL-FILIAL       VALUE "F".
               88 KL-KANAL-GYLDIG       VALUES "T", "B", "E", "F".
           02 KL-MODTAGET           PIC 9(8).
           02 KL-FRIST              PIC 9(8).
           02 KL-ANSVARLIG          PIC X(8).
           02 KL-STATUS             PIC X(1).
               88 KL-AABEN              VALUE "A".
               88 KL-AFSLUTTET          VALUE "L".
           02 KL-UDFALD             PIC X(1).
               88 KL-MEDHOLD            VALUE "M".
               88 KL-DELVIST            VALUE "D".
               88 KL-AFVIST             VALUE "A".
               88 KL-TILBAGE            VALUE "T".
               88 KL-UDFALD-GYLDIG      VALUES "M", "D", "A", "T".
           02 KL-AFSLUTTET-DATO     PIC 9(8).
           02 KL-OPRETTET-AF        PIC X(8).
           02 KL-RESUME             PIC X(60).
