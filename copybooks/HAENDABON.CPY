      *****************************************************************
      * HAENDABON.CPY - haendelsesabonnement (HaendelsesAbonnement.txt)
      * En linje pr. kunde og haendelse kunden vil adviseres om, og
      * ad hvilken kanal: S = SMS til TELEFON, E = e-mail til EMAIL,
      * B = begge. Kontaktoplysningerne slaas foerst op i masteren
      * naar advisen sendes, saa en rettet TELEFON/EMAIL slaar
      * igennem uden at abonnementet roeres.
      * Haendelser:
      *   BSRETUR   - Betalingsservice-traek returneret
      *   UDLOEB    - aftaleindlaan udloebet
      *   POSTERING - postering paa mindst ABN-GRAENSE
      *   LAVSALDO  - saldoen falder under ABN-GRAENSE
      *   FULDMAGT  - en fuldmagt kunden har givet, udloeber snart
      * ABN-GRAENSE er i kontoens egen valuta og bruges kun af
      * POSTERING og LAVSALDO.
      *****************************************************************
           02 ABN-KUNDE-ID          PIC X(10).
           02 ABN-HAENDELSE         PIC X(10).
               88 ABN-BSRETUR           VALUE "BSRETUR".
               88 ABN-UDLOEB            VALUE "UDLOEB".
               88 ABN-POSTERING         VALUE "POSTERING".
               88 ABN-LAVSALDO          VALUE "LAVSALDO".
               88 ABN-FULDMAGT          VALUE "FULDMAGT".
               88 ABN-KENDT-HAENDELSE   VALUES "BSRETUR", "UDLOEB",
                                           "POSTERING", "LAVSALDO",
                                           "FULDMAGT".
           02 ABN-KANAL             PIC X(1).
               88 ABN-SMS               VALUE "S".
               88 ABN-EMAIL             VALUE "E".
               88 ABN-BEGGE             VALUE "B".
               88 ABN-KENDT-KANAL       VALUES "S", "E", "B".
           02 ABN-GRAENSE           PIC 9(9)V9(2).
           02 ABN-OPRETTET          PIC 9(8).
           02 ABN-OPRETTET-AF       PIC X(8).
