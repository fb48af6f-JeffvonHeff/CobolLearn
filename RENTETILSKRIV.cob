      *skrives til RenteSimulering.txt, saa treasury kan se P&L-
      *virkningen midt paa dagen. Simuleringen regner med flade
      *satser; trin-kolonner i den foreslaaede fil indgaar ikke.
      *Kildeskat: saettes RENTE-SKATTEPCT i parameterregistret,
      *tilbageholdes den andel af enhver POSITIV rentetilskrivning,
      *kunden krediteres netto, og de tilbageholdte beloeb
      *akkumuleres pr. valuta til afregningsudtraekket
      *RenteSkatAfregning.txt, som finans betaler over pr. periode.
      *Journallinjen baerer netto i
      *RENTE= (saa FOER/EFTER fortsat stemmer hele vejen rundt) og
      *brutto/skat bagest som BRUTTO=/SKAT=, og aarsindberetningen
      *baerer alle tre tal videre. Uden RENTE-SKATTEPCT krediteres
      *konti og journalfoert som enhver anden rentepostering (med
      *TRIN=NEG-maerket, saa linjen kan forklares). Mangler filen,
      *beregnes ingen negativ rente.
      *Produktkataloget: en konto hvis produkt (PRODUKTKODE, slaaet
      *op via PRODUKTKATALOG) har egne satser, forrentes med
      *produktets flade kredit-/debetsats og betaler produktets
      *maanedsgebyr i stedet for valutaens satser, gebyr og trin -
      *journallinjen baerer da PRODUKT=-maerket. Konti uden produkt
      *eller med et produkt der foelger valutaen beregnes som
      *hidtil. I simuleringen ligger produktsatserne fast, saa kun
      *valutasatserne flytter sig.
      *Dagssaldi: renten beregnes af hver dags slutsaldo gennem
      *renteperioden - fra dagen efter forrige posterede koersel i
      *RentePeriode.txt (uden en saadan fra maanedens foerste, eller
      *fra RENTE-PERIODE-FRA=YYYYMMDD) til og med koerselsdagen.
      *Primosaldoen er kontoens balance fratrukket periodens
      *bevaegelser fra PosteringsJournal.txt (EFTER minus FOER, paa
      *valoerdagen), og bevaegelserne laegges til dag for dag.
      *Maanedssatsen (og trin/produkt/debet) anvendes paa hver dags
      *saldo og vaegtes efter valutaens dagregel i ValutaRegister:
      *faktiske dage/365 (x12/365 pr. dag) eller 30/360 (hver dag
      *1/30, den 31. taeller ikke og februars sidste dag udfylder
      *til 30). Journallinjen baerer gennemsnitssaldoen og reglen
      *som GNSSALDO=/DAGREGEL=, og kontoudtoget viser grundlaget.
      *Simuleringen og den negative rente (taersklen holdes mod
      *summen af kontiernes gennemsnitssaldi) bruger samme grundlag.
      *Varsling: en leveret sats til kundens ulempe (lavere kredit-
      *rente, hoejere debetrente eller gebyr end forrige godkendte
      *leverance) anvendes kun, naar RenteAendringer.txt (vedlige-
      *holdt af RENTEAENDRING) har en varslet aendring til netop den
      *sats, hvis varselsfrist (RENTE-VARSEL-DAGE) er udloebet og
      *ikrafttraedelsesdato naaet. Ellers bruges forrige sats, der
      *advares, og koerslen slutter med returkode 4; forrige sats
      *skrives da ogsaa til RentesatserForrige.txt, saa den nye
      *sats holdes tilbage indtil varslet er modent. Saldotrinene
      *foelger kreditrentens afgoerelse og holdes desuden trin for
      *trin mod forrige leverance: en lavere trinsats eller en
      *flyttet graense (ogsaa et trin der kommer til eller udgaar)
      *kraever en modent varslet aendring af trinnet (satsart 1-3 i
      *registret) til netop den nye sats og graense - ellers
      *anvendes forrige leverances trin. For produkter med egne
      *satser holdes katalogets satser paa samme maade mod de sidst
      *anvendte (ProduktsatserForrige.txt, skrevet ved koerslens
      *slutning): en lavere kreditrente, hoejere debetrente eller
      *hoejere gebyr kraever en modent varslet aendring i registret
      *til netop den nye sats, ellers anvendes den forrige, og den
      *forrige skrives tilbage, saa aendringen ses igen naeste gang.
      *Et produkt uden forrige satser holdes kun mod registrets
      *ugunstige aendringer. Simuleringen gaar uden om varslingen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO FORRIGESATSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGESATS-STATUS.
           SELECT OPTIONAL RAFIL ASSIGN TO RAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFIL-STATUS.
           SELECT OPTIONAL PRODFORRIGEFIL
               ASSIGN TO PRODFORRIGEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODFORRIGE-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT CHECKPOINTFIL ASSIGN TO CHECKPOINTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT DAGSORT-WORK ASSIGN TO "Rentedagsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEOPL.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE          PIC X(220).

      *Dato-stemplet maanedskopi af posteringsjournalen
      *(RentePostering_YYYYMM.txt) - RentePostering.txt selv
      *overskrives ved naeste koersel, men aarsindberetningen
      *(AARSRENTERAPPORT) skal kunne laese hele aarets journaler.
       FD MDRAPPORTFIL.
       01 MDRAPPORTLINJE        PIC X(220).

      *Separat leveret sats-/gebyrtabel, en linje pr. valuta med
      *leveringsdato - saa satserne kan justeres uden en program-
                   04 FORRIGE-TRIN-GRAENSE PIC 9(9).
                   04 FORRIGE-TRIN-SATS    PIC V9(4).

       FD RAFIL.
       01 RA-RECORD.
           COPY "RENTEAENDRING.CPY".

      *De sidst anvendte satser pr. produkt og valuta - grundlaget
      *for varslingskontrollen af katalogets satser.
       FD PRODFORRIGEFIL.
       01 PRODFORRIGE-RECORD.
           02 PFF-PRODUKT          PIC X(4).
           02 PFF-VALUTA           PIC X(3).
           02 PFF-SATS             PIC V9(4).
           02 PFF-DEBET            PIC V9(4).
           02 PFF-GEBYR            PIC 9(3)V9(2).
           02 PFF-DATO             PIC 9(8).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

      *De daglige posteringer (alle bogfoerende programmer) - laeses
      *kun for at finde renteperiodens bevaegelser pr. konto.
       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

      *Periodens bevaegelser sorteres pr. konto og valoerdag, saa
      *hver kontos bevaegelser ligger samlet i BEV-TABEL.
       SD DAGSORT-WORK.
       01 DAGSORT-RECORD.
           02 DS-KONTONUMMER       PIC X(20).
           02 DS-DATO              PIC 9(8).
           02 DS-BELOEB            PIC S9(9)V9(2).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Rentesatser.txt".
       01 FORRIGESATSFIL-NAVN    PIC X(80)
           VALUE "RentesatserForrige.txt".
       01 RAFIL-NAVN             PIC X(80)
           VALUE "RenteAendringer.txt".
       01 PRODFORRIGEFIL-NAVN    PIC X(80)
           VALUE "ProduktsatserForrige.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 PERIODEFIL-NAVN        PIC X(80)
       01 SIM-SUM-TABEL.
           02 SIM-SUM OCCURS 20 TIMES PIC S9(11)V9(2).
       01 SEG-ANTAL              PIC 9(3) VALUE 0.
       01 SEG-OVERLOB            PIC X VALUE "N".
       01 SEG-TABEL.
           02 SEG-POST OCCURS 200 TIMES.
               03 SEG-RAADGIVER      PIC X(8).
       01 NEG-KONTO-BELOEB       PIC S9(7)V9(4) VALUE 0.
       01 CHECKPOINTFIL-NAVN     PIC X(80)
           VALUE "Rentetilskriv.chk".
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 POSTJOURNAL-SLUT       PIC X VALUE "N".
       01 DAGSORT-SLUT           PIC X VALUE "N".
      *Renteperioden og valutaernes dagregel (VALUTAREG-DAGREGEL).
       01 PERIODE-START          PIC 9(8) VALUE 0.
       01 PERIODE-FRA-TEKST      PIC X(8) VALUE SPACES.
       01 PERIODE-FRA-TAL REDEFINES PERIODE-FRA-TEKST PIC 9(8).
       01 SIDSTE-RENTEDATO       PIC 9(8) VALUE 0.
       01 START-DAGSTAL          PIC 9(7) VALUE 0.
       01 SLUT-DAGSTAL           PIC 9(7) VALUE 0.
       01 DAGSTAL                PIC 9(7) VALUE 0.
       01 DAGREGEL-TABEL.
           02 DAGREGEL PIC X(1) OCCURS 20 TIMES.
      *Journallinjens felter - hvert maerke soeges for sig, da
      *linjeformaterne varierer mellem de bogfoerende programmer.
       01 PJ-FORAN               PIC X(220).
       01 PJ-REST                PIC X(220).
       01 PJ-KONTONUMMER         PIC X(20).
       01 PJ-FOER-TEKST          PIC X(9).
       01 PJ-FOER-BELOEB REDEFINES PJ-FOER-TEKST PIC S9(7)V9(2).
       01 PJ-EFTER-TEKST         PIC X(9).
       01 PJ-EFTER-BELOEB REDEFINES PJ-EFTER-TEKST PIC S9(7)V9(2).
       01 PJ-VALOER-TEKST        PIC X(8).
       01 PJ-VALOER REDEFINES PJ-VALOER-TEKST PIC 9(8).
       01 PJ-DATO-TEKST          PIC X(8).
       01 PJ-DATO REDEFINES PJ-DATO-TEKST PIC 9(8).
      *Bevaegelserne pr. konto i valoerdagsorden og et kontoindeks
      *(stigende kontonummer) der peger ind i bevaegelsestabellen.
       01 BEV-ANTAL              PIC 9(5) VALUE 0.
       01 BEV-TABEL.
           02 BEV-POST OCCURS 20000 TIMES.
               03 BEV-DATO           PIC 9(8).
               03 BEV-BELOEB         PIC S9(9)V9(2).
       01 BEV-IX                 PIC 9(5) VALUE 0.
       01 BEV-FAERDIG            PIC X VALUE "N".
       01 BEV-OVERLOEB           PIC X VALUE "N".
           88 BEV-TABEL-FULD         VALUE "J".
       01 KI-ANTAL               PIC 9(5) VALUE 0.
       01 KI-TABEL.
           02 KI-POST OCCURS 1 TO 20000 TIMES
                   DEPENDING ON KI-ANTAL
                   ASCENDING KEY IS KI-KONTO
                   INDEXED BY KI-X.
               03 KI-KONTO           PIC X(20).
               03 KI-FRA             PIC 9(5).
               03 KI-TIL             PIC 9(5).
       01 KONTO-BEV-FRA          PIC 9(5) VALUE 0.
       01 KONTO-BEV-TIL          PIC 9(5) VALUE 0.
      *Dagsberegningen for den aktuelle konto.
       01 SATS-SIDE              PIC X VALUE "N".
           88 SIMULERET-SIDE         VALUE "S".
       01 DAG-DATO               PIC 9(8).
       01 DAG-DATO-DELT REDEFINES DAG-DATO.
           02 DAG-AAR            PIC 9(4).
           02 DAG-MD             PIC 9(2).
           02 DAG-DD             PIC 9(2).
       01 NAESTE-DATO            PIC 9(8).
       01 NAESTE-DATO-DELT REDEFINES NAESTE-DATO.
           02 NAESTE-AAR         PIC 9(4).
           02 NAESTE-MD          PIC 9(2).
           02 NAESTE-DD          PIC 9(2).
       01 DAG-SALDO              PIC S9(9)V9(2) VALUE 0.
       01 DAG-VAEGT              PIC 9(2) VALUE 0.
       01 RENTE-GRUNDLAG         PIC S9(9)V9(2) VALUE 0.
       01 DAG-RENTE              PIC S9(7)V9(8) VALUE 0.
       01 RENTE-AKK              PIC S9(9)V9(8) VALUE 0.
       01 SALDO-AKK              PIC S9(13)V9(2) VALUE 0.
       01 VAEGT-SUM              PIC 9(5) VALUE 0.
       01 GNS-SALDO              PIC S9(9)V9(2) VALUE 0.
       01 TRIN-BRUGT-TABEL.
           02 TRIN-BRUGT PIC X(1) OCCURS 3 TIMES.
       01 TRIN-GRUND-BRUGT       PIC X VALUE "N".
      *Gennemsnitssaldo og dagregel pr. konto til journallinjen og
      *den negative rente.
       01 RENTEGRUNDLAG-TABEL.
           02 RG-POST OCCURS 99 TIMES.
               03 RG-GNS-SALDO       PIC S9(9)V9(2).
               03 RG-DAGREGEL        PIC X(5).
      *Kundens rentelinjer huskes til kontiene er gemt. Fejler
      *gemningen, modposteres hver linje (TRIN=REV) i omvendt
      *raekkefoelge, saa RentePostering.txt forbliver sand og den
      *sidste linje baerer kontoens uaendrede saldo.
       01 RL-ANTAL               PIC 9(3) VALUE 0.
       01 RL-TABEL.
           02 RL-POST OCCURS 200 TIMES.
               03 RL-KONTO-IX        PIC 9(3).
               03 RL-VALUTA-IX       PIC 9(2).
               03 RL-FOER            PIC S9(7)V9(2).
               03 RL-RENTE           PIC S9(7)V9(4).
               03 RL-GEBYR           PIC S9(3)V9(2).
               03 RL-BRUTTO          PIC S9(7)V9(4).
               03 RL-SKAT            PIC S9(7)V9(4).
       01 RL-IX                  PIC S9(3).
       01 ANTAL-IKKE-GEMT        PIC 9(7) VALUE 0.
       01 NEG-GNS-SUM            PIC S9(11)V9(2) VALUE 0.
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".
       01 PRODUKT-SATSER-FLAG   PIC X VALUE "N".
           88 PRODUKT-SATSER-BRUGT  VALUE "J".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE           PIC X VALUE "N".
       01 AUDIT-OPERATOER       PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE    PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX        PIC 9(3) VALUE 1.
       01 RENTESATSFIL-STATUS   PIC X(2) VALUE "00".
       01 RENTESATSFIL-SLUT     PIC X VALUE "N".
       01 FORRIGESATS-STATUS    PIC X(2) VALUE "00".
           02 FORRIGE-SATS-VAL OCCURS 20 TIMES PIC V9(4).
       01 FORRIGE-SATS-SAT.
           02 FORRIGE-HAR-SATS OCCURS 20 TIMES PIC X(1).
      *Varslingen: dagens leverede linje og forrige godkendte linje
      *pr. valuta, forrige saldotrin og standard-debetsatsen, saa en
      *ugunstig sats kan rulles tilbage, og de varslede aendringer
      *fra RenteAendringer.txt (annullerede springes over).
       01 LEVERET-LINJE-TABEL.
           02 LEVERET-LINJE OCCURS 20 TIMES PIC X(63).
       01 FORRIGE-LINJE-TABEL.
           02 FORRIGE-LINJE OCCURS 20 TIMES PIC X(63).
       01 FORRIGE-TRIN-ANTAL-TABEL.
           02 FORRIGE-TRIN-ANTAL PIC 9(1) OCCURS 20 TIMES.
       01 FORRIGE-TRIN-GEMT.
           02 FORRIGE-TRINPOST OCCURS 20 TIMES PIC X(39).
       01 STANDARD-DEBET-TABEL.
           02 STANDARD-DEBETSATS PIC V9(4) OCCURS 20 TIMES.
       01 LEVERET-ARBEJD.
           02 LA-VALUTA            PIC X(3).
           02 LA-SATS              PIC V9(4).
           02 LA-GEBYR             PIC 9(3)V9(2).
           02 LA-DEBET             PIC V9(4).
           02 LA-DATO              PIC 9(8).
           02 LA-TRIN-LEV          PIC X(39).
       01 FORRIGE-ARBEJD.
           02 FA-VALUTA            PIC X(3).
           02 FA-SATS              PIC V9(4).
           02 FA-GEBYR             PIC 9(3)V9(2).
           02 FA-DEBET             PIC V9(4).
           02 FA-DATO              PIC 9(8).
           02 FA-TRIN-LEV          PIC X(39).
       01 TILBAGEFALD-TABEL.
           02 TILBAGEFALD-POST OCCURS 20 TIMES.
               03 TBF-KREDIT       PIC X(1).
               03 TBF-DEBET        PIC X(1).
               03 TBF-GEBYR        PIC X(1).
               03 TBF-TRIN         PIC X(1).
       01 TILBAGEFALD-FLAG       PIC X VALUE "N".
           88 SATS-HOLDT-TILBAGE     VALUE "J".
       01 RAFIL-STATUS           PIC X(2) VALUE "00".
       01 RAFIL-SLUT             PIC X VALUE "N".
       01 RENTE-VARSEL-DAGE      PIC 9(3) VALUE 60.
       01 RT-ANTAL               PIC 9(3) VALUE 0.
       01 RT-TABEL.
           02 RT-POST OCCURS 200 TIMES.
               03 RT-ID            PIC 9(6).
               03 RT-VALUTA        PIC X(3).
               03 RT-PRODUKT       PIC X(4).
               03 RT-SATSART       PIC X(1).
               03 RT-GAMMEL        PIC 9(3)V9(4).
               03 RT-NY            PIC 9(3)V9(4).
               03 RT-UGUNSTIG      PIC X(1).
               03 RT-TIDLIGST      PIC 9(8).
               03 RT-ADVARET       PIC X(1).
               03 RT-GRAENSE       PIC 9(9).
       01 RT-IX                  PIC 9(3) VALUE 0.
       01 PRODFORRIGE-STATUS     PIC X(2) VALUE "00".
       01 PRODFORRIGE-SLUT       PIC X VALUE "N".
       01 PF-ANTAL               PIC 9(3) VALUE 0.
       01 PF-TABEL.
           02 PF-POST OCCURS 200 TIMES.
               03 PF-PRODUKT       PIC X(4).
               03 PF-VALUTA        PIC X(3).
               03 PF-SATS          PIC V9(4).
               03 PF-DEBET         PIC V9(4).
               03 PF-GEBYR         PIC 9(3)V9(2).
               03 PF-ADVARET       PIC X(1).
       01 PF-IX                  PIC 9(3) VALUE 0.
       01 PF-FUNDET-IX           PIC 9(3) VALUE 0.
       01 PF-OVERLOB             PIC X VALUE "N".
       01 PRODUKT-HOLDT          PIC X VALUE "N".
       01 VARSEL-VALUTA          PIC X(3) VALUE SPACES.
       01 VARSEL-PRODUKT         PIC X(4) VALUE SPACES.
       01 VARSEL-SATSART         PIC X(1) VALUE SPACE.
           88 VARSEL-TRINSATS        VALUES "1" THRU "3".
       01 VARSEL-GAMMEL          PIC 9(3)V9(4) VALUE 0.
       01 VARSEL-NY              PIC 9(3)V9(4) VALUE 0.
       01 VARSEL-GAMMEL-GRAENSE  PIC 9(9) VALUE 0.
       01 VARSEL-GRAENSE         PIC 9(9) VALUE 0.
       01 VARSEL-FUND            PIC X(1) VALUE "N".
           88 VARSEL-MODENT          VALUE "M".
           88 VARSEL-IKKE-MODENT     VALUE "U".
           88 VARSEL-MANGLER         VALUE "N".
       01 VARSEL-TIDLIGST        PIC 9(8) VALUE 0.
       01 VARSEL-DAGSTAL         PIC 9(8) VALUE 0.
       01 VARSEL-VIS-GAMMEL      PIC ZZ9.9999.
       01 VARSEL-VIS-NY          PIC ZZ9.9999.
       01 VARSEL-VIS-GAMMEL-GRAENSE PIC Z(8)9.
       01 VARSEL-VIS-GRAENSE     PIC Z(8)9.
      *Saldotrinene fra dagens og forrige leverance trin for trin
      *(blanke kolonner = intet trin, graense og sats 0).
       01 LEVERET-TRIN-ARBEJD.
           02 LT-TRIN OCCURS 3 TIMES.
               03 LT-GRAENSE       PIC 9(9).
               03 LT-SATS          PIC V9(4).
       01 FORRIGE-TRIN-ARBEJD.
           02 FT-TRIN OCCURS 3 TIMES.
               03 FT-GRAENSE       PIC 9(9).
               03 FT-SATS          PIC V9(4).
       01 TRIN-UGUNSTIG          PIC X VALUE "N".
           88 TRINAENDRING-HOLDES    VALUE "J".
       01 TOLERANCE-TEKST       PIC X(8) VALUE SPACES.
       01 TOLERANCE-PCT         PIC 9(3)V9(2) VALUE 50.
       01 SATS-AFVIGELSE-PCT    PIC 9(5)V9(2).
       01 TRIN-VIST-PTR          PIC 9(2) VALUE 1.
       01 RAPPORT-PTR            PIC 9(3) VALUE 1.
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 FUNDET-VALUTA          PIC X VALUE "N".
           88 VALUTA-FUNDET          VALUE "J".
       01 KUNDE-OPDATERET        PIC X VALUE "N".
       01 JRN-EFTER-TEKST        PIC X(9).
       01 JRN-EFTER-BELOEB REDEFINES JRN-EFTER-TEKST
           PIC S9(7)V9(2).
       01 JRN-KONTO-IX           PIC 9(3) VALUE 0.
       01 RAPPORTFIL-SLUT        PIC X VALUE "N".
       01 RAPPORTFIL-STATUS      PIC X(2) VALUE "00".
       01 CP-KOMMANDO            PIC X(170) VALUE SPACES.
           IF NOT GENSTART-FRA-CHECKPOINT
               PERFORM TJEK-POSTERINGSPERIODE
           END-IF
           PERFORM FIND-RENTEPERIODE
           PERFORM LAES-RENTEAENDRINGER
           PERFORM LAES-FORRIGE-PRODUKTSATSER
           PERFORM TAG-KOERSELLAAS
           PERFORM INDLAES-BEVAEGELSER
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
               PERFORM SKRIV-SKATAFREGNING
           END-IF
           PERFORM STEMPL-POSTERINGSPERIODE
           PERFORM SKRIV-FORRIGE-PRODUKTSATSER
           DISPLAY "Rentetilskrivning gennemfoert for "
               ANTAL-POSTERET " kunder."
           PERFORM FRIGIV-KOERSELLAAS
           IF SATS-HOLDT-TILBAGE
               DISPLAY "ADVARSEL: en eller flere satsaendringer er "
                   "holdt tilbage - de er ikke varslet i tide"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: " ANTAL-IKKE-GEMT " kunder kunne ikke "
                   "gemmes - deres rentelinjer er modposteret"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PF-OVERLOB = "J"
               DISPLAY "FEJL: ProduktsatserForrige.txt kunne ikke "
                   "rumme alle produkter - se TabelKapacitet.txt"
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Finder journalens sidste ikke-blanke linje - den tilhoerer
           CLOSE PERIODEFIL
           EXIT.

      *Renteperioden starter dagen efter den seneste posterede
      *koersel foer i dag (RP-DATO) og slutter med koerselsdagen.
      *Uden en tidligere posteret periode starter den den foerste i
      *koerselsmaaneden. RENTE-PERIODE-FRA=YYYYMMDD kan saette
      *startdagen (foerste koersel efter en konvertering); en
      *ugyldig vaerdi afviser koerslen i stedet for at gaette.
       FIND-RENTEPERIODE.
           MOVE 0 TO SIDSTE-RENTEDATO
           OPEN INPUT PERIODEFIL
           IF PERIODEFIL-STATUS = "00"
               MOVE "N" TO PERIODEFIL-SLUT
               PERFORM UNTIL PERIODEFIL-SLUT = "Y"
                   READ PERIODEFIL
                       AT END
                           MOVE "Y" TO PERIODEFIL-SLUT
                       NOT AT END
                           IF RP-STATUS = "POSTERET"
                                   AND RP-DATO NUMERIC
                                   AND RP-DATO < KOERSEL-DATO
                                   AND RP-DATO > SIDSTE-RENTEDATO
                               MOVE RP-DATO TO SIDSTE-RENTEDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODEFIL
           END-IF
           IF SIDSTE-RENTEDATO > 0
               COMPUTE DAGSTAL =
                   FUNCTION INTEGER-OF-DATE(SIDSTE-RENTEDATO) + 1
               MOVE FUNCTION DATE-OF-INTEGER(DAGSTAL)
                   TO PERIODE-START
           ELSE
               COMPUTE PERIODE-START = KOERSEL-AARMD * 100 + 1
           END-IF
           ACCEPT PERIODE-FRA-TEKST
               FROM ENVIRONMENT "RENTE-PERIODE-FRA"
           IF PERIODE-FRA-TEKST NOT = SPACES
               IF PERIODE-FRA-TAL NUMERIC
                       AND PERIODE-FRA-TAL NOT > KOERSEL-DATO
                       AND FUNCTION TEST-DATE-YYYYMMDD(PERIODE-FRA-TAL)
                           = 0
                   MOVE PERIODE-FRA-TAL TO PERIODE-START
               ELSE
                   DISPLAY "FEJL: RENTE-PERIODE-FRA=" PERIODE-FRA-TEKST
                       " er ikke en gyldig dato til og med "
                       KOERSEL-DATO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE START-DAGSTAL =
               FUNCTION INTEGER-OF-DATE(PERIODE-START)
           COMPUTE SLUT-DAGSTAL =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
           DISPLAY "Renteperiode " PERIODE-START " - " KOERSEL-DATO
           EXIT.

      *Periodens bevaegelser fra PosteringsJournal.txt sorteres pr.
      *konto og valoerdag ind i BEV-TABEL med KI-TABEL som indeks.
      *Er der flere bevaegelser end tabellen rummer, afvises koerslen
      *- en afkortet tabel ville give forkerte dagssaldi.
       INDLAES-BEVAEGELSER.
           MOVE 0 TO BEV-ANTAL
           MOVE 0 TO KI-ANTAL
           MOVE "N" TO BEV-OVERLOEB
           SORT DAGSORT-WORK
               ON ASCENDING KEY DS-KONTONUMMER DS-DATO
               INPUT PROCEDURE IS UDVAELG-BEVAEGELSER
               OUTPUT PROCEDURE IS OPBYG-BEVAEGELSESTABEL
           MOVE "BEV-TABEL" TO TK-TABEL
           MOVE BEV-ANTAL TO TK-ANTAL
           MOVE 20000 TO TK-KAPACITET
           MOVE BEV-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF BEV-TABEL-FULD
               DISPLAY "FEJL: PosteringsJournal.txt har flere end "
                   "20000 bevaegelser i renteperioden - koerslen "
                   "afvises"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Renteperiodens bevaegelser: " BEV-ANTAL
               " paa " KI-ANTAL " konti"
           EXIT.

       UDVAELG-BEVAEGELSER.
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO POSTJOURNAL-SLUT
           PERFORM UNTIL POSTJOURNAL-SLUT = "Y"
               READ POSTJOURNALFIL
                   AT END
                       MOVE "Y" TO POSTJOURNAL-SLUT
                   NOT AT END
                       PERFORM UDLED-BEVAEGELSE
               END-READ
           END-PERFORM
           CLOSE POSTJOURNALFIL
           EXIT.

      *Bevaegelsen er EFTER minus FOER paa kontoen og falder paa
      *valoerdagen (VALOER=), eller bogfoeringsdagen (DATO=) naar
      *linjen ingen valoerdag har. Kun bevaegelser fra periodens
      *start tages med - senere valoerdage end koerselsdagen ogsaa,
      *da de allerede staar i kontoens balance.
       UDLED-BEVAEGELSE.
           IF POSTJOURNAL-LINJE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " KONTO="
               INTO PJ-FORAN, PJ-REST
           IF PJ-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-REST(1:20) TO PJ-KONTONUMMER
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " FOER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-FOER-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " EFTER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-EFTER-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " DATO="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:8) TO PJ-DATO-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " VALOER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:8) TO PJ-VALOER-TEKST
           IF PJ-FOER-BELOEB NOT NUMERIC
                   OR PJ-EFTER-BELOEB NOT NUMERIC
                   OR PJ-DATO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PJ-VALOER NUMERIC AND PJ-VALOER > 0
               MOVE PJ-VALOER TO DS-DATO
           ELSE
               MOVE PJ-DATO TO DS-DATO
           END-IF
           IF DS-DATO < PERIODE-START
                   OR PJ-EFTER-BELOEB = PJ-FOER-BELOEB
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-KONTONUMMER TO DS-KONTONUMMER
           COMPUTE DS-BELOEB = PJ-EFTER-BELOEB - PJ-FOER-BELOEB
           RELEASE DAGSORT-RECORD
           EXIT.

       OPBYG-BEVAEGELSESTABEL.
           MOVE "N" TO DAGSORT-SLUT
           PERFORM UNTIL DAGSORT-SLUT = "J"
               RETURN DAGSORT-WORK
                   AT END
                       MOVE "J" TO DAGSORT-SLUT
                   NOT AT END
                       PERFORM GEM-BEVAEGELSE
               END-RETURN
           END-PERFORM
           EXIT.

       GEM-BEVAEGELSE.
           IF BEV-ANTAL NOT < 20000
               MOVE "J" TO BEV-OVERLOEB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BEV-ANTAL
           MOVE DS-DATO TO BEV-DATO(BEV-ANTAL)
           MOVE DS-BELOEB TO BEV-BELOEB(BEV-ANTAL)
           IF KI-ANTAL = 0
               PERFORM NY-KONTOINDGANG
           ELSE
               IF DS-KONTONUMMER NOT = KI-KONTO(KI-ANTAL)
                   PERFORM NY-KONTOINDGANG
               END-IF
           END-IF
           MOVE BEV-ANTAL TO KI-TIL(KI-ANTAL)
           EXIT.

       NY-KONTOINDGANG.
           ADD 1 TO KI-ANTAL
           MOVE DS-KONTONUMMER TO KI-KONTO(KI-ANTAL)
           MOVE BEV-ANTAL TO KI-FRA(KI-ANTAL)
           EXIT.

      *Laeser den separat leverede sats-/gebyrtabel hvis den findes og
      *overskriver standardsatserne pr. valuta - ellers bevares
      *standardtabellerne uaendret.
           IF RENTESATSFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "RENTE-TOLERANCE-PCT" TO PS-NAVN
           MOVE TOLERANCE-PCT TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO TOLERANCE-TEKST
           IF TOLERANCE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(TOLERANCE-TEKST)
                   TO TOLERANCE-PCT
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE "N" TO SATS-LEVERET(VALUTA-IX)
               MOVE DEBETSATS(VALUTA-IX)
                   TO STANDARD-DEBETSATS(VALUTA-IX)
               MOVE "NNNN" TO TILBAGEFALD-POST(VALUTA-IX)
           END-PERFORM
           MOVE "N" TO RENTESATSFIL-SLUT
           PERFORM UNTIL RENTESATSFIL-SLUT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF SATS-LEVERET(VALUTA-IX) = "J"
                       AND FORRIGE-HAR-SATS(VALUTA-IX) = "J"
                   PERFORM TJEK-SATSVARSLING
               END-IF
           END-PERFORM
           IF SATS-HOLDT-TILBAGE
               PERFORM SKRIV-FORRIGE-SATSER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CP-KOMMANDO
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(RENTESATSFIL-NAVN) DELIMITED BY SIZE
           CALL "SYSTEM" USING CP-KOMMANDO
           EXIT.

      *Dagens sats holdes mod forrige godkendte leverance for hver
      *satsart. En aendring til kundens ulempe kraever en modent
      *varslet aendring i registret til netop den leverede sats;
      *ellers rulles satsen tilbage til forrige leverance. En
      *debetsats der ikke blev leveret sidst, var standardsatsen.
       TJEK-SATSVARSLING.
           MOVE GYLDIG-VALUTA(VALUTA-IX) TO VARSEL-VALUTA
           MOVE SPACES TO VARSEL-PRODUKT
           MOVE 0 TO VARSEL-GRAENSE
           MOVE LEVERET-LINJE(VALUTA-IX) TO LEVERET-ARBEJD
           MOVE FORRIGE-LINJE(VALUTA-IX) TO FORRIGE-ARBEJD
           IF LA-SATS < FA-SATS
               MOVE "K" TO VARSEL-SATSART
               MOVE FA-SATS TO VARSEL-GAMMEL
               MOVE LA-SATS TO VARSEL-NY
               PERFORM SOEG-MODENT-VARSEL
               IF NOT VARSEL-MODENT
                   MOVE FA-SATS TO RENTESATS(VALUTA-IX)
                   MOVE FORRIGE-TRIN-ANTAL(VALUTA-IX)
                       TO TRIN-ANTAL(VALUTA-IX)
                   MOVE FORRIGE-TRINPOST(VALUTA-IX)
                       TO TRIN-VALUTA-POST(VALUTA-IX)
                   MOVE "J" TO TBF-KREDIT(VALUTA-IX)
                   PERFORM ADVAR-TILBAGEHOLDT
               END-IF
           END-IF
           IF LA-DEBET > 0
               IF FA-DEBET > 0
                   MOVE FA-DEBET TO VARSEL-GAMMEL
               ELSE
                   MOVE STANDARD-DEBETSATS(VALUTA-IX)
                       TO VARSEL-GAMMEL
               END-IF
               IF LA-DEBET > VARSEL-GAMMEL
                   MOVE "D" TO VARSEL-SATSART
                   MOVE LA-DEBET TO VARSEL-NY
                   PERFORM SOEG-MODENT-VARSEL
                   IF NOT VARSEL-MODENT
                       MOVE VARSEL-GAMMEL TO DEBETSATS(VALUTA-IX)
                       MOVE "J" TO TBF-DEBET(VALUTA-IX)
                       PERFORM ADVAR-TILBAGEHOLDT
                   END-IF
               END-IF
           END-IF
           IF LA-GEBYR > FA-GEBYR
               MOVE "G" TO VARSEL-SATSART
               MOVE FA-GEBYR TO VARSEL-GAMMEL
               MOVE LA-GEBYR TO VARSEL-NY
               PERFORM SOEG-MODENT-VARSEL
               IF NOT VARSEL-MODENT
                   MOVE FA-GEBYR TO GEBYRSATS(VALUTA-IX)
                   MOVE "J" TO TBF-GEBYR(VALUTA-IX)
                   PERFORM ADVAR-TILBAGEHOLDT
               END-IF
           END-IF
           IF TBF-KREDIT(VALUTA-IX) = "N"
               PERFORM TJEK-TRINVARSLING
           END-IF
           EXIT.

      *Saldotrinene holdes trin for trin mod forrige leverance. En
      *lavere trinsats eller en flyttet graense - ogsaa et trin der
      *kommer til eller udgaar - kan stille en kunde ringere og
      *kraever en modent varslet aendring af trinnet (satsart 1-3)
      *til netop den nye sats og graense. Mangler den for blot eet
      *trin, anvendes forrige leverances trin alle sammen, da
      *trinene tilsammen deler saldoen op.
       TJEK-TRINVARSLING.
           MOVE LA-TRIN-LEV TO LEVERET-TRIN-ARBEJD
           MOVE FA-TRIN-LEV TO FORRIGE-TRIN-ARBEJD
           MOVE "N" TO TRIN-UGUNSTIG
           PERFORM VARYING TRIN-IX FROM 1 BY 1 UNTIL TRIN-IX > 3
               IF LT-GRAENSE(TRIN-IX) NOT NUMERIC
                       OR LT-SATS(TRIN-IX) NOT NUMERIC
                   MOVE 0 TO LT-GRAENSE(TRIN-IX)
                   MOVE 0 TO LT-SATS(TRIN-IX)
               END-IF
               IF FT-GRAENSE(TRIN-IX) NOT NUMERIC
                       OR FT-SATS(TRIN-IX) NOT NUMERIC
                   MOVE 0 TO FT-GRAENSE(TRIN-IX)
                   MOVE 0 TO FT-SATS(TRIN-IX)
               END-IF
               IF LT-SATS(TRIN-IX) < FT-SATS(TRIN-IX)
                       OR LT-GRAENSE(TRIN-IX)
                           NOT = FT-GRAENSE(TRIN-IX)
                   PERFORM TJEK-ET-TRIN
               END-IF
           END-PERFORM
           IF TRINAENDRING-HOLDES
               MOVE FORRIGE-TRIN-ANTAL(VALUTA-IX)
                   TO TRIN-ANTAL(VALUTA-IX)
               MOVE FORRIGE-TRINPOST(VALUTA-IX)
                   TO TRIN-VALUTA-POST(VALUTA-IX)
               MOVE "J" TO TBF-TRIN(VALUTA-IX)
           END-IF
           EXIT.

       TJEK-ET-TRIN.
           MOVE TRIN-IX TO VARSEL-SATSART
           MOVE FT-SATS(TRIN-IX) TO VARSEL-GAMMEL
           MOVE LT-SATS(TRIN-IX) TO VARSEL-NY
           MOVE FT-GRAENSE(TRIN-IX) TO VARSEL-GAMMEL-GRAENSE
           MOVE LT-GRAENSE(TRIN-IX) TO VARSEL-GRAENSE
           PERFORM SOEG-MODENT-VARSEL
           IF NOT VARSEL-MODENT
               MOVE "J" TO TRIN-UGUNSTIG
               PERFORM ADVAR-TILBAGEHOLDT
           END-IF
           MOVE 0 TO VARSEL-GRAENSE
           EXIT.

      *Soeger valutaens (eller produktets, VARSEL-PRODUKT) varslede
      *aendring til den nye sats (for et saldotrin ogsaa til den
      *nye graense). Den er moden, naar varselsfristen er udloebet
      *og ikrafttraedelsesdatoen naaet (RT-TIDLIGST, 0 naar den
      *ikke er varslet).
       SOEG-MODENT-VARSEL.
           MOVE "N" TO VARSEL-FUND
           MOVE 0 TO VARSEL-TIDLIGST
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-ANTAL OR VARSEL-MODENT
               IF RT-VALUTA(RT-IX) = VARSEL-VALUTA
                       AND RT-PRODUKT(RT-IX) = VARSEL-PRODUKT
                       AND RT-SATSART(RT-IX) = VARSEL-SATSART
                       AND RT-NY(RT-IX) = VARSEL-NY
                       AND RT-GRAENSE(RT-IX) = VARSEL-GRAENSE
                   IF RT-TIDLIGST(RT-IX) > 0
                           AND RT-TIDLIGST(RT-IX) NOT > KOERSEL-DATO
                       MOVE "M" TO VARSEL-FUND
                   ELSE
                       MOVE "U" TO VARSEL-FUND
                       MOVE RT-TIDLIGST(RT-IX) TO VARSEL-TIDLIGST
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ADVAR-TILBAGEHOLDT.
           MOVE "J" TO TILBAGEFALD-FLAG
           IF VARSEL-SATSART = "G"
               MOVE VARSEL-GAMMEL TO VARSEL-VIS-GAMMEL
               MOVE VARSEL-NY TO VARSEL-VIS-NY
           ELSE
               COMPUTE VARSEL-VIS-GAMMEL = VARSEL-GAMMEL * 100
               COMPUTE VARSEL-VIS-NY = VARSEL-NY * 100
           END-IF
           DISPLAY "ADVARSEL: " GYLDIG-VALUTA(VALUTA-IX) " satsart "
               VARSEL-SATSART " " VARSEL-VIS-GAMMEL " -> "
               VARSEL-VIS-NY " er til kundens ulempe og ikke "
               "modent varslet - forrige sats anvendes"
           IF VARSEL-TRINSATS
               MOVE VARSEL-GAMMEL-GRAENSE TO VARSEL-VIS-GAMMEL-GRAENSE
               MOVE VARSEL-GRAENSE TO VARSEL-VIS-GRAENSE
               DISPLAY "          trinnets graense "
                   VARSEL-VIS-GAMMEL-GRAENSE " -> " VARSEL-VIS-GRAENSE
                   " - forrige leverances trin anvendes"
           END-IF
           EVALUATE TRUE
               WHEN VARSEL-MANGLER
                   DISPLAY "          ingen varslet aendring i "
                       "RenteAendringer.txt"
               WHEN VARSEL-TIDLIGST = 0
                   DISPLAY "          aendringen er endnu ikke varslet"
               WHEN OTHER
                   DISPLAY "          kan foerst anvendes fra "
                       VARSEL-TIDLIGST
           END-EVALUATE
           EXIT.

      *Efter en tilbageholdt sats skrives forrige leverance som
      *dagens linjer med de tilbageholdte felter fra forrige linje -
      *saa naeste koersel igen ser aendringen som ny.
       SKRIV-FORRIGE-SATSER.
           OPEN OUTPUT FORRIGESATSFIL
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF SATS-LEVERET(VALUTA-IX) = "J"
                   MOVE LEVERET-LINJE(VALUTA-IX) TO LEVERET-ARBEJD
                   MOVE FORRIGE-LINJE(VALUTA-IX) TO FORRIGE-ARBEJD
                   IF TBF-KREDIT(VALUTA-IX) = "J"
                       MOVE FA-SATS TO LA-SATS
                       MOVE FA-TRIN-LEV TO LA-TRIN-LEV
                   END-IF
                   IF TBF-TRIN(VALUTA-IX) = "J"
                       MOVE FA-TRIN-LEV TO LA-TRIN-LEV
                   END-IF
                   IF TBF-DEBET(VALUTA-IX) = "J"
                       MOVE FA-DEBET TO LA-DEBET
                   END-IF
                   IF TBF-GEBYR(VALUTA-IX) = "J"
                       MOVE FA-GEBYR TO LA-GEBYR
                   END-IF
                   WRITE FORRIGESATS-RECORD FROM LEVERET-ARBEJD
               END-IF
           END-PERFORM
           CLOSE FORRIGESATSFIL
           EXIT.

      *Registret over varslede aendringer indlaeses een gang pr.
      *koersel. RT-TIDLIGST er den senere af ikrafttraedelsen og
      *varslingen plus RENTE-VARSEL-DAGE.
       LAES-RENTEAENDRINGER.
           MOVE 0 TO RT-ANTAL
           OPEN INPUT RAFIL
           IF RAFIL-STATUS NOT = "00"
               CLOSE RAFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "RENTE-VARSEL-DAGE" TO PS-NAVN
           MOVE RENTE-VARSEL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO TOLERANCE-TEKST
           IF TOLERANCE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(TOLERANCE-TEKST)
                   TO RENTE-VARSEL-DAGE
           END-IF
           MOVE "N" TO RAFIL-SLUT
           PERFORM UNTIL RAFIL-SLUT = "Y"
               READ RAFIL
                   AT END
                       MOVE "Y" TO RAFIL-SLUT
                   NOT AT END
                       IF NOT RA-ANNULLERET
                           IF RT-ANTAL < 200
                               PERFORM GEM-RENTEAENDRING
                           ELSE
                               DISPLAY "FEJL: flere end 200 aktive "
                                   "aendringer i RenteAendringer.txt"
                                   " - koerslen afvises"
                               CLOSE RAFIL
                               MOVE "RT-TABEL" TO TK-TABEL
                               MOVE RT-ANTAL TO TK-ANTAL
                               MOVE 200 TO TK-KAPACITET
                               MOVE "J" TO TK-OVERLOB
                               PERFORM MAAL-TABEL
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAFIL
           MOVE "RT-TABEL" TO TK-TABEL
           MOVE RT-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       GEM-RENTEAENDRING.
           ADD 1 TO RT-ANTAL
           MOVE RA-ID TO RT-ID(RT-ANTAL)
           MOVE RA-VALUTA TO RT-VALUTA(RT-ANTAL)
           MOVE RA-PRODUKT TO RT-PRODUKT(RT-ANTAL)
           MOVE RA-SATSART TO RT-SATSART(RT-ANTAL)
           MOVE RA-GAMMEL TO RT-GAMMEL(RT-ANTAL)
           MOVE RA-NY TO RT-NY(RT-ANTAL)
           MOVE RA-UGUNSTIG TO RT-UGUNSTIG(RT-ANTAL)
           MOVE "N" TO RT-ADVARET(RT-ANTAL)
           MOVE 0 TO RT-TIDLIGST(RT-ANTAL)
           MOVE 0 TO RT-GRAENSE(RT-ANTAL)
           IF RA-TRINSATS
               MOVE RA-NY-GRAENSE TO RT-GRAENSE(RT-ANTAL)
           END-IF
           IF RA-ER-VARSLET AND RA-VARSLET > 0
               COMPUTE VARSEL-DAGSTAL =
                   FUNCTION INTEGER-OF-DATE(RA-VARSLET)
                   + RENTE-VARSEL-DAGE
               MOVE FUNCTION DATE-OF-INTEGER(VARSEL-DAGSTAL)
                   TO RT-TIDLIGST(RT-ANTAL)
               IF RA-IKRAFT > RT-TIDLIGST(RT-ANTAL)
                   MOVE RA-IKRAFT TO RT-TIDLIGST(RT-ANTAL)
               END-IF
           END-IF
           EXIT.

       VALIDER-OG-OPDATER-SATS.
           IF RENTESATS-DATO NOT = KOERSEL-DATO
               DISPLAY "FEJL: satslinje for " RENTESATS-VALUTA
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF RENTESATS-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   PERFORM TJEK-SATS-TOLERANCE
                   MOVE RENTESATS-RECORD TO LEVERET-LINJE(VALUTA-IX)
                   MOVE RENTESATS-SATS TO RENTESATS(VALUTA-IX)
                   MOVE RENTESATS-GEBYR TO GEBYRSATS(VALUTA-IX)
                   IF RENTESATS-DEBET > 0
                                       FORRIGE-SATS-VAL(VALUTA-IX)
                                   MOVE "J" TO
                                       FORRIGE-HAR-SATS(VALUTA-IX)
                                   MOVE FORRIGESATS-RECORD TO
                                       FORRIGE-LINJE(VALUTA-IX)
                                   PERFORM INDLAES-FORRIGE-TRIN
                                   MOVE TRIN-ANTAL(VALUTA-IX) TO
                                       FORRIGE-TRIN-ANTAL(VALUTA-IX)
                                   MOVE TRIN-VALUTA-POST(VALUTA-IX)
                                       TO FORRIGE-TRINPOST(VALUTA-IX)
                               END-IF
                           END-PERFORM
                   END-READ

       TILSKRIV-RENTE.
           MOVE "N" TO KUNDE-OPDATERET
           MOVE 0 TO RL-ANTAL
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           PERFORM VARYING KONTO-IX FROM 1 BY 1
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                       PERFORM TILBAGEFOER-RENTELINJER
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           PERFORM TILBAGEFOER-RENTELINJER
                       ELSE
                           PERFORM SKRIV-AUDITLINJE
                           ADD 1 TO ANTAL-POSTERET
                       END-IF
               END-REWRITE
               PERFORM OPDATER-CHECKPOINT
           END-IF
           EXIT.

       HUSK-RENTELINJE.
           IF RL-ANTAL < 200
               ADD 1 TO RL-ANTAL
               MOVE KONTO-IX TO RL-KONTO-IX(RL-ANTAL)
               MOVE VALUTA-FUNDET-IX TO RL-VALUTA-IX(RL-ANTAL)
               MOVE GAMMEL-BALANCE TO RL-FOER(RL-ANTAL)
               MOVE RENTEBELOEB TO RL-RENTE(RL-ANTAL)
               MOVE GEBYRBELOEB TO RL-GEBYR(RL-ANTAL)
               MOVE BRUTTO-RENTE TO RL-BRUTTO(RL-ANTAL)
               MOVE SKAT-BELOEB TO RL-SKAT(RL-ANTAL)
           END-IF
           EXIT.

      *Kunden blev ikke gemt: linjerne modposteres, kildeskatten
      *tages ud af afregningen igen, og kunden taelles som ikke
      *gemt - koerslen ender med returkode 8.
       TILBAGEFOER-RENTELINJER.
           PERFORM VARYING RL-IX FROM RL-ANTAL BY -1
                   UNTIL RL-IX < 1
               MOVE RL-KONTO-IX(RL-IX) TO KONTO-IX
               MOVE BALANCE(KONTO-IX) TO GAMMEL-BALANCE
               COMPUTE RENTEBELOEB = 0 - RL-RENTE(RL-IX)
               COMPUTE GEBYRBELOEB = 0 - RL-GEBYR(RL-IX)
               COMPUTE BRUTTO-RENTE = 0 - RL-BRUTTO(RL-IX)
               COMPUTE SKAT-BELOEB = 0 - RL-SKAT(RL-IX)
               IF RL-SKAT(RL-IX) NOT = 0
                   SUBTRACT RL-SKAT(RL-IX)
                       FROM SKAT-SUM(RL-VALUTA-IX(RL-IX))
               END-IF
               MOVE RL-FOER(RL-IX) TO BALANCE(KONTO-IX)
               MOVE "N" TO PRODUKT-SATSER-FLAG
               MOVE SPACES TO RG-DAGREGEL(KONTO-IX)
               MOVE "REV" TO TRIN-VIST
               PERFORM SKRIV-RAPPORTLINJE
           END-PERFORM
           MOVE SPACES TO TRIN-VIST
           MOVE 0 TO RL-ANTAL
           ADD 1 TO ANTAL-IKKE-GEMT
           MOVE "J" TO KONTI-GEMFEJL
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - rentekoerslen
      *efterlader samme spor pr. opdateret kunde som de interaktive
      *programmer, saa et maanedsskifte kan revideres fra et sted.
           WRITE AUDIT-RECORD
           EXIT.

      *Positive dagssaldi faar kreditrente, negative (overtraek)
      *debetrente - beregnet af den negative saldo bliver rente-
      *beloebet selv negativt. Balancen er fortegnsbehaeftet, saa
      *et gebyr maa gerne tage kontoen under nul; det tidligere
           MOVE "N" TO FUNDET-VALUTA
           MOVE SPACES TO TRIN-VIST
           MOVE BALANCE(KONTO-IX) TO GAMMEL-BALANCE
           MOVE BALANCE(KONTO-IX) TO RG-GNS-SALDO(KONTO-IX)
           MOVE SPACES TO RG-DAGREGEL(KONTO-IX)
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE "J" TO FUNDET-VALUTA
                   MOVE VALUTA-IX TO VALUTA-FUNDET-IX
                   MOVE GEBYRSATS(VALUTA-IX) TO GEBYRBELOEB
               END-IF
           END-PERFORM
           IF VALUTA-FUNDET
               PERFORM ANVEND-PRODUKTSATSER
               MOVE "N" TO SATS-SIDE
               PERFORM BEREGN-DAGSALDORENTE
               MOVE 0 TO BRUTTO-RENTE
               MOVE 0 TO SKAT-BELOEB
               IF KILDESKAT-AKTIV AND RENTEBELOEB > 0
                   GAMMEL-BALANCE + RENTEBELOEB - GEBYRBELOEB
               MOVE NY-BALANCE TO BALANCE(KONTO-IX)
               MOVE "J" TO KUNDE-OPDATERET
               PERFORM HUSK-RENTELINJE
               PERFORM SKRIV-RAPPORTLINJE
           END-IF
           EXIT.

      *Produktets egne satser erstatter valutaens rente og gebyr
      *for kontoen - fladt, uden saldotrin. Her slaas produktet op
      *og gebyret saettes; renten regnes dag for dag i
      *BEREGN-GRUNDLAGSRENTE.
       ANVEND-PRODUKTSATSER.
           MOVE "N" TO PRODUKT-SATSER-FLAG
           MOVE PRODUKTKODE(KONTO-IX) TO PK-KODE
           MOVE VALUTAKODE(KONTO-IX) TO PK-VALUTA
           CALL "PRODUKTKATALOG" USING PK-OMRAADE
           IF PK-KATALOG-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF NOT PK-FUNDET OR NOT PK-HAR-EGNE-SATSER
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FORRIGE-PRODUKTSATS
           IF PF-FUNDET-IX > 0
               PERFORM TJEK-PRODUKTVARSLING
           ELSE
               PERFORM VARYING RT-IX FROM 1 BY 1
                       UNTIL RT-IX > RT-ANTAL
                   IF RT-PRODUKT(RT-IX) = PK-KODE
                           AND RT-VALUTA(RT-IX) = PK-VALUTA
                           AND RT-UGUNSTIG(RT-IX) = "J"
                           AND (RT-TIDLIGST(RT-IX) = 0
                               OR RT-TIDLIGST(RT-IX) > KOERSEL-DATO)
                       PERFORM HOLD-PRODUKTSATS-TILBAGE
                   END-IF
               END-PERFORM
               IF NOT SIMULERINGS-TILSTAND
                   PERFORM HUSK-PRODUKTSATS
               END-IF
           END-IF
           MOVE PK-GEBYR TO GEBYRBELOEB
           MOVE "J" TO PRODUKT-SATSER-FLAG
           EXIT.

      *Kataloget baerer allerede den nye sats, men aendringen er ikke
      *modent varslet: kontoen beregnes med registrets gamle sats.
       HOLD-PRODUKTSATS-TILBAGE.
           EVALUATE RT-SATSART(RT-IX)
               WHEN "K"
                   IF PK-RENTESATS NOT = RT-NY(RT-IX)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RT-GAMMEL(RT-IX) TO PK-RENTESATS
               WHEN "D"
                   IF PK-DEBETSATS NOT = RT-NY(RT-IX)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RT-GAMMEL(RT-IX) TO PK-DEBETSATS
               WHEN "G"
                   IF PK-GEBYR NOT = RT-NY(RT-IX)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RT-GAMMEL(RT-IX) TO PK-GEBYR
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "J" TO TILBAGEFALD-FLAG
           IF RT-ADVARET(RT-IX) = "N"
               MOVE "J" TO RT-ADVARET(RT-IX)
               DISPLAY "ADVARSEL: produkt " PK-KODE " " PK-VALUTA
                   " aendring " RT-ID(RT-IX) " (satsart "
                   RT-SATSART(RT-IX) ") er ikke modent varslet - "
                   "gammel sats anvendes"
           END-IF
           EXIT.

      *Produktets satser fra katalogets holdes mod de sidst
      *anvendte. En aendring til kundens ulempe kraever en modent
      *varslet aendring i registret til netop den nye sats; ellers
      *anvendes den forrige. De anvendte satser gemmes i tabellen,
      *saa de oevrige konti med produktet faar samme afgoerelse, og
      *skrives til ProduktsatserForrige.txt ved koerslens slutning.
       TJEK-PRODUKTVARSLING.
           MOVE PK-VALUTA TO VARSEL-VALUTA
           MOVE PK-KODE TO VARSEL-PRODUKT
           MOVE 0 TO VARSEL-GRAENSE
           MOVE "N" TO PRODUKT-HOLDT
           IF PK-RENTESATS < PF-SATS(PF-FUNDET-IX)
               MOVE "K" TO VARSEL-SATSART
               MOVE PF-SATS(PF-FUNDET-IX) TO VARSEL-GAMMEL
               MOVE PK-RENTESATS TO VARSEL-NY
               PERFORM SOEG-MODENT-VARSEL
               IF NOT VARSEL-MODENT
                   MOVE PF-SATS(PF-FUNDET-IX) TO PK-RENTESATS
                   PERFORM ADVAR-PRODUKT-TILBAGEHOLDT
               END-IF
           END-IF
           IF PK-DEBETSATS > PF-DEBET(PF-FUNDET-IX)
               MOVE "D" TO VARSEL-SATSART
               MOVE PF-DEBET(PF-FUNDET-IX) TO VARSEL-GAMMEL
               MOVE PK-DEBETSATS TO VARSEL-NY
               PERFORM SOEG-MODENT-VARSEL
               IF NOT VARSEL-MODENT
                   MOVE PF-DEBET(PF-FUNDET-IX) TO PK-DEBETSATS
                   PERFORM ADVAR-PRODUKT-TILBAGEHOLDT
               END-IF
           END-IF
           IF PK-GEBYR > PF-GEBYR(PF-FUNDET-IX)
               MOVE "G" TO VARSEL-SATSART
               MOVE PF-GEBYR(PF-FUNDET-IX) TO VARSEL-GAMMEL
               MOVE PK-GEBYR TO VARSEL-NY
               PERFORM SOEG-MODENT-VARSEL
               IF NOT VARSEL-MODENT
                   MOVE PF-GEBYR(PF-FUNDET-IX) TO PK-GEBYR
                   PERFORM ADVAR-PRODUKT-TILBAGEHOLDT
               END-IF
           END-IF
           IF PRODUKT-HOLDT = "J"
               MOVE "J" TO PF-ADVARET(PF-FUNDET-IX)
           END-IF
           MOVE PK-RENTESATS TO PF-SATS(PF-FUNDET-IX)
           MOVE PK-DEBETSATS TO PF-DEBET(PF-FUNDET-IX)
           MOVE PK-GEBYR TO PF-GEBYR(PF-FUNDET-IX)
           EXIT.

       ADVAR-PRODUKT-TILBAGEHOLDT.
           MOVE "J" TO TILBAGEFALD-FLAG
           MOVE "J" TO PRODUKT-HOLDT
           IF PF-ADVARET(PF-FUNDET-IX) = "J"
               EXIT PARAGRAPH
           END-IF
           IF VARSEL-SATSART = "G"
               MOVE VARSEL-GAMMEL TO VARSEL-VIS-GAMMEL
               MOVE VARSEL-NY TO VARSEL-VIS-NY
           ELSE
               COMPUTE VARSEL-VIS-GAMMEL = VARSEL-GAMMEL * 100
               COMPUTE VARSEL-VIS-NY = VARSEL-NY * 100
           END-IF
           DISPLAY "ADVARSEL: produkt " PK-KODE " " PK-VALUTA
               " satsart " VARSEL-SATSART " " VARSEL-VIS-GAMMEL
               " -> " VARSEL-VIS-NY " er til kundens ulempe og ikke "
               "modent varslet - forrige sats anvendes"
           IF VARSEL-TIDLIGST > 0
               DISPLAY "          kan foerst anvendes fra "
                   VARSEL-TIDLIGST
           END-IF
           EXIT.

       FIND-FORRIGE-PRODUKTSATS.
           MOVE 0 TO PF-FUNDET-IX
           PERFORM VARYING PF-IX FROM 1 BY 1
                   UNTIL PF-IX > PF-ANTAL OR PF-FUNDET-IX > 0
               IF PF-PRODUKT(PF-IX) = PK-KODE
                       AND PF-VALUTA(PF-IX) = PK-VALUTA
                   MOVE PF-IX TO PF-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Et produkt uden forrige satser optages med de satser der
      *blev anvendt i dag. Er tabellen fuld, glemmes produktet -
      *koerslen slutter da med returkode 8.
       HUSK-PRODUKTSATS.
           IF PF-ANTAL NOT < 200
               IF PF-OVERLOB = "N"
                   MOVE "J" TO PF-OVERLOB
                   MOVE "PF-TABEL" TO TK-TABEL
                   MOVE PF-ANTAL TO TK-ANTAL
                   MOVE 200 TO TK-KAPACITET
                   MOVE "J" TO TK-OVERLOB
                   PERFORM MAAL-TABEL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PF-ANTAL
           MOVE PK-KODE TO PF-PRODUKT(PF-ANTAL)
           MOVE PK-VALUTA TO PF-VALUTA(PF-ANTAL)
           MOVE PK-RENTESATS TO PF-SATS(PF-ANTAL)
           MOVE PK-DEBETSATS TO PF-DEBET(PF-ANTAL)
           MOVE PK-GEBYR TO PF-GEBYR(PF-ANTAL)
           MOVE "N" TO PF-ADVARET(PF-ANTAL)
           EXIT.

      *De sidst anvendte produktsatser indlaeses foer laasen tages.
      *Kan tabellen ikke rumme filen, afvises koerslen - et glemt
      *produkt ville slippe uden om varslingskontrollen.
       LAES-FORRIGE-PRODUKTSATSER.
           MOVE 0 TO PF-ANTAL
           OPEN INPUT PRODFORRIGEFIL
           IF PRODFORRIGE-STATUS NOT = "00"
               CLOSE PRODFORRIGEFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PRODFORRIGE-SLUT
           PERFORM UNTIL PRODFORRIGE-SLUT = "Y"
               READ PRODFORRIGEFIL
                   AT END
                       MOVE "Y" TO PRODFORRIGE-SLUT
                   NOT AT END
                       IF PF-ANTAL < 200
                           ADD 1 TO PF-ANTAL
                           MOVE PFF-PRODUKT TO PF-PRODUKT(PF-ANTAL)
                           MOVE PFF-VALUTA TO PF-VALUTA(PF-ANTAL)
                           MOVE PFF-SATS TO PF-SATS(PF-ANTAL)
                           MOVE PFF-DEBET TO PF-DEBET(PF-ANTAL)
                           MOVE PFF-GEBYR TO PF-GEBYR(PF-ANTAL)
                           MOVE "N" TO PF-ADVARET(PF-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 200 linjer i "
                               "ProduktsatserForrige.txt - koerslen "
                               "afvises"
                           CLOSE PRODFORRIGEFIL
                           MOVE "PF-TABEL" TO TK-TABEL
                           MOVE PF-ANTAL TO TK-ANTAL
                           MOVE 200 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODFORRIGEFIL
           MOVE "PF-TABEL" TO TK-TABEL
           MOVE PF-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Tabellen skrives tilbage med dagens anvendte satser; produkter
      *der ikke blev brugt i dag, beholder deres forrige satser.
       SKRIV-FORRIGE-PRODUKTSATSER.
           IF PF-ANTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRODFORRIGEFIL
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > PF-ANTAL
               MOVE PF-PRODUKT(PF-IX) TO PFF-PRODUKT
               MOVE PF-VALUTA(PF-IX) TO PFF-VALUTA
               MOVE PF-SATS(PF-IX) TO PFF-SATS
               MOVE PF-DEBET(PF-IX) TO PFF-DEBET
               MOVE PF-GEBYR(PF-IX) TO PFF-GEBYR
               MOVE KOERSEL-DATO TO PFF-DATO
               WRITE PRODFORRIGE-RECORD
           END-PERFORM
           CLOSE PRODFORRIGEFIL
           EXIT.

      *Renten af kontoens dagssaldi over renteperioden. Primo er
      *balancen fratrukket alle periodens bevaegelser; hver dag
      *laegges dagens bevaegelser til, og maanedssatsen anvendes paa
      *dagens slutsaldo med dagens vaegt efter valutaens dagregel.
      *Resultatet staar i RENTEBELOEB, gennemsnitssaldoen (vaegtet
      *som renten) i GNS-SALDO og RG-GNS-SALDO.
       BEREGN-DAGSALDORENTE.
           MOVE 0 TO RENTE-AKK
           MOVE 0 TO SALDO-AKK
           MOVE 0 TO VAEGT-SUM
           MOVE "N" TO TRIN-GRUND-BRUGT
           MOVE ALL "N" TO TRIN-BRUGT-TABEL
           MOVE 1 TO KONTO-BEV-FRA
           MOVE 0 TO KONTO-BEV-TIL
           IF KI-ANTAL > 0
               SEARCH ALL KI-POST
                   AT END
                       CONTINUE
                   WHEN KI-KONTO(KI-X) = KONTONUMMER(KONTO-IX)
                       MOVE KI-FRA(KI-X) TO KONTO-BEV-FRA
                       MOVE KI-TIL(KI-X) TO KONTO-BEV-TIL
               END-SEARCH
           END-IF
           MOVE BALANCE(KONTO-IX) TO DAG-SALDO
           PERFORM VARYING BEV-IX FROM KONTO-BEV-FRA BY 1
                   UNTIL BEV-IX > KONTO-BEV-TIL
               SUBTRACT BEV-BELOEB(BEV-IX) FROM DAG-SALDO
           END-PERFORM
           MOVE KONTO-BEV-FRA TO BEV-IX
           PERFORM VARYING DAGSTAL FROM START-DAGSTAL BY 1
                   UNTIL DAGSTAL > SLUT-DAGSTAL
               PERFORM BEREGN-EN-DAG
           END-PERFORM
           IF DAGREGEL(VALUTA-FUNDET-IX) = "A"
               COMPUTE RENTEBELOEB ROUNDED = RENTE-AKK * 12 / 365
               MOVE "A365" TO RG-DAGREGEL(KONTO-IX)
           ELSE
               COMPUTE RENTEBELOEB ROUNDED = RENTE-AKK / 30
               MOVE "30360" TO RG-DAGREGEL(KONTO-IX)
           END-IF
           IF VAEGT-SUM > 0
               COMPUTE GNS-SALDO ROUNDED = SALDO-AKK / VAEGT-SUM
           ELSE
               MOVE DAG-SALDO TO GNS-SALDO
           END-IF
           MOVE GNS-SALDO TO RG-GNS-SALDO(KONTO-IX)
           PERFORM SAET-TRIN-VIST
           EXIT.

      *Faktisk/365: hver dag vejer 1 og renten er maanedssats x 12
      */ 365 pr. dag. 30/360: hver dag vejer 1/30, den 31. vejer 0
      *og februars sidste dag fylder op til den 30.
       BEREGN-EN-DAG.
           MOVE FUNCTION DATE-OF-INTEGER(DAGSTAL) TO DAG-DATO
           MOVE "N" TO BEV-FAERDIG
           PERFORM TAG-DAGENS-BEVAEGELSE UNTIL BEV-FAERDIG = "J"
           MOVE 1 TO DAG-VAEGT
           IF DAGREGEL(VALUTA-FUNDET-IX) NOT = "A"
               IF DAG-DD = 31
                   MOVE 0 TO DAG-VAEGT
               ELSE
                   IF DAG-MD = 2
                       MOVE FUNCTION DATE-OF-INTEGER(DAGSTAL + 1)
                           TO NAESTE-DATO
                       IF NAESTE-MD NOT = 2
                           COMPUTE DAG-VAEGT = 31 - DAG-DD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DAG-VAEGT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DAG-SALDO TO RENTE-GRUNDLAG
           PERFORM BEREGN-GRUNDLAGSRENTE
           COMPUTE RENTE-AKK = RENTE-AKK + DAG-RENTE * DAG-VAEGT
           COMPUTE SALDO-AKK = SALDO-AKK + DAG-SALDO * DAG-VAEGT
           ADD DAG-VAEGT TO VAEGT-SUM
           EXIT.

       TAG-DAGENS-BEVAEGELSE.
           IF BEV-IX > KONTO-BEV-TIL
               MOVE "J" TO BEV-FAERDIG
               EXIT PARAGRAPH
           END-IF
           IF BEV-DATO(BEV-IX) > DAG-DATO
               MOVE "J" TO BEV-FAERDIG
               EXIT PARAGRAPH
           END-IF
           ADD BEV-BELOEB(BEV-IX) TO DAG-SALDO
           ADD 1 TO BEV-IX
           EXIT.

      *Maanedsrenten af RENTE-GRUNDLAG (en dags saldo) i DAG-RENTE,
      *uafrundet: produktets flade satser, simuleringens foreslaaede
      *flade satser (SATS-SIDE = S), eller valutaens debetsats,
      *saldotrin eller grundsats.
       BEREGN-GRUNDLAGSRENTE.
           IF PRODUKT-SATSER-BRUGT
               IF RENTE-GRUNDLAG < 0
                   COMPUTE DAG-RENTE = RENTE-GRUNDLAG * PK-DEBETSATS
               ELSE
                   COMPUTE DAG-RENTE = RENTE-GRUNDLAG * PK-RENTESATS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SIMULERET-SIDE
               IF RENTE-GRUNDLAG < 0
                   COMPUTE DAG-RENTE = RENTE-GRUNDLAG
                       * SIM-DEBETSATS(VALUTA-FUNDET-IX)
               ELSE
                   COMPUTE DAG-RENTE = RENTE-GRUNDLAG
                       * SIM-RENTESATS(VALUTA-FUNDET-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RENTE-GRUNDLAG < 0
               COMPUTE DAG-RENTE = RENTE-GRUNDLAG
                   * DEBETSATS(VALUTA-FUNDET-IX)
           ELSE
               IF TRIN-ANTAL(VALUTA-FUNDET-IX) > 0
                   PERFORM BEREGN-TRINRENTE
               ELSE
                   COMPUTE DAG-RENTE = RENTE-GRUNDLAG
                       * RENTESATS(VALUTA-FUNDET-IX)
               END-IF
           END-IF
           EXIT.

      *Saldotrinnene beregnes baand for baand: trin 1 forrenter
      *saldoen op til sin graense, trin 2 stykket derfra op til sin,
      *og saldoen over sidste graense forrentes med grundsatsen.
      *De anvendte trin maerkes i TRIN-BRUGT/TRIN-GRUND-BRUGT, saa
      *journallinjen kan vise dem (SAET-TRIN-VIST).
       BEREGN-TRINRENTE.
           MOVE 0 TO DAG-RENTE
           MOVE 0 TO TRIN-NEDRE
           PERFORM VARYING TRIN-IX FROM 1 BY 1
                   UNTIL TRIN-IX > TRIN-ANTAL(VALUTA-FUNDET-IX)
               MOVE TRIN-GRAENSE(VALUTA-FUNDET-IX, TRIN-IX)
                   TO TRIN-OEVRE
               IF RENTE-GRUNDLAG < TRIN-OEVRE
                   MOVE RENTE-GRUNDLAG TO TRIN-OEVRE
               END-IF
               COMPUTE TRIN-DEL = TRIN-OEVRE - TRIN-NEDRE
               IF TRIN-DEL > 0
                   COMPUTE DAG-RENTE = DAG-RENTE + TRIN-DEL
                       * TRIN-SATS(VALUTA-FUNDET-IX, TRIN-IX)
                   MOVE "J" TO TRIN-BRUGT(TRIN-IX)
               END-IF
               MOVE TRIN-GRAENSE(VALUTA-FUNDET-IX, TRIN-IX)
                   TO TRIN-NEDRE
           END-PERFORM
           IF RENTE-GRUNDLAG > TRIN-NEDRE
               COMPUTE DAG-RENTE = DAG-RENTE
                   + (RENTE-GRUNDLAG - TRIN-NEDRE)
                   * RENTESATS(VALUTA-FUNDET-IX)
               MOVE "J" TO TRIN-GRUND-BRUGT
           END-IF
           EXIT.

      *TRIN-VIST samler de trin der blev anvendt paa en eller flere
      *af periodens dage (G for grundsats-resten) til journallinjen,
      *saa kundeservice kan forklare beloebet.
       SAET-TRIN-VIST.
           MOVE SPACES TO TRIN-VIST
           MOVE 1 TO TRIN-VIST-PTR
           PERFORM VARYING TRIN-IX FROM 1 BY 1 UNTIL TRIN-IX > 3
               IF TRIN-BRUGT(TRIN-IX) = "J"
                   IF TRIN-VIST-PTR > 1
                       STRING "/" DELIMITED BY SIZE INTO TRIN-VIST
                           WITH POINTER TRIN-VIST-PTR
                       WITH POINTER TRIN-VIST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF TRIN-GRUND-BRUGT = "J"
               IF TRIN-VIST-PTR > 1
                   STRING "/" DELIMITED BY SIZE INTO TRIN-VIST
                       WITH POINTER TRIN-VIST-PTR
           EXIT.

      *Negativ rente af kundens samlede indlaan over taersklen -
      *beregnet EFTER den ordinaere tilskrivning, af summen af
      *kontiernes gennemsnitssaldi over renteperioden (samme
      *dagsgrundlag som den ordinaere rente) paa tvaers af KONTI,
      *og fordelt forholdsmaessigt paa de konti der staar positivt
      *baade i gennemsnit og nu, saa hver konto faar sin andel
      *journalfoert med TRIN=NEG.
       BEREGN-NEGATIV-RENTE.
           PERFORM FIND-NEG-GRAENSE
           MOVE 0 TO NEG-GNS-SUM
           MOVE 0 TO NEG-POS-SUM
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               ADD RG-GNS-SALDO(KONTO-IX) TO NEG-GNS-SUM
               IF RG-GNS-SALDO(KONTO-IX) > 0
                       AND BALANCE(KONTO-IX) > 0
                   ADD RG-GNS-SALDO(KONTO-IX) TO NEG-POS-SUM
               END-IF
           END-PERFORM
           IF NEG-GNS-SUM NOT > NEG-GRAENSE
               EXIT PARAGRAPH
           END-IF
           COMPUTE NEG-OVERSKUD = NEG-GNS-SUM - NEG-GRAENSE
           IF NEG-POS-SUM NOT > 0
               EXIT PARAGRAPH
           END-IF
               NEG-OVERSKUD * NEG-SATS-VAL
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF RG-GNS-SALDO(KONTO-IX) > 0
                       AND BALANCE(KONTO-IX) > 0
                   PERFORM PAALAEG-NEGATIV-KONTO
               END-IF
           END-PERFORM
           EXIT.

       PAALAEG-NEGATIV-KONTO.
           MOVE "N" TO PRODUKT-SATSER-FLAG
           MOVE 0 TO BRUTTO-RENTE
           MOVE 0 TO SKAT-BELOEB
           COMPUTE NEG-KONTO-BELOEB ROUNDED =
               NEG-TOTAL * RG-GNS-SALDO(KONTO-IX) / NEG-POS-SUM
           IF NEG-KONTO-BELOEB NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE NY-BALANCE TO BALANCE(KONTO-IX)
           MOVE "J" TO KUNDE-OPDATERET
           MOVE "NEG" TO TRIN-VIST
           PERFORM HUSK-RENTELINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE SPACES TO TRIN-VIST
           EXIT.
               MOVE 0 TO SIM-SUM(VALUTA-IX)
           END-PERFORM
           PERFORM LAES-SIMSATSER
           PERFORM FIND-RENTEPERIODE
           MOVE "S" TO LAAS-FUNKTION
           MOVE "RENTETILSKRIV" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INDLAES-BEVAEGELSER
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           PERFORM SKRIV-SIMRAPPORT
           PERFORM FRIGIV-KOERSELLAAS
           MOVE 0 TO RETURN-CODE
           MOVE "SEG-TABEL" TO TK-TABEL
           MOVE SEG-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE SEG-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF SEG-OVERLOB = "J"
               DISPLAY "FEJL: flere end 200 raadgivere - segment"
                   "delen af RenteSimulering.txt er ufuldstaendig"
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *Den foreslaaede fil laeses uden dato-/tolerancegate - det er
           END-PERFORM
           EXIT.

      *Begge sider regnes paa dagssaldi over samme renteperiode som
      *den rigtige koersel - NU med gaeldende satser og trin, FORSLAG
      *med de foreslaaede flade satser.
       SIMULER-KONTO.
           MOVE "N" TO FUNDET-VALUTA
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE "J" TO FUNDET-VALUTA
                   MOVE VALUTA-IX TO VALUTA-FUNDET-IX
               END-IF
           END-PERFORM
           IF NOT VALUTA-FUNDET
               EXIT PARAGRAPH
           END-IF
           PERFORM ANVEND-PRODUKTSATSER
           MOVE "N" TO SATS-SIDE
           PERFORM BEREGN-DAGSALDORENTE
           MOVE RENTEBELOEB TO NU-RENTE
           IF PRODUKT-SATSER-BRUGT
               MOVE RENTEBELOEB TO SIM-RENTE
           ELSE
               MOVE "S" TO SATS-SIDE
               PERFORM BEREGN-DAGSALDORENTE
               MOVE RENTEBELOEB TO SIM-RENTE
               MOVE "N" TO SATS-SIDE
           END-IF
           ADD NU-RENTE TO NU-SUM(VALUTA-FUNDET-IX)
           ADD SIM-RENTE TO SIM-SUM(VALUTA-FUNDET-IX)
           PERFORM OPSAML-SEGMENT
           EXIT.

       OPSAML-SEGMENT.
                   MOVE SEG-IX TO SEG-FUNDET-IX
               END-IF
           END-PERFORM
           IF SEG-FUNDET-IX = 0 AND SEG-ANTAL NOT < 200
               MOVE "J" TO SEG-OVERLOB
           END-IF
           IF SEG-FUNDET-IX = 0 AND SEG-ANTAL < 200
               ADD 1 TO SEG-ANTAL
               MOVE SEG-ANTAL TO SEG-FUNDET-IX
           EXIT.

       SAET-SKATTEPCT.
           MOVE "RENTE-SKATTEPCT" TO PS-NAVN
           MOVE SKATTEPCT TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO SKATTEPCT-TEKST
           IF SKATTEPCT-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(SKATTEPCT-TEKST) TO SKATTEPCT
           END-IF
                                   MOVE NR-GRAENSE TO
                                     NEG-KUNDE-GRAENSE(
                                       NEG-KUNDE-ANTAL)
                               ELSE
                                   PERFORM AFVIS-NEGATIVREGLER
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE NEGREGELFIL
           MOVE "NEG-KUNDE-TABEL" TO TK-TABEL
           MOVE NEG-KUNDE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Flere kundeoverstyringer end tabellen rummer: koerslen afvises
      *foer laasen tages, i stedet for at de sidste kunder faar
      *standardtaersklen.
       AFVIS-NEGATIVREGLER.
           DISPLAY "FEJL: flere end 2000 KUNDE-linjer i "
               "NegativRenteRegler.txt - koerslen afvises"
           CLOSE NEGREGELFIL
           MOVE "NEG-KUNDE-TABEL" TO TK-TABEL
           MOVE NEG-KUNDE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "J" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *TRIN= skrives EFTER DATO=-stemplet og kun for trinberegnede
      *posteringer, saa de maerkebaserede laesere (GLEKSTRAKT,
      *RENTEBACKOUT, AARSRENTERAPPORT, kontoudtoget) er uberoerte.
      *Rentegrundlaget (GNSSALDO=/DAGREGEL=) skrives allerbagest,
      *efter kildeskatten, saa en laeser med kortere linjebredde
      *aldrig mister BRUTTO=/SKAT=.
       SKRIV-RAPPORTLINJE.
           MOVE SPACES TO RAPPORTLINJE
           MOVE 1 TO RAPPORT-PTR
                   WITH POINTER RAPPORT-PTR
               END-STRING
           END-IF
           IF PRODUKT-SATSER-BRUGT
               STRING " PRODUKT=" PRODUKTKODE(KONTO-IX)
                   DELIMITED BY SIZE INTO RAPPORTLINJE
                   WITH POINTER RAPPORT-PTR
               END-STRING
           END-IF
           IF SKAT-BELOEB NOT = 0
               STRING " BRUTTO=" BRUTTO-RENTE
                   " SKAT=" SKAT-BELOEB
                   DELIMITED BY SIZE INTO RAPPORTLINJE
                   WITH POINTER RAPPORT-PTR
               END-STRING
           END-IF
           IF RG-DAGREGEL(KONTO-IX) NOT = SPACES
               STRING " GNSSALDO=" RG-GNS-SALDO(KONTO-IX)
                   " DAGREGEL=" FUNCTION TRIM(RG-DAGREGEL(KONTO-IX))
                   DELIMITED BY SIZE INTO RAPPORTLINJE
                   WITH POINTER RAPPORT-PTR
               END-STRING
           END-IF
           WRITE RAPPORTLINJE
           MOVE RAPPORTLINJE TO MDRAPPORTLINJE
           WRITE MDRAPPORTLINJE
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                               MOVE VALUTAREG-DAGREGEL
                                   TO DAGREGEL(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
           END-PERFORM
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

       GEM-KONTI.
           MOVE "G" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " KUNDE-ID
                   " ikke gemt - " KS-FEJLTEKST
               MOVE "J" TO KONTI-GEMFEJL
           END-IF
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "RENTETILSKRIV" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "RentesatserForrige.txt"
                   DELIMITED BY SIZE INTO FORRIGESATSFIL-NAVN
               END-STRING
               MOVE SPACES TO RAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RenteAendringer.txt"
                   DELIMITED BY SIZE INTO RAFIL-NAVN
               END-STRING
               MOVE SPACES TO PRODFORRIGEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ProduktsatserForrige.txt"
                   DELIMITED BY SIZE INTO PRODFORRIGEFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   "Rentetilskriv.chk"
                   DELIMITED BY SIZE INTO CHECKPOINTFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "RENTETILSKRIV" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
