      *den afsendende bank faar sine penge tilbage med besked:
      *  01 ukendt konto      02 kunde slettet/ikke aktiv
      *  03 compliance-blok   04 manglende valutakurs
      *  05 ugyldigt beloeb   07 afvist efter sanktionshit
      *Krediteringer med aarsag 01 og 02 returneres dog ikke med det
      *samme - oftest er det et tastet ciffer forkert til en kunde
      *vi kender godt. De parkeres i suspense-registret
      *(ClearingSuspense.txt, SUSPENSE.CPY), hvor en operatoer i
      *SUSPENSEBEHANDLING kan placere dem paa den rigtige konto
      *eller markere dem til retur. Hver koersel:
      *  - returnerer de poster operatoeren har markeret (status M)
      *  - returnerer automatisk aabne poster der har staaet i
      *    suspense i SUSPENSE-FRIST-DAGE dage (parameterregistret,
      *    standard
      *    10) - med den oprindelige aarsagskode
      *  - skriver en aldersrapport (SuspenseAldring.txt) over hvad
      *    der fortsat staar aabent, fordelt paa aldersintervaller
      *    med beloebene omregnet til DKK
      *Uden clearingfil koeres kun suspense-delen, saa fristerne
      *holdes ogsaa paa dage hvor intet modtages.
      *Offentlige udbetalinger (pension, overskydende skat, ydelser)
      *er adresseret til modtagerens NemKonto paa CPR-nummeret: de
      *kommer med blankt kontonummer og CPR-nummeret som sjette
      *kolonne. De rutes gennem NemKonto-registret (NemKonto.txt,
      *NEMKONTO.CPY) til kundens bekraeftede udpegning, og
      *CPR-NUMMER paa kundemasteren skal svare til udbetalingens.
      *Uden gyldig udpegning - ingen bekraeftet, kontoen lukket,
      *kunden ikke aktiv - returneres udbetalingen straks med
      *ordningens aarsagskode; den parkeres aldrig i suspense:
      *  06 ingen gyldig NemKonto
      *Ordregiveren screenes mod Sanktionsliste.txt foer noget
      *andet sker med krediteringen: ordregiverens navn (syvende
      *kolonne - CPR-kolonnen er tom paa almindelige krediteringer)
      *og afsenderbanken matches med SANKTIONSSCREENING's
      *delstreng-teknik. Et hit holdes tilbage i betalingsholdkoeen
      *(BetalingsHold.txt, BETALHOLD.CPY) uden at blive krediteret
      *eller parkeret. Compliance afgoer holdet i BETALINGSHOLD, og
      *naeste koersel foerer en frigivet kreditering gennem de
      *almindelige kontroller uden ny screening, mens en afvist
      *returneres til afsenderbanken med aarsag 07.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT OPTIONAL SUSFIL ASSIGN TO SUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSFIL-STATUS.
           SELECT SUSNYFIL ASSIGN TO SUSNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALDERFIL ASSIGN TO ALDERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEMKONTOFIL ASSIGN TO NEMKONTOFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEMKONTOFIL-STATUS.
           SELECT OPTIONAL WATCHFIL ASSIGN TO WATCHFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHFIL-STATUS.
           SELECT OPTIONAL HOLDFIL ASSIGN TO HOLDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFIL-STATUS.
           SELECT HOLDNYFIL ASSIGN TO HOLDNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CLEARINGFIL.
       01 CLEARING-LINJE         PIC X(150).

       FD INDEKSFIL.
       01 KONTOINDEKS-RECORD.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD RETURFIL.
       01 RETURLINJE             PIC X(160).

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

      *Suspense-registret - delt layout med SUSPENSEBEHANDLING.
       FD SUSFIL.
       01 SUS-RECORD.
           COPY "SUSPENSE.CPY".

       FD SUSNYFIL.
       01 SUSNY-RECORD           PIC X(118).

       FD ALDERFIL.
       01 ALDERLINJE             PIC X(132).

      *NemKonto-registret - delt layout med NEMKONTOREGISTER og
      *NEMKONTOUDVEKSLING.
       FD NEMKONTOFIL.
       01 NEMKONTO-RECORD.
           COPY "NEMKONTO.CPY".

       FD WATCHFIL.
       01 WATCH-RECORD.
           02 WATCH-NAVN          PIC X(40).
           02 WATCH-KILDE         PIC X(12).
           02 WATCH-REF           PIC X(12).

      *Betalingsholdkoeen - delt layout med CLEARINGUD,
      *BETALINGSHOLD og BETALINGSHOLDRAPPORT.
       FD HOLDFIL.
       01 HOLD-RECORD.
           COPY "BETALHOLD.CPY".

       FD HOLDNYFIL.
       01 HOLDNY-RECORD          PIC X(402).

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
       01 CLEARINGFIL-NAVN       PIC X(80)
           VALUE "Valutakurser.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 SUSFIL-NAVN            PIC X(80)
           VALUE "ClearingSuspense.txt".
       01 SUSNYFIL-NAVN          PIC X(80)
           VALUE "ClearingSuspenseNy.tmp".
       01 ALDERFIL-NAVN          PIC X(80)
           VALUE "SuspenseAldring.txt".
       01 NEMKONTOFIL-NAVN       PIC X(80)
           VALUE "NemKonto.txt".
       01 SUSFIL-STATUS          PIC X(2) VALUE "00".
       01 NEMKONTOFIL-STATUS     PIC X(2) VALUE "00".
       01 WATCHFIL-NAVN          PIC X(80)
           VALUE "Sanktionsliste.txt".
       01 HOLDFIL-NAVN           PIC X(80)
           VALUE "BetalingsHold.txt".
       01 HOLDNYFIL-NAVN         PIC X(80)
           VALUE "BetalingsHoldNy.tmp".
       01 WATCHFIL-STATUS        PIC X(2) VALUE "00".
       01 WATCHFIL-SLUT          PIC X VALUE "N".
       01 HOLDFIL-STATUS         PIC X(2) VALUE "00".
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-POSTERET         PIC 9(7) VALUE 0.
       01 ANTAL-RETURNERET       PIC 9(7) VALUE 0.
       01 ANTAL-SUSPENSE         PIC 9(7) VALUE 0.
       01 ANTAL-SUS-RETUR        PIC 9(7) VALUE 0.
       01 ANTAL-SUS-AUTORETUR    PIC 9(7) VALUE 0.
       01 ANTAL-NEMKONTO         PIC 9(7) VALUE 0.
       01 ANTAL-NEMKONTO-RETUR   PIC 9(7) VALUE 0.
       01 ANTAL-HOLDT            PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-FRIGIVET    PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-AFVIST      PIC 9(7) VALUE 0.
       01 CLEARINGFIL-LEVERET    PIC X VALUE "J".
           88 CLEARINGFIL-ER-LEVERET VALUE "J".

      *Suspense-registret holdes i en tabel under koerslen og
      *genskrives til sidst - samme teknik som RYKKERKOERSEL's
      *sagsregister. Placerede og returnerede poster ud over
      *opbevaringsperioden tages ikke med.
       01 SUS-ANTAL              PIC 9(4) VALUE 0.
       01 SUS-TABEL.
           02 SUS-POST OCCURS 2000 TIMES PIC X(118).
       01 SUS-IX                 PIC 9(4).
       01 SUS-NAESTE-ID          PIC 9(8) VALUE 0.
       01 SUS-FRIST-DAGE         PIC 9(3) VALUE 10.
       01 SUS-FRIST-TEKST        PIC X(8) VALUE SPACES.
       01 SUS-FRIST-VIST         PIC ZZ9.
       01 SUS-ALDER              PIC 9(5) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 SUS-BEVARES            PIC X VALUE "J".
           88 SUS-SKAL-BEVARES       VALUE "J".
       01 SUS-BELOEB-VIST        PIC -(7)9.99.

      *Watchlisten indlaest ved programstart - samme kapacitet som
      *SANKTIONSSCREENING. Mangler listen, screenes der ikke, og
      *koerslen slutter med en advarsel.
       01 WATCH-ANTAL            PIC 9(3) VALUE 0.
       01 WATCH-OVERLOB          PIC X VALUE "N".
           88 WATCH-ER-OVERLOEBET    VALUE "J".
       01 WATCH-TABEL.
           02 WATCH-POST OCCURS 200 TIMES.
               03 WT-NAVN            PIC X(40).
               03 WT-KILDE           PIC X(12).
               03 WT-REF             PIC X(12).
       01 WATCH-IX               PIC 9(3).
       01 WATCH-HIT-IX           PIC 9(3) VALUE 0.
       01 WATCH-NAVN-UPPER       PIC X(40).
       01 WATCH-LAENGDE          PIC 9(2).
       01 SCREEN-TEKST           PIC X(41).
       01 SCREEN-TEKST-UPPER     PIC X(41).
       01 SCREEN-LAENGDE         PIC 9(2).
       01 SOEGE-POS              PIC 9(2).
       01 SOEGE-SIDSTE-POS       PIC 9(2).
       01 MATCH-STYRKE           PIC X(6) VALUE SPACES.
       01 HIT-STYRKE             PIC X(6) VALUE SPACES.
       01 SCREENING-SPRING       PIC X VALUE "N".
           88 SCREENING-SPRINGES     VALUE "J".

      *Betalingsholdkoeen i en tabel under koerslen, genskrevet til
      *sidst som suspense-registret.
       01 HOLD-ANTAL             PIC 9(4) VALUE 0.
       01 HOLD-TABEL.
           02 HOLD-POST OCCURS 2000 TIMES PIC X(402).
       01 HOLD-IX                PIC 9(4).
       01 HOLD-LOEBENR           PIC 9(4) VALUE 0.
       01 HOLD-BEVARES           PIC X VALUE "J".
           88 HOLD-SKAL-BEVARES      VALUE "J".

      *Aldersrapportens intervaller: 0-2, 3-5 og 6-10 dage samt
      *over 10 dage.
       01 ALDER-TABEL.
           02 ALDER-POST OCCURS 4 TIMES.
               03 AT-ANTAL           PIC 9(5).
               03 AT-DKK             PIC S9(11)V9(2).
       01 ALDER-IX               PIC 9(1).
       01 ALDER-DKK              PIC S9(11)V9(2) VALUE 0.
       01 ALDER-KURS             PIC 9(3)V9(6) VALUE 0.
       01 ALDER-ANTAL-VIST       PIC Z(4)9.
       01 ALDER-DKK-VIST         PIC -(11)9.99.
       01 ALDER-DAGE-VIST        PIC Z(4)9.
       01 ALDER-TEKST            PIC X(12) VALUE SPACES.

      *Clearingfilens kolonner, i den raekkefoelge de leveres.
       01 CLR-AFSENDERBANK       PIC X(11).
       01 CLR-BELOEB-TEKST       PIC X(12).
       01 CLR-VALUTA             PIC X(3).
       01 CLR-REFERENCE          PIC X(20).
       01 CLR-CPR-NUMMER         PIC X(10).
       01 CLR-AFSENDERNAVN       PIC X(40).
       01 CLR-BELOEB             PIC S9(7)V9(2) VALUE 0.
       01 RETUR-KODE             PIC X(2) VALUE SPACES.

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 POSTERING-BELOEB       PIC S9(7)V9(2) VALUE 0.
       01 KURS-TRANS             PIC 9(3)V9(6) VALUE 0.
       01 KURS-KONTO             PIC 9(3)V9(6) VALUE 0.
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 GYLDIG-RECORD          PIC X VALUE "J".
           88 RECORD-GYLDIG          VALUE "J".
       01 OFFENTLIG-BETALING     PIC X VALUE "N".
           88 ER-OFFENTLIG-BETALING  VALUE "J".

      *De bekraeftede NemKonto-udpegninger (status B) - CPR-nummer,
      *kunde og konto - indlaeses ved start.
       01 NKT-ANTAL              PIC 9(4) VALUE 0.
       01 NKT-TABEL.
           02 NKT-POST OCCURS 2000 TIMES.
               03 NKT-CPR-NUMMER     PIC X(10).
               03 NKT-KUNDE-ID       PIC X(10).
               03 NKT-KONTONUMMER    PIC X(20).
       01 NKT-IX                 PIC 9(4).
       01 NKT-FUNDET-IX          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-STANDARDKURSER
           PERFORM LAES-VALUTAKURSER
           PERFORM LAES-WATCHLISTE
           OPEN INPUT CLEARINGFIL
           IF CLEARINGFIL-STATUS NOT = "00"
               DISPLAY "CLEARINGIND: ingen clearingfil - intet "
                   "modtaget"
               OPEN INPUT SUSFIL
               OPEN INPUT HOLDFIL
               IF SUSFIL-STATUS NOT = "00"
                       AND HOLDFIL-STATUS NOT = "00"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SUSFIL
               CLOSE HOLDFIL
               MOVE "N" TO CLEARINGFIL-LEVERET
           END-IF
           OPEN INPUT INDEKSFIL
           IF INDEKSFIL-STATUS NOT = "00"
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-SUSPENSE
           PERFORM LAES-BETALINGSHOLD
           PERFORM LAES-NEMKONTI
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
           OPEN OUTPUT RETURFIL
           PERFORM AABN-AUDITJOURNAL

           PERFORM RETURNER-FRA-SUSPENSE
           PERFORM BEHANDL-AFGJORTE-HOLD

           IF CLEARINGFIL-ER-LEVERET
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CLEARINGFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CLEARING-LINJE NOT = SPACES
                               ADD 1 TO ANTAL-LAEST
                               PERFORM BEHANDL-KREDITERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARINGFIL
           END-IF

           CLOSE INDEKSFIL
           CLOSE KUNDEFIL
           CLOSE JOURNALFIL
           CLOSE RETURFIL
           CLOSE AUDITFIL
           PERFORM SKRIV-SUSPENSE
           PERFORM SKRIV-BETALINGSHOLD
           PERFORM SKRIV-ALDERSRAPPORT

           DISPLAY "================================================"
           DISPLAY "CLEARINGIND - indgaaende clearing"
           DISPLAY "Krediteringer laest  : " ANTAL-LAEST
           DISPLAY "Krediteringer foert  : " ANTAL-POSTERET
           DISPLAY "Returneret afsender  : " ANTAL-RETURNERET
           DISPLAY "  heraf fra suspense : " ANTAL-SUS-RETUR
           DISPLAY "  heraf efter frist  : " ANTAL-SUS-AUTORETUR
           DISPLAY "Parkeret i suspense  : " ANTAL-SUSPENSE
           DISPLAY "Offentlige via CPR   : " ANTAL-NEMKONTO
           DISPLAY "  heraf returneret   : " ANTAL-NEMKONTO-RETUR
           DISPLAY "Holdt (sanktionshit) : " ANTAL-HOLDT
           DISPLAY "Hold frigivet, koert : " ANTAL-HOLD-FRIGIVET
           DISPLAY "Hold afvist, retur   : " ANTAL-HOLD-AFVIST
           IF WATCH-ANTAL = 0
               DISPLAY "ADVARSEL: Sanktionsliste.txt mangler eller er "
                   "tom - ordregiverne er ikke screenet"
           END-IF

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-RETURNERET > 0 OR ANTAL-HOLDT > 0
                   OR WATCH-ANTAL = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *modtagefelter der ikke blev fyldt.
       BEHANDL-KREDITERING.
           MOVE "J" TO GYLDIG-RECORD
           MOVE "N" TO OFFENTLIG-BETALING
           MOVE SPACES TO RETUR-KODE
           MOVE SPACES TO CLR-AFSENDERBANK CLR-KONTONUMMER
               CLR-BELOEB-TEKST CLR-VALUTA CLR-REFERENCE
               CLR-CPR-NUMMER CLR-AFSENDERNAVN
           UNSTRING CLEARING-LINJE DELIMITED BY ","
               INTO CLR-AFSENDERBANK, CLR-KONTONUMMER,
                   CLR-BELOEB-TEKST, CLR-VALUTA, CLR-REFERENCE,
                   CLR-CPR-NUMMER, CLR-AFSENDERNAVN
           IF FUNCTION TEST-NUMVAL(CLR-BELOEB-TEKST) NOT = 0
               MOVE "05" TO RETUR-KODE
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(CLR-BELOEB-TEKST) TO CLR-BELOEB
      *Screeningen ligger foran routing, suspense og kontroller, saa
      *intet fra en ramt ordregiver krediteres eller parkeres foer
      *compliance har set det. En frigivet kreditering koeres igen
      *uden screening.
           IF NOT SCREENING-SPRINGES
               PERFORM SCREEN-MODPART
               IF WATCH-HIT-IX > 0
                   PERFORM HOLD-KREDITERING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CLR-KONTONUMMER = SPACES AND CLR-CPR-NUMMER NOT = SPACES
               MOVE "J" TO OFFENTLIG-BETALING
               ADD 1 TO ANTAL-NEMKONTO
               PERFORM FIND-NEMKONTO
               IF NKT-FUNDET-IX = 0
                   MOVE "06" TO RETUR-KODE
                   PERFORM SKRIV-RETUR
                   EXIT PARAGRAPH
               END-IF
               MOVE NKT-KONTONUMMER(NKT-FUNDET-IX) TO CLR-KONTONUMMER
           END-IF
           MOVE CLR-KONTONUMMER TO KONTOIX-KONTONUMMER
           READ INDEKSFIL
               INVALID KEY
                   MOVE "01" TO RETUR-KODE
                   PERFORM PARKER-I-SUSPENSE
                   EXIT PARAGRAPH
           END-READ
           MOVE KONTOIX-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "01" TO RETUR-KODE
                   PERFORM PARKER-I-SUSPENSE
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF ER-OFFENTLIG-BETALING
               IF CPR-NUMMER NOT = CLR-CPR-NUMMER
                       OR KUNDE-ID NOT = NKT-KUNDE-ID(NKT-FUNDET-IX)
                   MOVE "06" TO RETUR-KODE
                   PERFORM SKRIV-RETUR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT KUNDE-AKTIV
               MOVE "02" TO RETUR-KODE
               PERFORM PARKER-I-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-BLOKERET
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-IX = 0
               MOVE "01" TO RETUR-KODE
               PERFORM PARKER-I-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           PERFORM OMREGN-BELOEB
           PERFORM POSTER-KREDITERING
           EXIT.

       FIND-NEMKONTO.
           MOVE 0 TO NKT-FUNDET-IX
           PERFORM VARYING NKT-IX FROM 1 BY 1
                   UNTIL NKT-IX > NKT-ANTAL
               IF NKT-CPR-NUMMER(NKT-IX) = CLR-CPR-NUMMER
                   MOVE NKT-IX TO NKT-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       FIND-KONTO.
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   MOVE "02" TO RETUR-KODE
                   PERFORM SKRIV-RETUR
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
                       MOVE "02" TO RETUR-KODE
                       PERFORM SKRIV-RETUR
                   ELSE
                       PERFORM SKRIV-JOURNALLINJE
                       PERFORM SKRIV-AUDITLINJE
                       ADD 1 TO ANTAL-POSTERET
                   END-IF
           END-REWRITE
           EXIT.


       SKRIV-RETUR.
           ADD 1 TO ANTAL-RETURNERET
           IF ER-OFFENTLIG-BETALING
               ADD 1 TO ANTAL-NEMKONTO-RETUR
           END-IF
           MOVE SPACES TO RETURLINJE
           STRING RETUR-KODE "," CLEARING-LINJE
               DELIMITED BY SIZE INTO RETURLINJE
           WRITE RETURLINJE
           EXIT.

      *Parkering i suspense: posten faar naeste loebenummer og
      *dagens dato som modtagelsesdag. En offentlig udbetaling
      *ruttet via NemKonto parkeres ikke - udpegningen holder ikke,
      *og den gaar straks retur med ordningens aarsagskode.
       PARKER-I-SUSPENSE.
           IF ER-OFFENTLIG-BETALING
               MOVE "06" TO RETUR-KODE
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           END-IF
           IF SUS-ANTAL NOT < 2000
               DISPLAY "ADVARSEL: suspense-registret er fuldt - "
                   "krediteringen returneres"
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUS-NAESTE-ID
           MOVE SPACES TO SUS-RECORD
           MOVE SUS-NAESTE-ID TO SUS-ID
           MOVE KOERSEL-DATO TO SUS-MODTAGET-DATO
           MOVE CLR-AFSENDERBANK TO SUS-AFSENDERBANK
           MOVE CLR-KONTONUMMER TO SUS-KONTONUMMER
           MOVE CLR-BELOEB TO SUS-BELOEB
           MOVE CLR-VALUTA TO SUS-VALUTA
           MOVE CLR-REFERENCE TO SUS-REFERENCE
           MOVE RETUR-KODE TO SUS-AARSAG
           MOVE "A" TO SUS-STATUS
           MOVE 0 TO SUS-BEHANDLET-DATO
           ADD 1 TO SUS-ANTAL
           MOVE SUS-RECORD TO SUS-POST(SUS-ANTAL)
           ADD 1 TO ANTAL-SUSPENSE
           EXIT.

      *Poster markeret til retur, og aabne poster ud over fristen,
      *sendes tilbage til afsenderbanken i ClearingRetur.txt med
      *den oprindelige aarsagskode. Clearinglinjen genopbygges af
      *postens felter.
       RETURNER-FRA-SUSPENSE.
           MOVE "SUSPENSE-FRIST-DAGE" TO PS-NAVN
           MOVE SUS-FRIST-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO SUS-FRIST-TEKST
           IF SUS-FRIST-TEKST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SUS-FRIST-TEKST) = 0
                   MOVE FUNCTION NUMVAL(SUS-FRIST-TEKST)
                       TO SUS-FRIST-DAGE
               END-IF
           END-IF
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               IF SUS-RETUR-BESTILT
                   PERFORM SKRIV-SUSPENSE-RETUR
                   ADD 1 TO ANTAL-SUS-RETUR
               ELSE
                   IF SUS-AABEN
                       COMPUTE SUS-ALDER =
                           FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                           - FUNCTION INTEGER-OF-DATE(SUS-MODTAGET-DATO)
                       IF SUS-ALDER NOT < SUS-FRIST-DAGE
                           MOVE "BATCH" TO SUS-OPERATOER
                           PERFORM SKRIV-SUSPENSE-RETUR
                           ADD 1 TO ANTAL-SUS-AUTORETUR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-SUSPENSE-RETUR.
           ADD 1 TO ANTAL-RETURNERET
           MOVE SUS-BELOEB TO SUS-BELOEB-VIST
           MOVE SPACES TO RETURLINJE
           STRING SUS-AARSAG ","
               FUNCTION TRIM(SUS-AFSENDERBANK) ","
               FUNCTION TRIM(SUS-KONTONUMMER) ","
               FUNCTION TRIM(SUS-BELOEB-VIST) ","
               FUNCTION TRIM(SUS-VALUTA) ","
               FUNCTION TRIM(SUS-REFERENCE)
               DELIMITED BY SIZE INTO RETURLINJE
           END-STRING
           WRITE RETURLINJE
           MOVE "R" TO SUS-STATUS
           MOVE KOERSEL-DATO TO SUS-BEHANDLET-DATO
           MOVE SUS-RECORD TO SUS-POST(SUS-IX)
           EXIT.

       LAES-SUSPENSE.
           MOVE 0 TO SUS-ANTAL
           OPEN INPUT SUSFIL
           IF SUSFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SUS-ANTAL < 2000
                           ADD 1 TO SUS-ANTAL
                           MOVE SUS-RECORD TO SUS-POST(SUS-ANTAL)
                           IF SUS-ID > SUS-NAESTE-ID
                               MOVE SUS-ID TO SUS-NAESTE-ID
                           END-IF
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "ClearingSuspense.txt"
                           CLOSE SUSFIL
                           MOVE "SUS-TABEL" TO TK-TABEL
                           MOVE SUS-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SUS-TABEL" TO TK-TABEL
           MOVE SUS-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-NEMKONTI.
           MOVE 0 TO NKT-ANTAL
           OPEN INPUT NEMKONTOFIL
           IF NEMKONTOFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ NEMKONTOFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF NK-BEKRAEFTET
                           PERFORM OPTAG-NEMKONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEMKONTOFIL
           MOVE "N" TO END-OF-FILE
           MOVE "NKT-TABEL" TO TK-TABEL
           MOVE NKT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       OPTAG-NEMKONTO.
           IF NKT-ANTAL NOT < 2000
               DISPLAY "FEJL: flere end 2000 gyldige udpegninger i "
                   "NemKonto.txt"
               CLOSE NEMKONTOFIL
               MOVE "NKT-TABEL" TO TK-TABEL
               MOVE NKT-ANTAL TO TK-ANTAL
               MOVE 2000 TO TK-KAPACITET
               MOVE "J" TO TK-OVERLOB
               PERFORM MAAL-TABEL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NKT-ANTAL
           MOVE NK-CPR-NUMMER TO NKT-CPR-NUMMER(NKT-ANTAL)
           MOVE NK-KUNDE-ID TO NKT-KUNDE-ID(NKT-ANTAL)
           MOVE NK-KONTONUMMER TO NKT-KONTONUMMER(NKT-ANTAL)
           EXIT.

      *Registret genskrives fra tabellen via en midlertidig fil og
      *mv, som KONTOSPAERRING goer det.
       SKRIV-SUSPENSE.
           OPEN OUTPUT SUSNYFIL
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               MOVE "J" TO SUS-BEVARES
               IF SUS-PLACERET OR SUS-RETURNERET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(SUS-BEHANDLET-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO SUS-BEVARES
                   END-IF
               END-IF
               IF SUS-SKAL-BEVARES
                   MOVE SUS-RECORD TO SUSNY-RECORD
                   WRITE SUSNY-RECORD
               END-IF
           END-PERFORM
           CLOSE SUSNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SUSNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SUSFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Ordregiverens navn og afsenderbanken screenes hver for sig;
      *et EKSAKT hit vinder over et DELVIS, ellers gaelder det
      *foerste hit.
       SCREEN-MODPART.
           MOVE 0 TO WATCH-HIT-IX
           MOVE SPACES TO HIT-STYRKE
           MOVE CLR-AFSENDERNAVN TO SCREEN-TEKST
           PERFORM SCREEN-TEKSTEN
           MOVE CLR-AFSENDERBANK TO SCREEN-TEKST
           PERFORM SCREEN-TEKSTEN
           EXIT.

       SCREEN-TEKSTEN.
           IF SCREEN-TEKST = SPACES OR HIT-STYRKE = "EKSAKT"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCREEN-TEKST))
               TO SCREEN-TEKST-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCREEN-TEKST))
               TO SCREEN-LAENGDE
           PERFORM VARYING WATCH-IX FROM 1 BY 1
                   UNTIL WATCH-IX > WATCH-ANTAL
                      OR HIT-STYRKE = "EKSAKT"
               PERFORM MATCH-MOD-WATCHNAVN
               IF MATCH-STYRKE = "EKSAKT"
                       OR (MATCH-STYRKE NOT = SPACES
                           AND HIT-STYRKE = SPACES)
                   MOVE MATCH-STYRKE TO HIT-STYRKE
                   MOVE WATCH-IX TO WATCH-HIT-IX
               END-IF
           END-PERFORM
           EXIT.

      *Samme delstreng-match som SANKTIONSSCREENING: EKSAKT naar
      *hele teksten er lig watchlist-navnet, DELVIS naar navnet
      *indgaar i teksten.
       MATCH-MOD-WATCHNAVN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WT-NAVN(WATCH-IX))) TO WATCH-NAVN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WT-NAVN(WATCH-IX)))
               TO WATCH-LAENGDE
           MOVE SPACES TO MATCH-STYRKE
           IF WATCH-NAVN-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WATCH-LAENGDE > 0 AND WATCH-LAENGDE <= SCREEN-LAENGDE
               IF WATCH-LAENGDE = SCREEN-LAENGDE
                   AND SCREEN-TEKST-UPPER(1:SCREEN-LAENGDE) =
                       WATCH-NAVN-UPPER(1:WATCH-LAENGDE)
                   MOVE "EKSAKT" TO MATCH-STYRKE
               ELSE
                   COMPUTE SOEGE-SIDSTE-POS =
                       SCREEN-LAENGDE - WATCH-LAENGDE + 1
                   PERFORM VARYING SOEGE-POS FROM 1 BY 1
                           UNTIL SOEGE-POS > SOEGE-SIDSTE-POS
                              OR MATCH-STYRKE NOT = SPACES
                       IF SCREEN-TEKST-UPPER
                               (SOEGE-POS:WATCH-LAENGDE) =
                               WATCH-NAVN-UPPER(1:WATCH-LAENGDE)
                           MOVE "DELVIS" TO MATCH-STYRKE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

      *Krediteringen laegges i betalingsholdkoeen med hittet og hele
      *clearinglinjen. Kontoens ejer slaas op i KontoIndeks.txt, saa
      *compliance kan se hvem pengene var til - findes kontoen ikke,
      *staar kunden blank.
       HOLD-KREDITERING.
           IF HOLD-ANTAL NOT < 2000
               DISPLAY "FEJL: betalingsholdkoeen er fuld - "
                   "krediteringen returneres"
               MOVE "07" TO RETUR-KODE
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-LOEBENR
           MOVE SPACES TO HOLD-RECORD
           MOVE "BH" TO BH-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO BH-ID-DATO
           MOVE HOLD-LOEBENR TO BH-ID-LOEBENR
           MOVE "I" TO BH-RETNING
           MOVE "S" TO BH-HOLD-TYPE
           IF CLR-KONTONUMMER NOT = SPACES
               MOVE CLR-KONTONUMMER TO KONTOIX-KONTONUMMER
               READ INDEKSFIL
                   INVALID KEY
                       MOVE SPACES TO KONTOIX-KUNDE-ID
               END-READ
               MOVE KONTOIX-KUNDE-ID TO BH-KUNDE-ID
           END-IF
           MOVE CLR-KONTONUMMER TO BH-KONTONUMMER
           MOVE CLR-AFSENDERNAVN TO BH-MODPART-NAVN
           MOVE CLR-AFSENDERBANK TO BH-MODPART-BANK
           MOVE CLR-BELOEB TO BH-BELOEB
           MOVE CLR-VALUTA TO BH-VALUTA
           MOVE HIT-STYRKE TO BH-MATCH-STYRKE
           MOVE WT-NAVN(WATCH-HIT-IX) TO BH-LISTE-NAVN
           MOVE WT-KILDE(WATCH-HIT-IX) TO BH-LISTE-KILDE
           MOVE WT-REF(WATCH-HIT-IX) TO BH-LISTE-REF
           MOVE "V" TO BH-STATUS
           MOVE KOERSEL-DATO TO BH-HOLD-DATO
           MOVE 0 TO BH-BESLUT-DATO
           MOVE 0 TO BH-BEHANDLET-DATO
           MOVE CLEARING-LINJE TO BH-ORIGINAL-LINJE
           ADD 1 TO HOLD-ANTAL
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-ANTAL)
           ADD 1 TO ANTAL-HOLDT
           EXIT.

      *Afgoerelserne fra BETALINGSHOLD udfoeres foer dagens
      *clearingfil: en frigivet kreditering koeres gennem
      *BEHANDL-KREDITERING uden screening, en afvist returneres til
      *afsenderbanken med aarsag 07.
       BEHANDL-AFGJORTE-HOLD.
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-INDGAAENDE AND BH-AFGJORT
                   PERFORM UDFOER-HOLDAFGOERELSE
               END-IF
           END-PERFORM
           EXIT.

       UDFOER-HOLDAFGOERELSE.
           MOVE BH-ORIGINAL-LINJE TO CLEARING-LINJE
           IF BH-FRIGIVET
               MOVE "J" TO SCREENING-SPRING
               PERFORM BEHANDL-KREDITERING
               MOVE "N" TO SCREENING-SPRING
               MOVE "U" TO BH-STATUS
               ADD 1 TO ANTAL-HOLD-FRIGIVET
           ELSE
               MOVE "N" TO OFFENTLIG-BETALING
               MOVE "07" TO RETUR-KODE
               PERFORM SKRIV-RETUR
               MOVE "R" TO BH-STATUS
               ADD 1 TO ANTAL-HOLD-AFVIST
           END-IF
           MOVE KOERSEL-DATO TO BH-BEHANDLET-DATO
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-IX)
           EXIT.

       LAES-WATCHLISTE.
           OPEN INPUT WATCHFIL
           IF WATCHFIL-STATUS NOT = "00"
               CLOSE WATCHFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WATCHFIL-SLUT = "J"
               READ WATCHFIL
                   AT END
                       MOVE "J" TO WATCHFIL-SLUT
                   NOT AT END
                       IF WATCH-ANTAL < 200
                           ADD 1 TO WATCH-ANTAL
                           MOVE WATCH-NAVN TO WT-NAVN(WATCH-ANTAL)
                           MOVE WATCH-KILDE TO WT-KILDE(WATCH-ANTAL)
                           MOVE WATCH-REF TO WT-REF(WATCH-ANTAL)
                       ELSE
                           MOVE "J" TO WATCH-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHFIL
           IF WATCH-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 200 watchlist-navne - "
                   "kun de foerste 200 screenes"
           END-IF
           MOVE "WATCH-TABEL" TO TK-TABEL
           MOVE WATCH-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE WATCH-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Hele koeen indlaeses - begge retninger - da CLEARINGUD deler
      *registret. Dagens hoejeste loebenummer findes samtidig.
       LAES-BETALINGSHOLD.
           MOVE 0 TO HOLD-ANTAL
           OPEN INPUT HOLDFIL
           IF HOLDFIL-STATUS NOT = "00"
               CLOSE HOLDFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLDFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HOLD-ANTAL < 2000
                           ADD 1 TO HOLD-ANTAL
                           MOVE HOLD-RECORD TO HOLD-POST(HOLD-ANTAL)
                           IF BH-ID-DATO = KOERSEL-DATO
                                   AND BH-ID-LOEBENR > HOLD-LOEBENR
                               MOVE BH-ID-LOEBENR TO HOLD-LOEBENR
                           END-IF
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "BetalingsHold.txt"
                           CLOSE HOLDFIL
                           MOVE "HOLD-TABEL" TO TK-TABEL
                           MOVE HOLD-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDFIL
           MOVE "N" TO END-OF-FILE
           MOVE "HOLD-TABEL" TO TK-TABEL
           MOVE HOLD-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives fra tabellen via en midlertidig fil og
      *mv som suspense-registret; afsluttede hold ud over
      *opbevaringsperioden tages ikke med.
       SKRIV-BETALINGSHOLD.
           OPEN OUTPUT HOLDNYFIL
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               MOVE "J" TO HOLD-BEVARES
               IF BH-AFSLUTTET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(BH-BEHANDLET-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO HOLD-BEVARES
                   END-IF
               END-IF
               IF HOLD-SKAL-BEVARES
                   MOVE HOLD-RECORD TO HOLDNY-RECORD
                   WRITE HOLDNY-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLDNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(HOLDNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOLDFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Aldersrapporten: en linje pr. aaben post (aeldste foerst i
      *registrets raekkefoelge) og antal og DKK-beloeb pr.
      *aldersinterval. Blank valuta regnes som DKK.
       SKRIV-ALDERSRAPPORT.
           PERFORM VARYING ALDER-IX FROM 1 BY 1 UNTIL ALDER-IX > 4
               MOVE 0 TO AT-ANTAL(ALDER-IX)
               MOVE 0 TO AT-DKK(ALDER-IX)
           END-PERFORM
           OPEN OUTPUT ALDERFIL
           MOVE SUS-FRIST-DAGE TO SUS-FRIST-VIST
           MOVE SPACES TO ALDERLINJE
           STRING "SUSPENSE - AABNE INDGAAENDE KREDITERINGER PR. "
               KOERSEL-DATO " (RETUR EFTER "
               FUNCTION TRIM(SUS-FRIST-VIST) " DAGE)"
               DELIMITED BY SIZE INTO ALDERLINJE
           END-STRING
           WRITE ALDERLINJE
           MOVE SPACES TO ALDERLINJE
           WRITE ALDERLINJE
           MOVE SPACES TO ALDERLINJE
           STRING "ID       MODTAGET  DAGE AFSENDER    "
               "KONTO                    BELOEB VAL "
               "REFERENCE            AARSAG"
               DELIMITED BY SIZE INTO ALDERLINJE
           END-STRING
           WRITE ALDERLINJE
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               IF SUS-AABEN OR SUS-RETUR-BESTILT
                   PERFORM SKRIV-ALDERSLINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO ALDERLINJE
           WRITE ALDERLINJE
           MOVE "INTERVAL        ANTAL             BELOEB DKK"
               TO ALDERLINJE
           WRITE ALDERLINJE
           PERFORM VARYING ALDER-IX FROM 1 BY 1 UNTIL ALDER-IX > 4
               EVALUATE ALDER-IX
                   WHEN 1 MOVE "0-2 DAGE" TO ALDER-TEKST
                   WHEN 2 MOVE "3-5 DAGE" TO ALDER-TEKST
                   WHEN 3 MOVE "6-10 DAGE" TO ALDER-TEKST
                   WHEN OTHER MOVE "OVER 10 DAGE" TO ALDER-TEKST
               END-EVALUATE
               MOVE AT-ANTAL(ALDER-IX) TO ALDER-ANTAL-VIST
               MOVE AT-DKK(ALDER-IX) TO ALDER-DKK-VIST
               MOVE SPACES TO ALDERLINJE
               STRING ALDER-TEKST "   " ALDER-ANTAL-VIST "   "
                   ALDER-DKK-VIST
                   DELIMITED BY SIZE INTO ALDERLINJE
               END-STRING
               WRITE ALDERLINJE
           END-PERFORM
           CLOSE ALDERFIL
           EXIT.

       SKRIV-ALDERSLINJE.
           COMPUTE SUS-ALDER =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(SUS-MODTAGET-DATO)
           EVALUATE TRUE
               WHEN SUS-ALDER < 3 MOVE 1 TO ALDER-IX
               WHEN SUS-ALDER < 6 MOVE 2 TO ALDER-IX
               WHEN SUS-ALDER < 11 MOVE 3 TO ALDER-IX
               WHEN OTHER MOVE 4 TO ALDER-IX
           END-EVALUATE
           MOVE 1 TO ALDER-KURS
           IF SUS-VALUTA NOT = SPACES
               PERFORM VARYING VALUTA-IX FROM 1 BY 1
                       UNTIL VALUTA-IX > VALUTA-ANTAL
                   IF SUS-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                       MOVE VALUTA-KURS(VALUTA-IX) TO ALDER-KURS
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE ALDER-DKK ROUNDED = SUS-BELOEB * ALDER-KURS
           ADD 1 TO AT-ANTAL(ALDER-IX)
           ADD ALDER-DKK TO AT-DKK(ALDER-IX)
           MOVE SUS-ALDER TO ALDER-DAGE-VIST
           MOVE SUS-BELOEB TO SUS-BELOEB-VIST
           MOVE SPACES TO ALDERLINJE
           STRING SUS-ID " " SUS-MODTAGET-DATO " " ALDER-DAGE-VIST
               " " SUS-AFSENDERBANK " " SUS-KONTONUMMER " "
               SUS-BELOEB-VIST " " SUS-VALUTA " " SUS-REFERENCE " "
               SUS-AARSAG
               DELIMITED BY SIZE INTO ALDERLINJE
           END-STRING
           WRITE ALDERLINJE
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
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
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "CLEARINGIND" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
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
           MOVE "CLEARINGIND" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
               MOVE SPACES TO SUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingSuspense.txt"
                   DELIMITED BY SIZE INTO SUSFIL-NAVN
               END-STRING
               MOVE SPACES TO SUSNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingSuspenseNy.tmp"
                   DELIMITED BY SIZE INTO SUSNYFIL-NAVN
               END-STRING
               MOVE SPACES TO NEMKONTOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NemKonto.txt"
                   DELIMITED BY SIZE INTO NEMKONTOFIL-NAVN
               END-STRING
               MOVE SPACES TO ALDERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SuspenseAldring.txt"
                   DELIMITED BY SIZE INTO ALDERFIL-NAVN
               END-STRING
               MOVE SPACES TO WATCHFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Sanktionsliste.txt"
                   DELIMITED BY SIZE INTO WATCHFIL-NAVN
               END-STRING
               MOVE SPACES TO HOLDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHold.txt"
                   DELIMITED BY SIZE INTO HOLDFIL-NAVN
               END-STRING
               MOVE SPACES TO HOLDNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHoldNy.tmp"
                   DELIMITED BY SIZE INTO HOLDNYFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
