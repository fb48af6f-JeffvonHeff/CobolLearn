       PROGRAM-ID. KUNDEVEDLIGEHOLD.
      *Vedligeholdelsesprogram - opret/ret/slet en enkelt kunde
      *i Kundeoplysninger.txt via direkte opslag paa KUNDE-ID.
      *Nye konti oprettes paa et produkt fra produktkataloget
      *(ProduktKatalog.txt via PRODUKTKATALOG): valutaen skal vaere
      *en af produktets tilladte, og kun produkter der tillader
      *binding kan bindes som aftaleindlaan. Er kataloget ikke
      *leveret, oprettes konti uden produkt paa de faelles regler.
      *Kundens konti ligger i kontomasteren (KontoOplysninger.txt)
      *og hentes/gemmes via KONTOSERVICE; foer/efter-billederne i
      *loggen og godkendelseskoeen er kundeposten efterfulgt af
      *kontotabellen (KONTITABEL.CPY).
      *En kunde oprettes som privat (CPR-nummer, fornavn/efternavn)
      *eller erhverv (CVR-nummer, firmanavn og branchekode); E
      *omlaegger en eksisterende kunde til erhverv eller retter dens
      *CVR-oplysninger.
      *Kundens hjemfilial (FILIAL-NR) skal vaere en aktiv filial i
      *FilialRegister.txt (FILIALREGISTER); den kan angives ved
      *oprettelsen og rettes med H. En tildelt raadgiver skal vaere
      *aktiv i RaadgiverRegister.txt naar registret findes, og en
      *kunde uden hjemfilial arver raadgiverens.
      *F registrerer kundens skatteresidens (land, udenlandsk
      *skatte-id og dato for selvcertificering) i SkatteResidens.txt
      *(SKATTERESIDENS.CPY) til FATCA/CRS-indberetningen.
      *U registrerer en fremtidig aendring (ny adresse/telefon,
      *kontolukning, ny raadgiver eller hjemfilial) med en
      *ikrafttraedelsesdato i FremtidigeAendringer.txt
      *(FREMTIDIGAENDRING.CPY); natskridtet AENDRINGSKOERSEL foerer
      *den paa masteren paa dagen.
      *En ny kundes startbalance og en direkte balancerettelse
      *journalfoeres som TYPE=REV i PosteringsJournal.txt med dagens
      *dato, saa hovedbogsafstemningen (GLDAGSEKSTRAKT) ser
      *aendringen; en balancerettelse kan derfor ikke stilles i
      *godkendelseskoeen sammen med en adresse- eller
      *kontaktaendring, men skal registreres for sig.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS SAMTYKKEFIL-STATUS.
           SELECT SAMTYKKENYFIL ASSIGN TO SAMTYKKENY-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SKATFIL ASSIGN TO SKATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT SKATNYFIL ASSIGN TO SKATNY-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FRFIL ASSIGN TO FRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRFIL-STATUS.
           SELECT OPTIONAL RRFIL ASSIGN TO RRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRFIL-STATUS.
           SELECT OPTIONAL FAFIL ASSIGN TO FAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAFIL-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEOPL.CPY".

       FD LOGFIL.
       01 LOGLINJE                 PIC X(5400).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE        PIC X(220).

       FD NOTEFIL.
       01 NOTE-RECORD.
           COPY "KUNDENOTE.CPY".
       FD SAMTYKKENYFIL.
       01 SAMTYKKENY-RECORD       PIC X(20).

      *Skatteresidensregistret - delt layout med KUNDEIMPORT og
      *FATCA/CRS-programmerne.
       FD SKATFIL.
       01 SKAT-RECORD.
           COPY "SKATTERESIDENS.CPY".

       FD SKATNYFIL.
       01 SKATNY-RECORD           PIC X(48).

      *Godkendelseskoeen (fire-oejne-princippet): hoejrisiko-
      *aendringer - statusskift, adresse-/kontaktaendringer og
      *kontolukning - APPLICERES IKKE her, men stilles i koeen med
           02 GK-MAKER             PIC X(8).
           02 GK-DATO              PIC 9(8).
           02 GK-STATUS            PIC X(8).
           02 GK-FOER              PIC X(5350).
           02 GK-EFTER             PIC X(5350).
           02 GK-JOURNAL           PIC X(200).

       FD FORRIGESATSFIL.
           02 FM-FRA               PIC 9(8).
           02 FM-TIL               PIC 9(8).

      *Filial- og raadgiverregistret - delt layout med
      *FILIALREGISTER.
       FD FRFIL.
       01 FR-RECORD.
           COPY "FILIAL.CPY".

       FD RRFIL.
       01 RR-RECORD.
           COPY "RAADGIVER.CPY".

      *Registret over fremtidige aendringer - linjen bygges i
      *FA-RECORD (FREMTIDIGAENDRING.CPY) i WORKING-STORAGE.
       FD FAFIL.
       01 FA-LINJE.
           02 FA-LINJE-ID          PIC 9(6).
           02 FILLER               PIC X(169).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "MarkedsfoeringSamtykkeNy.tmp".
       01 GKFIL-NAVN             PIC X(80)
           VALUE "GodkendelsesKoe.txt".
       01 POSTJOURNAL-NAVN       PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 REV-FOER-BALANCE       PIC S9(7)V9(2) VALUE 0.
       01 REV-REF                PIC X(8) VALUE SPACES.
       01 GKFIL-STATUS           PIC X(2) VALUE "00".
       01 GKFIL-SLUT             PIC X VALUE "N".
       01 NAESTE-GK-ID           PIC 9(6) VALUE 1.
       01 LUK-RENTEBELOEB        PIC S9(7)V9(4) VALUE 0.
       01 LUK-GEBYR-NUL          PIC S9(3)V9(2) VALUE 0.
       01 LUK-SLUTBELOEB         PIC S9(7)V9(2) VALUE 0.
       01 OVERFOER-KONTO-IX      PIC 9(3) VALUE 0.
       01 SAMTYKKEFIL-STATUS     PIC X(2) VALUE "00".
       01 SAMTYKKEFIL-SLUT       PIC X VALUE "N".
       01 INP-SAMTYKKE           PIC X(1) VALUE SPACE.
       01 SAMTYKKE-FUNDET        PIC X VALUE "N".
       01 SKATFIL-NAVN           PIC X(80)
           VALUE "SkatteResidens.txt".
       01 SKATNY-NAVN            PIC X(80)
           VALUE "SkatteResidensNy.tmp".
       01 SKATFIL-STATUS         PIC X(2) VALUE "00".
       01 SKATFIL-SLUT           PIC X VALUE "N".
       01 SKAT-FUNDET            PIC X VALUE "N".
       01 INP-SKATTELAND         PIC X(2) VALUE SPACES.
       01 INP-SKATTEHANDLING     PIC X(1) VALUE SPACE.
       01 INP-TIN                PIC X(20) VALUE SPACES.
       01 INP-SELVCERT           PIC X(8) VALUE SPACES.
       01 SELVCERT-DATO          PIC 9(8) VALUE 0.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 ADRHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 GAMMEL-ADRESSE-GEM     PIC X(55) VALUE SPACES.
       01 ADRESSE-AENDRET        PIC X VALUE "N".
       01 FMFIL-STATUS           PIC X(2) VALUE "00".
       01 FRFIL-NAVN             PIC X(80)
           VALUE "FilialRegister.txt".
       01 RRFIL-NAVN             PIC X(80)
           VALUE "RaadgiverRegister.txt".
       01 FRFIL-STATUS           PIC X(2) VALUE "00".
       01 RRFIL-STATUS           PIC X(2) VALUE "00".
       01 REGISTER-SLUT          PIC X VALUE "N".
       01 REGISTER-FUNDET        PIC X VALUE "N".
       01 INP-FILIAL             PIC X(4) VALUE SPACES.
       01 FILIAL-GYLDIG          PIC X VALUE "N".
           88 FILIAL-ER-GYLDIG       VALUE "J".
       01 RAADGIVER-GYLDIG       PIC X VALUE "J".
           88 RAADGIVER-ER-GYLDIG    VALUE "J".
       01 RAADGIVER-FILIAL       PIC X(4) VALUE SPACES.
       01 FMFIL-SLUT             PIC X VALUE "N".
       01 FAFIL-NAVN             PIC X(80)
           VALUE "FremtidigeAendringer.txt".
       01 FAFIL-STATUS           PIC X(2) VALUE "00".
       01 FAFIL-SLUT             PIC X VALUE "N".
       01 NAESTE-FA-ID           PIC 9(6) VALUE 1.
       01 FA-RECORD.
           COPY "FREMTIDIGAENDRING.CPY".
       01 INP-AENDRINGSTYPE      PIC X(1) VALUE SPACE.
       01 INP-IKRAFT             PIC X(8) VALUE SPACES.
       01 IKRAFT-DATO            PIC 9(8) VALUE 0.
      *Den kunde der fysisk sidder ved skranken (FULDMAGT-KUNDE i
      *miljoeet) - blank naar kunden selv er til stede eller en
      *batch-/kontorsituation uden fremmoede.
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
       01 AUDIT-FOER-BALANCE       PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-EFTER-BALANCE      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM        PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX           PIC 9(3) VALUE 1.
       01 VALG                     PIC X(1) VALUE SPACE.
       01 SOEGE-ID                 PIC X(10) VALUE SPACES.
       01 FOER-BILLEDE              PIC X(5350) VALUE SPACES.
       01 DATO-TID                 PIC X(8) VALUE SPACES.
       01 VEDLIGE-DATO             PIC 9(8) VALUE 0.

       01 INP-KONTONUMMER           PIC X(20).
       01 INP-BALANCE               PIC X(12).
       01 INP-VALUTAKODE            PIC X(3).
       01 INP-PRODUKTKODE           PIC X(4) VALUE SPACES.
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".
       01 INP-VEJNAVN               PIC X(20).
       01 INP-TELEFON               PIC X(15).
       01 INP-STATUS                PIC X(1) VALUE SPACE.
           02 CPR-VAEGT OCCURS 10 TIMES PIC 9.
       01 CPR-SCAN-SLUT             PIC X VALUE "N".
       01 CPR-EJER-ID               PIC X(10) VALUE SPACES.
       01 INP-KUNDETYPE             PIC X(1) VALUE SPACE.
       01 INP-CVR                   PIC X(8) VALUE SPACES.
       01 INP-FIRMANAVN             PIC X(40) VALUE SPACES.
       01 INP-BRANCHEKODE           PIC X(6) VALUE SPACES.
       01 CVR-GYLDIGT               PIC X VALUE "J".
           88 CVR-ER-GYLDIGT            VALUE "J".
       01 CVR-DUBLET                PIC X VALUE "N".
           88 CVR-FINDES-ANDETSTEDS     VALUE "J".
       01 CVR-SUM                   PIC 9(4) VALUE 0.
       01 CVR-POS                   PIC 9(2) VALUE 1.
       01 CVR-CIFFER                PIC 9 VALUE 0.
       01 CVR-VAEGT-DATA            PIC X(8) VALUE "27654321".
       01 CVR-VAEGT-TABEL REDEFINES CVR-VAEGT-DATA.
           02 CVR-VAEGT OCCURS 8 TIMES PIC 9.
       01 TERMIN-KONTO-NR           PIC 9(2) VALUE 0.
       01 INP-TERMIN                PIC X(3) VALUE SPACES.
       01 INP-SATS                  PIC X(8) VALUE SPACES.
               DISPLAY "                      K-konto-tilfoej "
                   "L-konto-luk T-termin P-cpr M-samtykke"
               DISPLAY "                      N-notat I-opslag "
                   "E-erhverv H-hjemfilial F-skatteland X-afslut"
               DISPLAY "                      U-fremtidig aendring"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "A" PERFORM OPRET-KUNDE
                   WHEN "T" PERFORM SAET-TERMIN
                   WHEN "P" PERFORM SAET-CPR
                   WHEN "M" PERFORM SAET-SAMTYKKE
                   WHEN "F" PERFORM SAET-SKATTERESIDENS
                   WHEN "E" PERFORM SAET-ERHVERV
                   WHEN "H" PERFORM SAET-HJEMFILIAL
                   WHEN "N" PERFORM TILFOEJ-NOTAT
                   WHEN "I" PERFORM OPSLAG-KUNDE
                   WHEN "U" PERFORM REGISTRER-FREMTIDIG
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           CLOSE LOGFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: et register kunne ikke rummes i "
                   "tabellerne - se TabelKapacitet.txt"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - aabnes EXTEND saa
               MOVE KIS-KUNDE-ID TO SOEGE-ID
               DISPLAY "Tildelt kunde-id: " SOEGE-ID
           END-IF
           DISPLAY "Kundetype P-privat/E-erhverv (ENTER = P): "
           ACCEPT INP-KUNDETYPE
           IF INP-KUNDETYPE = SPACE
               MOVE "P" TO INP-KUNDETYPE
           END-IF
           IF INP-KUNDETYPE NOT = "P" AND INP-KUNDETYPE NOT = "E"
               DISPLAY "FEJL: Kunde ikke oprettet - ukendt kundetype"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INP-CPR
           IF INP-KUNDETYPE = "E"
               PERFORM INDTAST-ERHVERV
               IF NOT CVR-ER-GYLDIGT OR CVR-FINDES-ANDETSTEDS
                   DISPLAY "FEJL: Kunde ikke oprettet"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "CPR-nummer (10 cifre, blank hvis ukendt): "
               ACCEPT INP-CPR
           END-IF
      *CPR valideres og entydighedstjekkes FOER recorden bygges -
      *entydighedsscanningen bruger recordbufferen.
           IF INP-CPR NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Hjemfilial (blank = ingen): "
           ACCEPT INP-FILIAL
           IF INP-FILIAL NOT = SPACES
               PERFORM TJEK-FILIAL
               IF NOT FILIAL-ER-GYLDIG
                   DISPLAY "FEJL: Kunde ikke oprettet"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO KUNDEOPL
           MOVE SOEGE-ID TO KUNDE-ID
           IF INP-KUNDETYPE = "E"
               MOVE INP-FIRMANAVN TO FIRMANAVN
           ELSE
               DISPLAY "Fornavn: "
               ACCEPT FORNAVN
               DISPLAY "Efternavn: "
               ACCEPT EFTERNAVN
           END-IF
           MOVE 1 TO ANTAL-KONTI
           DISPLAY "Kontonummer: "
           ACCEPT INP-KONTONUMMER
           ACCEPT INP-BALANCE
           DISPLAY "Valutakode: "
           ACCEPT INP-VALUTAKODE
           DISPLAY "Produktkode: "
           ACCEPT INP-PRODUKTKODE
           PERFORM VALIDER-KUNDE-FELTER
           IF RECORD-GYLDIG
               MOVE INP-KONTONUMMER TO KONTONUMMER(1)
               MOVE 0 TO UDLOEBSDATO(1)
               MOVE 0 TO AFTALT-SATS(1)
               MOVE "N" TO BINDING(1)
               MOVE INP-PRODUKTKODE TO PRODUKTKODE(1)
               MOVE "A" TO KUNDE-STATUS
               MOVE 0 TO SLET-DATO
               MOVE "N" TO SCREENING-BLOK
               MOVE "P" TO LEVERINGSKANAL
               MOVE INP-CPR TO CPR-NUMMER
               MOVE INP-KUNDETYPE TO KUNDETYPE
               MOVE INP-FILIAL TO FILIAL-NR
               IF INP-KUNDETYPE = "E"
                   MOVE INP-CVR TO CVR-NUMMER
                   MOVE INP-BRANCHEKODE TO BRANCHEKODE
               END-IF
               WRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: Kunde findes allerede"
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
               END-WRITE
      *Kan kontiene ikke gemmes, slettes den nye kunderecord igen,
      *saa der ikke staar en kunde uden konti i masteren.
               IF KS-FEJL
                   DELETE KUNDEFIL
                       INVALID KEY
                           DISPLAY "FEJL: " KUNDE-ID " kunne ikke "
                               "slettes igen - kontroller masteren"
                   END-DELETE
                   DISPLAY "FEJL: Kunde ikke oprettet - konti kunne "
                       "ikke gemmes"
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOG-OPRET
               MOVE "OPRET" TO AUDIT-AKTION
               MOVE SPACE TO AUDIT-FOER-STATUS
               MOVE 0 TO AUDIT-FOER-BALANCE
               MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
               PERFORM OPGOER-BALANCE-SUM
               MOVE AUDIT-BALANCE-SUM TO AUDIT-EFTER-BALANCE
               PERFORM SKRIV-AUDITLINJE
               MOVE 0 TO REV-FOER-BALANCE
               MOVE "OPRET" TO REV-REF
               PERFORM SKRIV-REV-JOURNALLINJE
           ELSE
               DISPLAY "FEJL: Kunde ikke oprettet - se valideringsfejl"
           END-IF
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE "N" TO ADRESSE-AENDRET
                   MOVE "N" TO KONTAKT-AENDRET
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                       MOVE "J" TO KONTAKT-AENDRET
                   END-IF
                   MOVE "J" TO GYLDIG-RECORD
                   MOVE BALANCE(1) TO REV-FOER-BALANCE
                   IF INP-BALANCE NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(INP-BALANCE) NOT = 0
                           MOVE "N" TO GYLDIG-RECORD
                           MOVE FUNCTION NUMVAL(INP-BALANCE)
                               TO BALANCE(1)
                       END-IF
                       IF ADRESSE-AENDRET = "J"
                               OR KONTAKT-AENDRET = "J"
                           MOVE "N" TO GYLDIG-RECORD
                           DISPLAY "FEJL: en balancerettelse skal "
                               "registreres for sig - rettelse afvist"
                       END-IF
                   END-IF
      *Adresse- og kontaktaendringer er hoejrisiko (det klassiske
      *svindelmoenster: flyt adressen, toem kontiene) og stilles i
                                   DISPLAY "FEJL: Kan ikke rette "
                                       "kunde"
                               NOT INVALID KEY
                                   PERFORM GEM-KONTI
                                   IF KS-FEJL
                                       PERFORM TILBAGESTIL-KUNDE
                                   ELSE
                                       PERFORM LOG-RET
                                       MOVE "RET" TO AUDIT-AKTION
                                       MOVE KUNDE-STATUS
                                           TO AUDIT-EFTER-STATUS
                                       PERFORM OPGOER-BALANCE-SUM
                                       MOVE AUDIT-BALANCE-SUM
                                           TO AUDIT-EFTER-BALANCE
                                       PERFORM SKRIV-AUDITLINJE
                                       MOVE "RET" TO REV-REF
                                       PERFORM SKRIV-REV-JOURNALLINJE
                                   END-IF
                           END-REWRITE
                       END-IF
                   END-IF
               IF RECORD-GYLDIG
                   PERFORM TJEK-KONTONUMMER
               END-IF
               IF RECORD-GYLDIG
                   PERFORM TJEK-PRODUKT
               END-IF
           END-IF
           EXIT.

      *Produktet skal findes i kataloget og tilbydes i kontoens
      *valuta. Er kataloget leveret, skal en ny konto have et
      *produkt; uden katalog oprettes kontoen uden produkt.
       TJEK-PRODUKT.
           MOVE INP-PRODUKTKODE TO PK-KODE
           MOVE INP-VALUTAKODE TO PK-VALUTA
           CALL "PRODUKTKATALOG" USING PK-OMRAADE
           IF PK-KATALOG-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF INP-PRODUKTKODE = SPACES
               IF PK-KATALOG-FINDES
                   MOVE "N" TO GYLDIG-RECORD
                   DISPLAY "FEJL: Produktkode skal angives"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PK-UKENDT
               MOVE "N" TO GYLDIG-RECORD
               DISPLAY "FEJL: Ukendt produktkode " INP-PRODUKTKODE
               EXIT PARAGRAPH
           END-IF
           IF NOT PK-VALUTA-TILLADT
               MOVE "N" TO GYLDIG-RECORD
               DISPLAY "FEJL: " FUNCTION TRIM(PK-NAVN)
                   " tilbydes ikke i " INP-VALUTAKODE
           END-IF
           EXIT.


      *Fuldmagtskontrol: tastes en aendring paa en ANDEN kundes
      *forhold end den fremmoedte (FULDMAGT-KUNDE i miljoeet), skal
      *registret baere en gyldig fuldmagt med omfang ALLE (eller
      *VAERGE for en mindreaarig) fra kunden til den fremmoedte -
      *ellers afvises funktionen. Uden
      *FULDMAGT-KUNDE i miljoeet (kunden selv, eller kontorarbejde
      *uden fremmoede) er kontrollen passiv som altid.
       TJEK-FULDMAGT.
                   NOT AT END
                       IF FM-GIVER = SOEGE-ID
                               AND FM-HOLDER = FULDMAGT-KUNDE
                               AND (FM-OMFANG = "ALLE"
                                   OR FM-OMFANG = "VAERGE")
                               AND FM-FRA <= VEDLIGE-DATO
                               AND FM-TIL >= VEDLIGE-DATO
                           MOVE "J" TO FULDMAGT-OK
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   IF KUNDE-ERHVERV
                       DISPLAY "FEJL: " KUNDE-ID " er erhvervskunde "
                           "- registreres med CVR (E)"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE INP-CPR TO CPR-NUMMER
                   REWRITE KUNDEOPL
                       INVALID KEY
           END-READ
           EXIT.

      *Indtastning af erhvervsoplysningerne: CVR-nummeret skal
      *bestaa modulus-11-kontrollen og maa ikke findes paa en anden
      *kunde (CPR-EJER-ID), firmanavnet skal udfyldes og
      *branchekoden vaere seks cifre. Fejl meldes og efterlader
      *CVR-GYLDIGT = "N". Entydighedsscanningen bruger
      *recordbufferen.
       INDTAST-ERHVERV.
           MOVE "N" TO CVR-DUBLET
           DISPLAY "CVR-nummer (8 cifre): "
           ACCEPT INP-CVR
           PERFORM TJEK-CVR
           IF NOT CVR-ER-GYLDIGT
               DISPLAY "FEJL: ugyldigt CVR-nummer"
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-ID TO CPR-EJER-ID
           PERFORM TJEK-CVR-UNIK
           IF CVR-FINDES-ANDETSTEDS
               DISPLAY "FEJL: CVR findes allerede paa anden kunde"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Firmanavn: "
           ACCEPT INP-FIRMANAVN
           IF INP-FIRMANAVN = SPACES
               DISPLAY "FEJL: firmanavn skal udfyldes"
               MOVE "N" TO CVR-GYLDIGT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branchekode (6 cifre): "
           ACCEPT INP-BRANCHEKODE
           IF INP-BRANCHEKODE NOT NUMERIC
               DISPLAY "FEJL: branchekoden skal vaere 6 cifre"
               MOVE "N" TO CVR-GYLDIGT
           END-IF
           EXIT.

      *Modulus-11-kontrol af CVR-nummeret: otte cifre vaegtes med
      *2-7-6-5-4-3-2-1, og summen skal gaa op i 11. Et CVR-nummer
      *begynder aldrig med 0.
       TJEK-CVR.
           MOVE "J" TO CVR-GYLDIGT
           IF INP-CVR NOT NUMERIC OR INP-CVR(1:1) = "0"
               MOVE "N" TO CVR-GYLDIGT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CVR-SUM
           PERFORM VARYING CVR-POS FROM 1 BY 1 UNTIL CVR-POS > 8
               MOVE FUNCTION NUMVAL(INP-CVR(CVR-POS:1))
                   TO CVR-CIFFER
               COMPUTE CVR-SUM =
                   CVR-SUM + CVR-CIFFER * CVR-VAEGT(CVR-POS)
           END-PERFORM
           IF FUNCTION MOD(CVR-SUM, 11) NOT = 0
               MOVE "N" TO CVR-GYLDIGT
           END-IF
           EXIT.

      *Entydighedskontrol som TJEK-CPR-UNIK, men paa CVR-nummeret
      *hos erhvervskunderne.
       TJEK-CVR-UNIK.
           MOVE "N" TO CVR-DUBLET
           MOVE "N" TO CPR-SCAN-SLUT
           MOVE SPACES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "J" TO CPR-SCAN-SLUT
           END-START
           PERFORM UNTIL CPR-SCAN-SLUT = "J"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "J" TO CPR-SCAN-SLUT
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF KUNDE-ERHVERV
                                   AND CVR-NUMMER = INP-CVR
                                   AND KUNDE-ID NOT = CPR-EJER-ID
                               MOVE "J" TO CVR-DUBLET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *Omlaegger en eksisterende kunde til erhvervskunde - eller
      *retter CVR-nummer, firmanavn og branchekode paa en der
      *allerede er det. Bagudfyldning af de erhvervskunder der
      *indtil nu har ligget i fornavn/efternavn; et evt. CPR-nummer
      *fjernes, da det tilhoerer en person og ikke firmaet.
       SAET-ERHVERV.
           DISPLAY "Kunde-id der skal registreres som erhverv: "
           ACCEPT SOEGE-ID
           PERFORM INDTAST-ERHVERV
           IF NOT CVR-ER-GYLDIGT OR CVR-FINDES-ANDETSTEDS
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   MOVE "E" TO KUNDETYPE
                   MOVE INP-CVR TO CVR-NUMMER
                   MOVE INP-FIRMANAVN TO FIRMANAVN
                   MOVE INP-BRANCHEKODE TO BRANCHEKODE
                   MOVE SPACES TO CPR-NUMMER
                   REWRITE KUNDEOPL
                       INVALID KEY
                           DISPLAY "FEJL: Kan ikke rette kunde"
                       NOT INVALID KEY
                           PERFORM LOG-RET
                           MOVE "ERHVERV" TO AUDIT-AKTION
                           MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
                           MOVE AUDIT-FOER-BALANCE
                               TO AUDIT-EFTER-BALANCE
                           PERFORM SKRIV-AUDITLINJE
                           DISPLAY "Erhverv registreret for "
                               KUNDE-ID " CVR " CVR-NUMMER
                   END-REWRITE
           END-READ
           EXIT.

      *Markedsfoerings-samtykke: registreres med dato, saa GDPR-
      *kontoret kan dokumentere HVORNAAR kunden svarede. Kun
      *registrerede J-svar aabner for kampagneindstik paa
                   DISPLAY "FEJL: Kunde findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           DISPLAY "Samtykke til markedsfoering (J/N): "
           ACCEPT INP-SAMTYKKE
           IF INP-SAMTYKKE NOT = "J" AND INP-SAMTYKKE NOT = "N"
               INP-SAMTYKKE
           EXIT.

      *Skatteresidens til FATCA/CRS: en linje pr. land kunden er
      *skattepligtig i, med udenlandsk skatte-id (TIN) og datoen for
      *kundens selvcertificering. R registrerer eller retter landet,
      *F fjerner det. Registret skrives om via en tmp-fil ligesom
      *samtykkeregistret.
       SAET-SKATTERESIDENS.
           DISPLAY "Kunde-id: "
           ACCEPT SOEGE-ID
           MOVE SOEGE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           DISPLAY "Skatteland (landekode, 2 bogstaver): "
           ACCEPT INP-SKATTELAND
           IF INP-SKATTELAND NOT ALPHABETIC
                   OR INP-SKATTELAND(1:1) = SPACE
                   OR INP-SKATTELAND(2:1) = SPACE
               DISPLAY "FEJL: landekode skal vaere 2 bogstaver"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INP-SKATTELAND) TO INP-SKATTELAND
           DISPLAY "R-registrer/ret eller F-fjern landet: "
           ACCEPT INP-SKATTEHANDLING
           MOVE SPACES TO INP-TIN
           MOVE 0 TO SELVCERT-DATO
           EVALUATE INP-SKATTEHANDLING
               WHEN "R"
                   IF INP-SKATTELAND NOT = "DK"
                       DISPLAY "Udenlandsk skatte-id (TIN): "
                       ACCEPT INP-TIN
                   END-IF
                   DISPLAY "Selvcertificering modtaget (YYYYMMDD, "
                       "blank = ikke modtaget): "
                   ACCEPT INP-SELVCERT
                   IF INP-SELVCERT NOT = SPACES
                       IF INP-SELVCERT NOT NUMERIC
                           DISPLAY "FEJL: ugyldig dato"
                           EXIT PARAGRAPH
                       END-IF
                       MOVE INP-SELVCERT TO SELVCERT-DATO
                       IF FUNCTION TEST-DATE-YYYYMMDD(SELVCERT-DATO)
                               NOT = 0
                               OR SELVCERT-DATO > VEDLIGE-DATO
                           DISPLAY "FEJL: ugyldig dato"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF INP-SKATTELAND NOT = "DK" AND INP-TIN = SPACES
                       DISPLAY "ADVARSEL: intet skatte-id - landet "
                           "indberettes uden TIN"
                   END-IF
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FEJL: svar R eller F"
                   EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT VEDLIGE-DATO FROM DATE YYYYMMDD
           MOVE "N" TO SKAT-FUNDET
           MOVE "N" TO SKATFIL-SLUT
           OPEN INPUT SKATFIL
           OPEN OUTPUT SKATNYFIL
           IF SKATFIL-STATUS = "00"
               PERFORM UNTIL SKATFIL-SLUT = "J"
                   READ SKATFIL
                       AT END
                           MOVE "J" TO SKATFIL-SLUT
                       NOT AT END
                           PERFORM SKRIV-SKATTELINJE
                   END-READ
               END-PERFORM
               CLOSE SKATFIL
           END-IF
           IF SKAT-FUNDET = "N" AND INP-SKATTEHANDLING = "R"
               MOVE SOEGE-ID TO SR-KUNDE-ID
               MOVE INP-SKATTELAND TO SR-LAND
               MOVE INP-TIN TO SR-TIN
               MOVE SELVCERT-DATO TO SR-SELVCERT-DATO
               MOVE VEDLIGE-DATO TO SR-REG-DATO
               MOVE SKAT-RECORD TO SKATNY-RECORD
               WRITE SKATNY-RECORD
           END-IF
           CLOSE SKATNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SKATNY-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SKATFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           IF SKAT-FUNDET = "N" AND INP-SKATTEHANDLING = "F"
               DISPLAY "FEJL: " INP-SKATTELAND " er ikke registreret "
                   "for " SOEGE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "SKATRES" TO AUDIT-AKTION
           MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
           MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO AUDIT-EFTER-BALANCE
           PERFORM SKRIV-AUDITLINJE
           IF INP-SKATTEHANDLING = "F"
               DISPLAY "Skatteland fjernet: " SOEGE-ID " "
                   INP-SKATTELAND
           ELSE
               DISPLAY "Skatteland registreret: " SOEGE-ID " "
                   INP-SKATTELAND
           END-IF
           EXIT.

      *Kundens linje for landet rettes eller udelades (F); alle
      *andre linjer kopieres uaendret.
       SKRIV-SKATTELINJE.
           IF SR-KUNDE-ID = SOEGE-ID AND SR-LAND = INP-SKATTELAND
               MOVE "J" TO SKAT-FUNDET
               IF INP-SKATTEHANDLING = "F"
                   EXIT PARAGRAPH
               END-IF
               MOVE INP-TIN TO SR-TIN
               MOVE SELVCERT-DATO TO SR-SELVCERT-DATO
               MOVE VEDLIGE-DATO TO SR-REG-DATO
           END-IF
           MOVE SKAT-RECORD TO SKATNY-RECORD
           WRITE SKATNY-RECORD
           EXIT.

       LOG-CPR.
           MOVE SPACES TO LOGLINJE
           STRING "CPR    " AUDIT-OPERATOER " "
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "CPR    " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Nuvaerende status: " KUNDE-STATUS
                   DISPLAY "Ny status (A-aktiv F-frosset B-bo "
                       "R-post-retur): "
                   ACCEPT INP-STATUS
                   IF INP-STATUS = "A" OR INP-STATUS = "F"
                           OR INP-STATUS = "B" OR INP-STATUS = "R"
                       MOVE KUNDEOPL
                           TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                       MOVE KUNDEKONTI
                           TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                       MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                       PERFORM OPGOER-BALANCE-SUM
                       MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           ACCEPT GK-DATO FROM DATE YYYYMMDD
           MOVE "VENTER" TO GK-STATUS
           MOVE FOER-BILLEDE TO GK-FOER
           MOVE KUNDEOPL TO GK-EFTER(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI TO GK-EFTER(LENGTH OF KUNDEOPL + 1:)
           MOVE GK-JOURNAL-GEM TO GK-JOURNAL
           WRITE GK-RECORD
           CLOSE GKFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Nuvaerende raadgiver: " RAADGIVER-ID
                   DISPLAY "Ny raadgiver-id (blank fjerner): "
                   ACCEPT INP-RAADGIVER
                   IF INP-RAADGIVER NOT = SPACES
                       PERFORM TJEK-RAADGIVER
                       IF NOT RAADGIVER-ER-GYLDIG
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   MOVE INP-RAADGIVER TO RAADGIVER-ID
                   IF FILIAL-NR = SPACES
                           AND RAADGIVER-FILIAL NOT = SPACES
                       MOVE RAADGIVER-FILIAL TO FILIAL-NR
                       DISPLAY "Hjemfilial sat til raadgiverens: "
                           FILIAL-NR
                   END-IF
                   REWRITE KUNDEOPL
                       INVALID KEY
                           DISPLAY "FEJL: Kan ikke rette kunde"
           END-READ
           EXIT.

      *Raadgiveren slaas op i RaadgiverRegister.txt og skal vaere
      *aktiv. Uden register (raadgivere fra foer registret fandtes)
      *godtages id'et som det er. RAADGIVER-FILIAL faar
      *raadgiverens hjemfilial.
       TJEK-RAADGIVER.
           MOVE "J" TO RAADGIVER-GYLDIG
           MOVE SPACES TO RAADGIVER-FILIAL
           MOVE "N" TO REGISTER-SLUT
           OPEN INPUT RRFIL
           IF RRFIL-STATUS NOT = "00"
               CLOSE RRFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RAADGIVER-GYLDIG
           MOVE "N" TO REGISTER-FUNDET
           PERFORM UNTIL REGISTER-SLUT = "J"
               READ RRFIL
                   AT END
                       MOVE "J" TO REGISTER-SLUT
                   NOT AT END
                       IF RR-RAADGIVER-ID = INP-RAADGIVER
                           MOVE "J" TO REGISTER-SLUT
                           MOVE "J" TO REGISTER-FUNDET
                           IF RR-AKTIV
                               MOVE "J" TO RAADGIVER-GYLDIG
                               MOVE RR-FILIAL-NR TO RAADGIVER-FILIAL
                           ELSE
                               DISPLAY "FEJL: raadgiver "
                                   INP-RAADGIVER " er fratraadt"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RRFIL
           IF REGISTER-FUNDET NOT = "J"
               DISPLAY "FEJL: raadgiver " INP-RAADGIVER
                   " findes ikke i raadgiverregistret"
           END-IF
           EXIT.

      *Filialen skal findes i FilialRegister.txt og vaere aktiv.
       TJEK-FILIAL.
           MOVE "N" TO FILIAL-GYLDIG
           MOVE "N" TO REGISTER-SLUT
           OPEN INPUT FRFIL
           IF FRFIL-STATUS NOT = "00"
               CLOSE FRFIL
               DISPLAY "FEJL: filialregistret findes ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO REGISTER-FUNDET
           PERFORM UNTIL REGISTER-SLUT = "J"
               READ FRFIL
                   AT END
                       MOVE "J" TO REGISTER-SLUT
                   NOT AT END
                       IF FR-FILIAL-NR = INP-FILIAL
                           MOVE "J" TO REGISTER-SLUT
                           MOVE "J" TO REGISTER-FUNDET
                           IF FR-AKTIV
                               MOVE "J" TO FILIAL-GYLDIG
                           ELSE
                               DISPLAY "FEJL: filial " INP-FILIAL
                                   " er lukket"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRFIL
           IF REGISTER-FUNDET NOT = "J"
               DISPLAY "FEJL: filial " INP-FILIAL " findes ikke"
           END-IF
           EXIT.

      *Saetter eller flytter kundens hjemfilial med auditlinje -
      *blank indtastning fjerner tildelingen.
       SAET-HJEMFILIAL.
           DISPLAY "Kunde-id der skal have ny hjemfilial: "
           ACCEPT SOEGE-ID
           MOVE SOEGE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Nuvaerende hjemfilial: " FILIAL-NR
                   DISPLAY "Ny hjemfilial (blank fjerner): "
                   ACCEPT INP-FILIAL
                   IF INP-FILIAL NOT = SPACES
                       PERFORM TJEK-FILIAL
                       IF NOT FILIAL-ER-GYLDIG
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   MOVE INP-FILIAL TO FILIAL-NR
                   REWRITE KUNDEOPL
                       INVALID KEY
                           DISPLAY "FEJL: Kan ikke rette kunde"
                       NOT INVALID KEY
                           PERFORM LOG-HJEMFILIAL
                           MOVE "FILIAL" TO AUDIT-AKTION
                           MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
                           MOVE AUDIT-FOER-BALANCE
                               TO AUDIT-EFTER-BALANCE
                           PERFORM SKRIV-AUDITLINJE
                           DISPLAY "Hjemfilial for " KUNDE-ID
                               " sat til " FILIAL-NR
                   END-REWRITE
           END-READ
           EXIT.

       LOG-HJEMFILIAL.
           MOVE SPACES TO LOGLINJE
           STRING "FILIAL " AUDIT-OPERATOER " "
               KUNDE-ID " FOER="
               FOER-BILLEDE DELIMITED BY SIZE
               INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "FILIAL " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           EXIT.

       LOG-RAADGIVER.
           MOVE SPACES TO LOGLINJE
           STRING "RAADGIV" AUDIT-OPERATOER " "
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "RAADGIV" AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           EXIT.

      *Fremtidig aendring: kunden melder en aendring med en
      *ikrafttraedelsesdato. Den kontrolleres nu efter de samme
      *regler som den umiddelbare aendring og registreres i
      *FremtidigeAendringer.txt, som natskridtet AENDRINGSKOERSEL
      *foerer paa masteren paa dagen - med kontrollerne igen,
      *adressehistorik og audit-linje som ved en umiddelbar
      *aendring. Adresse/kontakt og kontolukning er hoejrisiko: de
      *faar status G og stilles i godkendelseskoeen som sag FREMTID
      *med foer-billedet og det forventede efter-billede, og en
      *anden operatoer skal godkende dem i GODKENDELSE, foer
      *natskridtet maa roere dem.
       REGISTRER-FREMTIDIG.
           DISPLAY "Kunde-id der skal have en fremtidig aendring: "
           ACCEPT SOEGE-ID
           PERFORM TJEK-FULDMAGT
           IF NOT FULDMAGT-I-ORDEN
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
                   EXIT PARAGRAPH
           END-READ
           IF KUNDE-SLETTET
               DISPLAY "FEJL: kunden er slettet"
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KONTI
           MOVE SPACES TO FA-RECORD
           DISPLAY "Aendring A-adresse/kontakt L-konto-luk "
               "R-raadgiver H-hjemfilial: "
           ACCEPT INP-AENDRINGSTYPE
           EVALUATE INP-AENDRINGSTYPE
               WHEN "A" MOVE "ADRESSE" TO FA-TYPE
               WHEN "L" MOVE "KONTOLUK" TO FA-TYPE
               WHEN "R" MOVE "RAADGIVE" TO FA-TYPE
               WHEN "H" MOVE "FILIAL" TO FA-TYPE
               WHEN OTHER
                   DISPLAY "FEJL: ukendt aendringstype"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM LAES-IKRAFT
           IF IKRAFT-DATO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO GYLDIG-RECORD
           EVALUATE TRUE
               WHEN FA-ADRESSE
                   PERFORM INDTAST-FREMTIDIG-ADRESSE
               WHEN FA-KONTOLUK
                   PERFORM INDTAST-FREMTIDIG-LUKNING
               WHEN FA-RAADGIVER
                   PERFORM INDTAST-FREMTIDIG-RAADGIVER
               WHEN FA-FILIAL
                   PERFORM INDTAST-FREMTIDIG-FILIAL
           END-EVALUATE
           IF NOT RECORD-GYLDIG
               DISPLAY "FEJL: fremtidig aendring ikke registreret"
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-FREMTIDIG
           EXIT.

      *Datoen skal vaere gyldig og ligge efter i dag - en aendring
      *med virkning i dag foretages med de almindelige funktioner.
       LAES-IKRAFT.
           MOVE 0 TO IKRAFT-DATO
           DISPLAY "Ikrafttraedelsesdato (YYYYMMDD): "
           ACCEPT INP-IKRAFT
           IF INP-IKRAFT NOT NUMERIC
               DISPLAY "FEJL: datoen skal vaere YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE INP-IKRAFT TO IKRAFT-DATO
           IF FUNCTION TEST-DATE-YYYYMMDD(IKRAFT-DATO) NOT = 0
               DISPLAY "FEJL: ugyldig dato"
               MOVE 0 TO IKRAFT-DATO
               EXIT PARAGRAPH
           END-IF
           ACCEPT VEDLIGE-DATO FROM DATE YYYYMMDD
           IF IKRAFT-DATO NOT > VEDLIGE-DATO
               DISPLAY "FEJL: datoen skal ligge efter i dag - en "
                   "aendring med virkning i dag foretages direkte"
               MOVE 0 TO IKRAFT-DATO
           END-IF
           EXIT.

      *Samme felter som C-ret giver adgang til, plus resten af
      *adressen til en flytning. Blanke felter er uaendrede.
       INDTAST-FREMTIDIG-ADRESSE.
           DISPLAY "Ny vejnavn (ENTER for uaendret): "
           ACCEPT FA-NY-VEJNAVN
           DISPLAY "Nyt husnr (ENTER for uaendret): "
           ACCEPT FA-NY-HUSNR
           DISPLAY "Ny etage (ENTER for uaendret): "
           ACCEPT FA-NY-ETAGE
           DISPLAY "Ny side (ENTER for uaendret): "
           ACCEPT FA-NY-SIDE
           DISPLAY "Nyt postnr (ENTER for uaendret): "
           ACCEPT FA-NY-POSTNR
           DISPLAY "Nyt bynavn (ENTER for uaendret): "
           ACCEPT FA-NY-BYNAVN
           DISPLAY "Ny telefon (ENTER for uaendret): "
           ACCEPT FA-NY-TELEFON
           IF FA-NY-VAERDI = SPACES
               DISPLAY "FEJL: hverken ny adresse eller telefon"
               MOVE "N" TO GYLDIG-RECORD
           END-IF
           EXIT.

      *Samme kontroller som L-konto-luk; selve lukningsafregningen
      *beregnes foerst paa ikrafttraedelsesdatoen.
       INDTAST-FREMTIDIG-LUKNING.
           IF ANTAL-KONTI = 1
               DISPLAY "FEJL: kundens sidste konto kan ikke lukkes "
                   "- brug D-slet i stedet"
               MOVE "N" TO GYLDIG-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hvilken konto (1-" ANTAL-KONTI ")?"
           ACCEPT LUK-KONTO-NR
           IF LUK-KONTO-NR < 1 OR LUK-KONTO-NR > ANTAL-KONTI
               DISPLAY "FEJL: ugyldigt kontonummer"
               MOVE "N" TO GYLDIG-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE KONTONUMMER(LUK-KONTO-NR) TO FA-KONTONUMMER
           EXIT.

       INDTAST-FREMTIDIG-RAADGIVER.
           DISPLAY "Nuvaerende raadgiver: " RAADGIVER-ID
           DISPLAY "Ny raadgiver-id (blank fjerner): "
           ACCEPT INP-RAADGIVER
           IF INP-RAADGIVER NOT = SPACES
               PERFORM TJEK-RAADGIVER
               IF NOT RAADGIVER-ER-GYLDIG
                   MOVE "N" TO GYLDIG-RECORD
               END-IF
           END-IF
           MOVE INP-RAADGIVER TO FA-NY-RAADGIVER
           EXIT.

       INDTAST-FREMTIDIG-FILIAL.
           DISPLAY "Nuvaerende hjemfilial: " FILIAL-NR
           DISPLAY "Ny hjemfilial (blank fjerner): "
           ACCEPT INP-FILIAL
           IF INP-FILIAL NOT = SPACES
               PERFORM TJEK-FILIAL
               IF NOT FILIAL-ER-GYLDIG
                   MOVE "N" TO GYLDIG-RECORD
               END-IF
           END-IF
           MOVE INP-FILIAL TO FA-NY-FILIAL
           EXIT.

      *Linjen faar naeste loebenummer i registret og en FREMTREG-
      *linje i audit-journalen under makerens identitet.
       SKRIV-FREMTIDIG.
           PERFORM FIND-NAESTE-FA-ID
           MOVE NAESTE-FA-ID TO FA-ID
           MOVE KUNDE-ID TO FA-KUNDE-ID
           MOVE IKRAFT-DATO TO FA-IKRAFT
           IF FA-HOEJRISIKO
               MOVE "G" TO FA-STATUS
           ELSE
               MOVE "P" TO FA-STATUS
           END-IF
           MOVE AUDIT-OPERATOER TO FA-OPRETTET-AF
           MOVE VEDLIGE-DATO TO FA-OPRETTET-DATO
           MOVE SPACES TO FA-GODKENDT-AF
           MOVE VEDLIGE-DATO TO FA-STATUS-DATO
           MOVE SPACES TO FA-BEMAERKNING
           OPEN EXTEND FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               OPEN OUTPUT FAFIL
           END-IF
           MOVE FA-RECORD TO FA-LINJE
           WRITE FA-LINJE
           CLOSE FAFIL
           MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
           MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO AUDIT-EFTER-BALANCE
           MOVE "FREMTREG" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Fremtidig aendring " FA-ID " ("
               FUNCTION TRIM(FA-TYPE) ") registreret pr. "
               FA-IKRAFT
           IF FA-HOEJRISIKO
               PERFORM STIL-FREMTIDIG-I-KOE
           END-IF
           EXIT.

       FIND-NAESTE-FA-ID.
           MOVE 1 TO NAESTE-FA-ID
           MOVE "N" TO FAFIL-SLUT
           OPEN INPUT FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FAFIL-SLUT = "J"
               READ FAFIL
                   AT END
                       MOVE "J" TO FAFIL-SLUT
                   NOT AT END
                       IF FA-LINJE-ID >= NAESTE-FA-ID
                           COMPUTE NAESTE-FA-ID = FA-LINJE-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAFIL
           EXIT.

      *Koesagen FREMTID baerer aendringens id og dato i journal-
      *feltet; efter-billedet er recorden som den ser ud med
      *aendringen foert i dag (for en lukning det uaendrede billede
      *- afregningen kendes foerst paa dagen). Recordbufferen
      *skrives IKKE tilbage.
       STIL-FREMTIDIG-I-KOE.
           MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           IF FA-ADRESSE
               IF FA-NY-VEJNAVN NOT = SPACES
                   MOVE FA-NY-VEJNAVN TO VEJNAVN OF ADDRESSE
               END-IF
               IF FA-NY-HUSNR NOT = SPACES
                   MOVE FA-NY-HUSNR TO HUSNR OF ADDRESSE
               END-IF
               IF FA-NY-ETAGE NOT = SPACES
                   MOVE FA-NY-ETAGE TO ETAGE OF ADDRESSE
               END-IF
               IF FA-NY-SIDE NOT = SPACES
                   MOVE FA-NY-SIDE TO SIDE OF ADDRESSE
               END-IF
               IF FA-NY-POSTNR NOT = SPACES
                   MOVE FA-NY-POSTNR TO POSTNR OF ADDRESSE
               END-IF
               IF FA-NY-BYNAVN NOT = SPACES
                   MOVE FA-NY-BYNAVN TO BYNAVN OF ADDRESSE
               END-IF
               IF FA-NY-TELEFON NOT = SPACES
                   MOVE FA-NY-TELEFON TO TELEFON OF KONTAKT
               END-IF
           END-IF
           MOVE SPACES TO GK-JOURNAL-GEM
           IF FA-KONTOLUK
               STRING "FREMTID=" FA-ID " IKRAFT=" FA-IKRAFT
                   " TYPE=" FA-TYPE " KONTO=" FA-KONTONUMMER
                   DELIMITED BY SIZE INTO GK-JOURNAL-GEM
               END-STRING
           ELSE
               STRING "FREMTID=" FA-ID " IKRAFT=" FA-IKRAFT
                   " TYPE=" FA-TYPE
                   DELIMITED BY SIZE INTO GK-JOURNAL-GEM
               END-STRING
           END-IF
           MOVE "FREMTID" TO GK-TYPE-GEM
           PERFORM SKRIV-GODKENDELSESKOE
           EXIT.

      *Tilfoejer et kontaktnotat (KUNDENOTE.CPY) til kunden - vises
      *af KUNDEOPSLAG sammen med recorden.
       TILFOEJ-NOTAT.
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Notattekst: "
                   ACCEPT INP-NOTETEKST
                   IF INP-NOTETEKST = SPACES
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF ANTAL-KONTI >= 99
                       DISPLAY "FEJL: Kunden har allerede 99 konti"
                   ELSE
                       PERFORM INDTAST-OG-TILFOEJ-KONTO
                   END-IF
           ACCEPT INP-BALANCE
           DISPLAY "Valutakode: "
           ACCEPT INP-VALUTAKODE
           DISPLAY "Produktkode: "
           ACCEPT INP-PRODUKTKODE
           PERFORM VALIDER-KUNDE-FELTER
           IF RECORD-GYLDIG
               MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
               MOVE KUNDEKONTI
                   TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
               MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
               PERFORM OPGOER-BALANCE-SUM
               MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
               MOVE 0 TO UDLOEBSDATO(ANTAL-KONTI)
               MOVE 0 TO AFTALT-SATS(ANTAL-KONTI)
               MOVE "N" TO BINDING(ANTAL-KONTI)
               MOVE INP-PRODUKTKODE TO PRODUKTKODE(ANTAL-KONTI)
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: Kan ikke opdatere kunde"
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           PERFORM TILBAGESTIL-KUNDE
                       ELSE
                           PERFORM LOG-KONTO-TILFOEJ
                           MOVE "KONTOTIL" TO AUDIT-AKTION
                           MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
                           PERFORM OPGOER-BALANCE-SUM
                           MOVE AUDIT-BALANCE-SUM
                               TO AUDIT-EFTER-BALANCE
                           PERFORM SKRIV-AUDITLINJE
                           DISPLAY "Konto " ANTAL-KONTI " tilfoejet"
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY "FEJL: Konto ikke tilfoejet - se "
      *seneste rentekoersel posteres som kontoens sidste bevaegelse,
      *slutsaldoen flyttes til en anden af kundens konti i samme
      *valuta, og kunden faar et lukningsbrev. Kundens sidste konto
      *kan fortsat ikke lukkes (en aktiv kunde har mindst en konto).
      *De efterfoelgende KONTI-poster rykkes op, saa tabellen
      *forbliver taet, og den lukkede konto slettes fra
      *kontomasteren, naar godkendelsen gemmer kundens konti.
       LUK-KONTO.
           DISPLAY "Kunde-id hvis konto skal lukkes: "
           ACCEPT SOEGE-ID
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Hvilken konto (1-" ANTAL-KONTI ")?"
                   ACCEPT LUK-KONTO-NR
                   PERFORM KONTROLLER-OG-LUK-KONTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE 0 TO UDLOEBSDATO(ANTAL-KONTI)
           MOVE 0 TO AFTALT-SATS(ANTAL-KONTI)
           MOVE "N" TO BINDING(ANTAL-KONTI)
           MOVE SPACES TO PRODUKTKODE(ANTAL-KONTI)
           SUBTRACT 1 FROM ANTAL-KONTI
      *Lukningen stilles i godkendelseskoeen med hele det beregnede
      *efter-billede og rentejournallinjen - foerst godkendelsen
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Hvilken konto (1-" ANTAL-KONTI ")?"
                   ACCEPT TERMIN-KONTO-NR
                   PERFORM KONTROLLER-OG-BIND-KONTO
                   UDLOEBSDATO(TERMIN-KONTO-NR)
               EXIT PARAGRAPH
           END-IF
           MOVE PRODUKTKODE(TERMIN-KONTO-NR) TO PK-KODE
           MOVE VALUTAKODE(TERMIN-KONTO-NR) TO PK-VALUTA
           CALL "PRODUKTKATALOG" USING PK-OMRAADE
           IF PK-KATALOG-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF PK-FUNDET AND NOT PK-BINDING-TILLADT
               DISPLAY "FEJL: " FUNCTION TRIM(PK-NAVN)
                   " kan ikke bindes som aftaleindlaan"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Termin i maaneder (1-120): "
           ACCEPT INP-TERMIN
           DISPLAY "Aftalt maanedlig sats (f.eks. 0.0012): "
               DISPLAY "FEJL: termin skal vaere 1-120 maaneder"
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere kunde"
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       PERFORM TILBAGESTIL-KUNDE
                   ELSE
                       PERFORM LOG-TERMIN
                       MOVE "TERMIN" TO AUDIT-AKTION
                       MOVE KUNDE-STATUS TO AUDIT-EFTER-STATUS
                       MOVE AUDIT-FOER-BALANCE TO AUDIT-EFTER-BALANCE
                       PERFORM SKRIV-AUDITLINJE
                       DISPLAY "Konto " TERMIN-KONTO-NR " bundet til "
                           UDLOEBSDATO(TERMIN-KONTO-NR)
                   END-IF
           END-REWRITE
           EXIT.

      *Kunne kontiene ikke gemmes efter en direkte rettelse,
      *stilles kunderecord og konti tilbage til foer-billedet, saa
      *masteren og kontomasteren fortsat passer sammen.
       TILBAGESTIL-KUNDE.
           MOVE FOER-BILLEDE(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           MOVE FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:) TO KUNDEKONTI
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: " KUNDE-ID " kunne ikke stilles "
                       "tilbage - kontroller recorden"
           END-REWRITE
           DISPLAY "FEJL: rettelsen er ikke gennemfoert - konti "
               "kunne ikke gemmes"
           EXIT.

       LOG-TERMIN.
           MOVE SPACES TO LOGLINJE
           STRING "TERMIN " AUDIT-OPERATOER " "
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "TERMIN " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "KONTO+ " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
                   MOVE KUNDEKONTI
                       TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   MOVE KUNDE-STATUS TO AUDIT-FOER-STATUS
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY KUNDEOPL
                   DISPLAY KUNDEKONTI
           END-READ
           EXIT.

       LOG-OPRET.
           MOVE SPACES TO LOGLINJE
           STRING "OPRET  " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "RET    " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata,
      *og KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
      *Balanceaendringen paa konto 1 journalfoeres som korrektion
      *(TYPE=REV, REF=OPRET eller RET) med dagens dato - kun naar
      *balancen faktisk er flyttet.
       SKRIV-REV-JOURNALLINJE.
           IF BALANCE(1) = REV-FOER-BALANCE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               OPEN OUTPUT POSTJOURNALFIL
           END-IF
           MOVE SPACES TO POSTJOURNAL-LINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(1)
               " TYPE=REV"
               " REF=" REV-REF
               " VALOER=" VEDLIGE-DATO
               " FOER=" REV-FOER-BALANCE
               " EFTER=" BALANCE(1)
               " DATO=" VEDLIGE-DATO
               " VALUTA=" VALUTAKODE(1)
               DELIMITED BY SIZE INTO POSTJOURNAL-LINJE
           END-STRING
           WRITE POSTJOURNAL-LINJE
           CLOSE POSTJOURNALFIL
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
                   "KundeVedligeLog.txt"
                   DELIMITED BY SIZE INTO LOGFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNAL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNAL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   "MarkedsfoeringSamtykkeNy.tmp"
                   DELIMITED BY SIZE INTO SAMTYKKENY-NAVN
               END-STRING
               MOVE SPACES TO SKATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidens.txt"
                   DELIMITED BY SIZE INTO SKATFIL-NAVN
               END-STRING
               MOVE SPACES TO SKATNY-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidensNy.tmp"
                   DELIMITED BY SIZE INTO SKATNY-NAVN
               END-STRING
               MOVE SPACES TO FORRIGESATSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentesatserForrige.txt"
                   "GodkendelsesKoe.txt"
                   DELIMITED BY SIZE INTO GKFIL-NAVN
               END-STRING
               MOVE SPACES TO FRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialRegister.txt"
                   DELIMITED BY SIZE INTO FRFIL-NAVN
               END-STRING
               MOVE SPACES TO RRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RaadgiverRegister.txt"
                   DELIMITED BY SIZE INTO RRFIL-NAVN
               END-STRING
               MOVE SPACES TO FAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FremtidigeAendringer.txt"
                   DELIMITED BY SIZE INTO FAFIL-NAVN
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
           MOVE "KUNDEVEDLIGEHOLD" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
