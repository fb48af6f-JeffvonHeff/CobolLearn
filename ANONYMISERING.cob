       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMISERING.
      *Anonymiseret kopi af produktionsdata til testmiljoeet.
      *KUNDEGENERATOR giver paene syntetiske data, men fejlene
      *opstaar i de rigtige data: maerkelige adresser, gamle records
      *med blanke felter, rigtige posteringsmoenstre. Programmet
      *kopierer kundemasteren og dens satellitfiler fra produktionen
      *(DATASET-PRAEFIKS, normalt blank) til testpraefikset
      *ANONYM-PRAEFIKS (standard AnonTest/) og erstatter undervejs:
      *  - navne (fornavn, efternavn, firmanavn, reelle ejere,
      *    modparter, operatoerer og raadgivere)
      *  - CPR-NUMMER: nyt nummer med samme foedselsaar og
      *    aarhundredeciffer og gyldig modulus-11 (4-3-2-7-6-5-4-3-
      *    2-1), og en evt. foedselsdato rettes til det nye nummer
      *  - CVR-NUMMER: nyt nummer med gyldig modulus-11
      *  - adresser (vejnavn og husnummer - postnummer, by, etage
      *    og side beholdes, saa geografien stadig er realistisk)
      *  - TELEFON, EMAIL og notetekster
      *  - udenlandske skatte-id'er (TIN) i SkatteResidens.txt
      *  - klageresumeer i KlageRegister.txt
      *Erstatningen er en funktion af den oprindelige vaerdi og en
      *noegle (ANONYM-NOEGLE), saa samme navn, CPR-nummer eller
      *adresse faar samme erstatning i alle filer - en kunde i
      *masteren og i NemKonto.txt har fortsat samme CPR-nummer, og
      *en adresse i AdresseHistorik.txt matcher masteren. Uden
      *ANONYM-NOEGLE bruges koerslens dato og tid, saa to kopier
      *ikke kan sammenholdes; noeglen skrives ingen steder.
      *Saldi, kontonumre, kunde-id'er, datoer og posteringer roeres
      *ikke, saa posteringsmoenstrene er de rigtige.
      *Kun filerne i FILKATALOG kopieres. Filer med identitet i
      *fritekst eller i records af skiftende layout (udskrifter,
      *breve, haendelser, afvisninger, karantaene, masterarkiver
      *m.fl.) kopieres ALDRIG, men noteres som UDELADT, saa en ny
      *fil aldrig slipper med i testmiljoeet uden at vaere vurderet.
      *AnonymiseringsRapport.txt i testpraefikset viser hver fil med
      *behandling (ANONYM, KOPI, UDELADT, MANGLER) og antal records.
      *Kopien tages under delt KOERSELLAAS, saa den er konsistent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINJE-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KILDE-STATUS.
           SELECT LINJE-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAAL-STATUS.
           SELECT KUNDE-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KILDE-KUNDE-ID
               FILE STATUS IS KILDE-STATUS.
           SELECT KUNDE-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-KUNDE-ID
               FILE STATUS IS MAAL-STATUS.
           SELECT GAAR-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAAR-KILDE-ID
               FILE STATUS IS KILDE-STATUS.
           SELECT GAAR-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAAR-MAAL-ID
               FILE STATUS IS MAAL-STATUS.
           SELECT KONTO-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KO-KONTONUMMER
               ALTERNATE RECORD KEY IS KO-KUNDE-ID WITH DUPLICATES
               FILE STATUS IS KILDE-STATUS.
           SELECT KONTO-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-KO-KONTONUMMER
               ALTERNATE RECORD KEY IS MAAL-KO-KUNDE-ID
                   WITH DUPLICATES
               FILE STATUS IS MAAL-STATUS.
           SELECT INDEKS-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KILDE-IX-KONTONUMMER
               FILE STATUS IS KILDE-STATUS.
           SELECT INDEKS-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-IX-KONTONUMMER
               FILE STATUS IS MAAL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LINJE-KILDE.
       01 KILDE-LINJE             PIC X(12000).

       FD LINJE-MAAL.
       01 MAAL-LINJE              PIC X(12000).

       FD KUNDE-KILDE.
       01 KUNDE-KILDE-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY KILDE-KUNDE-ID.

       FD KUNDE-MAAL.
       01 KUNDE-MAAL-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY MAAL-KUNDE-ID.

       FD GAAR-KILDE.
       01 GAAR-KILDE-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY GAAR-KILDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY GAAR-KILDE-ANTAL.

       FD GAAR-MAAL.
       01 GAAR-MAAL-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY GAAR-MAAL-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY GAAR-MAAL-ANTAL.

       FD KONTO-KILDE.
       01 KONTO-KILDE-RECORD.
           COPY "KONTOOPL.CPY".

       FD KONTO-MAAL.
       01 KONTO-MAAL-RECORD.
           COPY "KONTOOPL.CPY" REPLACING
               KO-KONTONUMMER BY MAAL-KO-KONTONUMMER
               KO-KUNDE-ID BY MAAL-KO-KUNDE-ID.

       FD INDEKS-KILDE.
       01 INDEKS-KILDE-RECORD.
           02 KILDE-IX-KONTONUMMER PIC X(20).
           02 FILLER               PIC X(12).

       FD INDEKS-MAAL.
       01 INDEKS-MAAL-RECORD.
           02 MAAL-IX-KONTONUMMER  PIC X(20).
           02 FILLER               PIC X(12).

       FD RAPPORTFIL.
       01 RAPPORT-RECORD.
           02 RAP-FILNAVN         PIC X(40).
           02 FILLER              PIC X(1).
           02 RAP-BEHANDLING      PIC X(8).
           02 FILLER              PIC X(1).
           02 RAP-ANTAL           PIC 9(9).

       WORKING-STORAGE SECTION.
      *Arbejdsrecorden hvor en kunde (fra masteren, fra gaarsdagens
      *master eller et foer-/efterbillede i godkendelseskoeen)
      *anonymiseres. Felterne her er de eneste kundefelter der
      *refereres; filrecords flyttes til og fra som helhed.
       01 ANON-KUNDE.
       COPY "KUNDEOPL.CPY".
       01 KUNDE-LAENGDE          PIC 9(4) COMP.

      *Satellitrecords med identitet - layout som i de programmer
      *der vedligeholder filerne.
       01 ADRH-POST.
           COPY "ADRESSEHIST.CPY".
       01 KONH-POST.
           COPY "KONTAKTHIST.CPY".
       01 NOTE-POST.
           COPY "KUNDENOTE.CPY".
       01 RE-POST.
           COPY "REELEJER.CPY".
       01 NK-POST.
           COPY "NEMKONTO.CPY".
       01 OP-POST.
           COPY "OPERATOER.CPY".
       01 RR-POST.
           COPY "RAADGIVER.CPY".
       01 BH-POST.
           COPY "BETALHOLD.CPY".
       01 SR-POST.
           COPY "SKATTERESIDENS.CPY".
       01 KL-POST.
           COPY "KLAGE.CPY".
       01 GK-POST.
           02 GK-ID                PIC 9(6).
           02 GK-TYPE              PIC X(8).
           02 GK-KUNDE-ID          PIC X(10).
           02 GK-MAKER             PIC X(8).
           02 GK-DATO              PIC 9(8).
           02 GK-STATUS            PIC X(8).
           02 GK-FOER              PIC X(5350).
           02 GK-EFTER             PIC X(5350).
           02 GK-JOURNAL           PIC X(200).

       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 ANONYM-PRAEFIKS       PIC X(40) VALUE "AnonTest/".
       01 RAPPORTFIL-NAVN        PIC X(80).
       01 KILDE-NAVN             PIC X(160).
       01 MAAL-NAVN              PIC X(160).
       01 KILDE-STATUS           PIC X(2) VALUE "00".
       01 MAAL-STATUS            PIC X(2) VALUE "00".
       01 RAPPORTFIL-STATUS      PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID            PIC 9(8).
       01 KOMMANDO               PIC X(200).
       01 ENV-TEKST              PIC X(40) VALUE SPACES.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".

      *Filkataloget: navn og behandling.
      *  M kundemasteren         G gaarsdagens master (med konti)
      *  K kontomasteren         X KontoIndeks
      *  A AdresseHistorik       T KontaktHistorik
      *  N KundeNoter            R ReelleEjere
      *  C NemKonto              O OperatoerRegister
      *  V RaadgiverRegister     Q GodkendelsesKoe (kundebilleder)
      *  H BetalingsHold         S SkatteResidens
      *  P KlageRegister
      *  L kopieres uaendret (ingen identitet)
      *  U udelades - kopieres aldrig
       01 FIL-ANTAL              PIC 9(3) VALUE 0.
       01 FIL-TABEL.
           02 FIL-POST OCCURS 80 TIMES.
               03 FT-NAVN            PIC X(40).
               03 FT-TYPE            PIC X(1).
       01 FIL-IX                 PIC 9(3).
       01 NY-NAVN                PIC X(40).
       01 NY-TYPE                PIC X(1).
       01 BEHANDL-ANTAL          PIC 9(9).
       01 BEHANDL-FINDES         PIC X(1).
       01 BEHANDL-FEJL           PIC X(1).
           88 BEHANDL-FEJLEDE        VALUE "J".

      *Pseudonymmotoren: ANON-TEKST ind, ANON-RESULTAT ud.
       01 ANON-TEKST             PIC X(40).
       01 ANON-RESULTAT          PIC X(40).
       01 ANON-LAENGDE           PIC 9(3) COMP.
       01 ANON-POS               PIC 9(3) COMP.
       01 ANON-MELLEMRUM         PIC 9(3) COMP.
       01 NOEGLE-TEKST           PIC X(40) VALUE SPACES.
       01 NOEGLE-HASH            PIC 9(9) VALUE 0.
       01 HASH-VAERDI            PIC 9(9) VALUE 0.
       01 HASH-REST              PIC 9(9) VALUE 0.
       01 NAVNE-IX               PIC 9(3) COMP.
       01 FOR-DEL                PIC X(40).
       01 EFTER-DEL              PIC X(40).
       01 NAVN-RESULTAT          PIC X(40).
       01 TAL-TEKST              PIC Z(8)9.
       01 HUSNR-TAL              PIC 9(3).
       01 TELEFON-TAL            PIC 9(7).
       01 CPR-NY                 PIC X(10).
       01 CPR-CIFRE REDEFINES CPR-NY.
           02 CPR-CIFFER         PIC 9(1) OCCURS 10 TIMES.
       01 CPR-DAG                PIC 9(2).
       01 CPR-MAANED             PIC 9(2).
       01 CPR-LOEBENR            PIC 9(2).
       01 CVR-NY                 PIC X(8).
       01 CVR-CIFRE REDEFINES CVR-NY.
           02 CVR-CIFFER         PIC 9(1) OCCURS 8 TIMES.
       01 CVR-START              PIC 9(7).
       01 KONTROL-SUM            PIC 9(5).
       01 KONTROL-CIFFER         PIC 9(2).
       01 FORSOEG                PIC 9(3).
       01 CIFFER-IX              PIC 9(2).
       01 CPR-VAEGTE             PIC X(10) VALUE "4327654321".
       01 CPR-VAEGT-TABEL REDEFINES CPR-VAEGTE.
           02 CPR-VAEGT          PIC 9(1) OCCURS 10 TIMES.
       01 CVR-VAEGTE             PIC X(8) VALUE "27654321".
       01 CVR-VAEGT-TABEL REDEFINES CVR-VAEGTE.
           02 CVR-VAEGT          PIC 9(1) OCCURS 8 TIMES.
       01 ORIGINAL-NAVN          PIC X(40).
       01 ORIGINAL-LAENGDE       PIC 9(3) COMP.

       01 FORNAVNE.
           02 FILLER PIC X(10) VALUE "Anne".
           02 FILLER PIC X(10) VALUE "Birgit".
           02 FILLER PIC X(10) VALUE "Camilla".
           02 FILLER PIC X(10) VALUE "Dorte".
           02 FILLER PIC X(10) VALUE "Emma".
           02 FILLER PIC X(10) VALUE "Frida".
           02 FILLER PIC X(10) VALUE "Gitte".
           02 FILLER PIC X(10) VALUE "Hanne".
           02 FILLER PIC X(10) VALUE "Ida".
           02 FILLER PIC X(10) VALUE "Julie".
           02 FILLER PIC X(10) VALUE "Allan".
           02 FILLER PIC X(10) VALUE "Bent".
           02 FILLER PIC X(10) VALUE "Carsten".
           02 FILLER PIC X(10) VALUE "Dennis".
           02 FILLER PIC X(10) VALUE "Erik".
           02 FILLER PIC X(10) VALUE "Frank".
           02 FILLER PIC X(10) VALUE "Gert".
           02 FILLER PIC X(10) VALUE "Henrik".
           02 FILLER PIC X(10) VALUE "Ib".
           02 FILLER PIC X(10) VALUE "Jesper".
           02 FILLER PIC X(10) VALUE "Karen".
           02 FILLER PIC X(10) VALUE "Lise".
           02 FILLER PIC X(10) VALUE "Mette".
           02 FILLER PIC X(10) VALUE "Nina".
           02 FILLER PIC X(10) VALUE "Pia".
           02 FILLER PIC X(10) VALUE "Rikke".
           02 FILLER PIC X(10) VALUE "Kasper".
           02 FILLER PIC X(10) VALUE "Lars".
           02 FILLER PIC X(10) VALUE "Morten".
           02 FILLER PIC X(10) VALUE "Niels".
       01 FORNAVN-TABEL REDEFINES FORNAVNE.
           02 FORNAVN-T         PIC X(10) OCCURS 30 TIMES.
       01 EFTERNAVNE.
           02 FILLER PIC X(12) VALUE "Andersen".
           02 FILLER PIC X(12) VALUE "Bertelsen".
           02 FILLER PIC X(12) VALUE "Christensen".
           02 FILLER PIC X(12) VALUE "Dahl".
           02 FILLER PIC X(12) VALUE "Eriksen".
           02 FILLER PIC X(12) VALUE "Frandsen".
           02 FILLER PIC X(12) VALUE "Gregersen".
           02 FILLER PIC X(12) VALUE "Holm".
           02 FILLER PIC X(12) VALUE "Iversen".
           02 FILLER PIC X(12) VALUE "Jakobsen".
           02 FILLER PIC X(12) VALUE "Kjeldsen".
           02 FILLER PIC X(12) VALUE "Lauridsen".
           02 FILLER PIC X(12) VALUE "Mikkelsen".
           02 FILLER PIC X(12) VALUE "Nygaard".
           02 FILLER PIC X(12) VALUE "Olesen".
           02 FILLER PIC X(12) VALUE "Poulsen".
           02 FILLER PIC X(12) VALUE "Qvist".
           02 FILLER PIC X(12) VALUE "Rasmussen".
           02 FILLER PIC X(12) VALUE "Svendsen".
           02 FILLER PIC X(12) VALUE "Thomsen".
           02 FILLER PIC X(12) VALUE "Udsen".
           02 FILLER PIC X(12) VALUE "Vestergaard".
           02 FILLER PIC X(12) VALUE "Westh".
           02 FILLER PIC X(12) VALUE "Zachariasen".
           02 FILLER PIC X(12) VALUE "Aagaard".
           02 FILLER PIC X(12) VALUE "Bruun".
           02 FILLER PIC X(12) VALUE "Krogh".
           02 FILLER PIC X(12) VALUE "Lund".
           02 FILLER PIC X(12) VALUE "Moeller".
           02 FILLER PIC X(12) VALUE "Schmidt".
       01 EFTERNAVN-TABEL REDEFINES EFTERNAVNE.
           02 EFTERNAVN-T       PIC X(12) OCCURS 30 TIMES.
       01 VEJNAVNE.
           02 FILLER PIC X(20) VALUE "Testvej".
           02 FILLER PIC X(20) VALUE "Proevegade".
           02 FILLER PIC X(20) VALUE "Eksempelalle".
           02 FILLER PIC X(20) VALUE "Skovbrynet".
           02 FILLER PIC X(20) VALUE "Markvejen".
           02 FILLER PIC X(20) VALUE "Bakkedraget".
           02 FILLER PIC X(20) VALUE "Engtoften".
           02 FILLER PIC X(20) VALUE "Kirkestien".
           02 FILLER PIC X(20) VALUE "Mosevangen".
           02 FILLER PIC X(20) VALUE "Strandparken".
       01 VEJNAVN-TABEL REDEFINES VEJNAVNE.
           02 VEJNAVN-T         PIC X(20) OCCURS 10 TIMES.

       01 ANTAL-ANONYMISERET     PIC 9(7) VALUE 0.
       01 FEJL-FLAG              PIC X VALUE "N".
           88 DER-ER-FEJL            VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           IF DER-ER-FEJL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-TID FROM TIME
           MOVE FUNCTION LENGTH(ANON-KUNDE) TO KUNDE-LAENGDE
           PERFORM BEREGN-NOEGLE
           PERFORM INDLAES-FILKATALOG
           PERFORM KLARGOER-TESTPRAEFIKS
           IF DER-ER-FEJL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           IF LAAS-AFVIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING FIL-IX FROM 1 BY 1
                   UNTIL FIL-IX > FIL-ANTAL
               PERFORM BEHANDL-FIL
           END-PERFORM
           PERFORM FRIGIV-KOERSELLAAS
           CLOSE RAPPORTFIL
           DISPLAY "ANONYMISERING: " FIL-ANTAL " filer behandlet, "
               ANTAL-ANONYMISERET " records anonymiseret til "
               FUNCTION TRIM(ANONYM-PRAEFIKS)
           IF DER-ER-FEJL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Noeglen blandes ind i hver pseudonym-beregning. Uden
      *ANONYM-NOEGLE er den koerslens dato og tid.
       BEREGN-NOEGLE.
           ACCEPT NOEGLE-TEKST FROM ENVIRONMENT "ANONYM-NOEGLE"
           IF NOEGLE-TEKST = SPACES
               STRING KOERSEL-DATO KOERSEL-TID
                   DELIMITED BY SIZE INTO NOEGLE-TEKST
               END-STRING
           END-IF
           MOVE 0 TO NOEGLE-HASH
           MOVE NOEGLE-TEKST TO ANON-TEKST
           PERFORM BEREGN-HASH
           MOVE HASH-VAERDI TO NOEGLE-HASH
           MOVE SPACES TO NOEGLE-TEKST
           EXIT.

       KLARGOER-TESTPRAEFIKS.
           MOVE SPACES TO KOMMANDO
           STRING "mkdir -p `dirname " FUNCTION TRIM(ANONYM-PRAEFIKS)
               "x`" DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           OPEN OUTPUT RAPPORTFIL
           IF RAPPORTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(RAPPORTFIL-NAVN)
                   " kan ikke skrives - status " RAPPORTFIL-STATUS
               MOVE "J" TO FEJL-FLAG
           END-IF
           EXIT.

      *================================================================
      * Filkataloget. En fil der ikke staar her, kopieres ikke.
      *================================================================
       INDLAES-FILKATALOG.
           MOVE "M" TO NY-TYPE
           MOVE "Kundeoplysninger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "G" TO NY-TYPE
           MOVE "KundeoplysningerGaar.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "K" TO NY-TYPE
           MOVE "KontoOplysninger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "X" TO NY-TYPE
           MOVE "KontoIndeks.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "A" TO NY-TYPE
           MOVE "AdresseHistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "T" TO NY-TYPE
           MOVE "KontaktHistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "N" TO NY-TYPE
           MOVE "KundeNoter.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "R" TO NY-TYPE
           MOVE "ReelleEjere.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "S" TO NY-TYPE
           MOVE "SkatteResidens.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "C" TO NY-TYPE
           MOVE "NemKonto.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "O" TO NY-TYPE
           MOVE "OperatoerRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "V" TO NY-TYPE
           MOVE "RaadgiverRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Q" TO NY-TYPE
           MOVE "GodkendelsesKoe.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "H" TO NY-TYPE
           MOVE "BetalingsHold.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "P" TO NY-TYPE
           MOVE "KlageRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "L" TO NY-TYPE
           MOVE "Transaktioner.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontopostCyklus.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Reservationer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoSpaerringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Fuldmagter.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoMedejere.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FasteOverfoersler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RentePeriode.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeAuditJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "PosteringsJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RentePostering.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ReverseringsJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Kundehistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KycRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "OvertraekGraenser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "VentendeTransaktioner.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MasseBetalingLog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RykkerRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "LaaneRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "BsMandater.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MarkedsfoeringSamtykke.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "HaendelsesAbonnement.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Camt053Abonnement.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "TvistRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "StatementPeriode.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ValutaRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Valutakurser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontrolTotaler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "GlSaldoTotaler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Rentesatser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RentesatserForrige.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RenteAendringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ProduktsatserForrige.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ProduktKatalog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ParameterRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FilialRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KasseRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeIdNaeste.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Arkivkatalog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "U" TO NY-TYPE
           MOVE "KundeoplysningerOut.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Camt053Out.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MasseBetalinger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeAfvisninger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeVedligeLog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Karantaene.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "BrevBestillinger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "BrevLog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "HaendelsesUdbakke.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "HaendelsesLevering.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoFlytning.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FremtidigeAendringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "SaldoBekraeftelser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "SanktionsHits.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "OnboardingImport.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Kundeoplysninger_<dato>.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           EXIT.

       TILFOEJ-FIL.
           IF FIL-ANTAL < 80
               ADD 1 TO FIL-ANTAL
               MOVE NY-NAVN TO FT-NAVN(FIL-ANTAL)
               MOVE NY-TYPE TO FT-TYPE(FIL-ANTAL)
           END-IF
           EXIT.

      *================================================================
      * En fil fra kataloget: kilde i produktionen, maal i
      * testpraefikset. Resultatet noteres i rapporten.
      *================================================================
       BEHANDL-FIL.
           MOVE SPACES TO KILDE-NAVN MAAL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               FUNCTION TRIM(FT-NAVN(FIL-IX))
               DELIMITED BY SIZE INTO KILDE-NAVN
           END-STRING
           STRING FUNCTION TRIM(ANONYM-PRAEFIKS)
               FUNCTION TRIM(FT-NAVN(FIL-IX))
               DELIMITED BY SIZE INTO MAAL-NAVN
           END-STRING
           MOVE "N" TO BEHANDL-FINDES BEHANDL-FEJL
           MOVE 0 TO BEHANDL-ANTAL
           EVALUATE FT-TYPE(FIL-IX)
               WHEN "U"
                   CONTINUE
               WHEN "M"
                   PERFORM BEHANDL-KUNDEFIL
               WHEN "G"
                   PERFORM BEHANDL-GAARFIL
               WHEN "K"
                   PERFORM BEHANDL-KONTOFIL
               WHEN "X"
                   PERFORM BEHANDL-INDEKSFIL
               WHEN OTHER
                   PERFORM BEHANDL-LINJEFIL
           END-EVALUATE
           MOVE SPACES TO RAPPORT-RECORD
           MOVE FT-NAVN(FIL-IX) TO RAP-FILNAVN
           MOVE BEHANDL-ANTAL TO RAP-ANTAL
           EVALUATE TRUE
               WHEN FT-TYPE(FIL-IX) = "U"
                   MOVE "UDELADT" TO RAP-BEHANDLING
               WHEN BEHANDL-FEJLEDE
                   MOVE "FEJL" TO RAP-BEHANDLING
                   MOVE "J" TO FEJL-FLAG
                   DISPLAY "FEJL: " FUNCTION TRIM(FT-NAVN(FIL-IX))
                       " kunne ikke skrives til testpraefikset"
               WHEN BEHANDL-FINDES NOT = "J"
                   MOVE "MANGLER" TO RAP-BEHANDLING
               WHEN FT-TYPE(FIL-IX) = "K" OR "X" OR "L"
                   MOVE "KOPI" TO RAP-BEHANDLING
               WHEN OTHER
                   MOVE "ANONYM" TO RAP-BEHANDLING
           END-EVALUATE
           WRITE RAPPORT-RECORD
           EXIT.

       BEHANDL-KUNDEFIL.
           OPEN INPUT KUNDE-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           OPEN OUTPUT KUNDE-MAAL
           IF MAAL-STATUS NOT = "00"
               MOVE "J" TO BEHANDL-FEJL
               CLOSE KUNDE-KILDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KUNDE-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO BEHANDL-ANTAL
                       MOVE KUNDE-KILDE-RECORD TO ANON-KUNDE
                       PERFORM ANONYMISER-KUNDE
                       MOVE ANON-KUNDE TO KUNDE-MAAL-RECORD
                       WRITE KUNDE-MAAL-RECORD
                           INVALID KEY
                               MOVE "J" TO BEHANDL-FEJL
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE KUNDE-KILDE KUNDE-MAAL
           EXIT.

       BEHANDL-GAARFIL.
           OPEN INPUT GAAR-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           OPEN OUTPUT GAAR-MAAL
           IF MAAL-STATUS NOT = "00"
               MOVE "J" TO BEHANDL-FEJL
               CLOSE GAAR-KILDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ GAAR-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO BEHANDL-ANTAL
                       MOVE GAAR-KILDE-ANTAL TO GAAR-MAAL-ANTAL
                       MOVE GAAR-KILDE-RECORD TO GAAR-MAAL-RECORD
                       MOVE GAAR-KILDE-RECORD(1:KUNDE-LAENGDE)
                           TO ANON-KUNDE
                       PERFORM ANONYMISER-KUNDE
                       MOVE ANON-KUNDE
                           TO GAAR-MAAL-RECORD(1:KUNDE-LAENGDE)
                       WRITE GAAR-MAAL-RECORD
                           INVALID KEY
                               MOVE "J" TO BEHANDL-FEJL
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE GAAR-KILDE GAAR-MAAL
           EXIT.

       BEHANDL-KONTOFIL.
           OPEN INPUT KONTO-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           OPEN OUTPUT KONTO-MAAL
           IF MAAL-STATUS NOT = "00"
               MOVE "J" TO BEHANDL-FEJL
               CLOSE KONTO-KILDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KONTO-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO BEHANDL-ANTAL
                       MOVE KONTO-KILDE-RECORD TO KONTO-MAAL-RECORD
                       WRITE KONTO-MAAL-RECORD
                           INVALID KEY
                               MOVE "J" TO BEHANDL-FEJL
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE KONTO-KILDE KONTO-MAAL
           EXIT.

       BEHANDL-INDEKSFIL.
           OPEN INPUT INDEKS-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           OPEN OUTPUT INDEKS-MAAL
           IF MAAL-STATUS NOT = "00"
               MOVE "J" TO BEHANDL-FEJL
               CLOSE INDEKS-KILDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ INDEKS-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO BEHANDL-ANTAL
                       MOVE INDEKS-KILDE-RECORD TO INDEKS-MAAL-RECORD
                       WRITE INDEKS-MAAL-RECORD
                           INVALID KEY
                               MOVE "J" TO BEHANDL-FEJL
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE INDEKS-KILDE INDEKS-MAAL
           EXIT.

      *Linjesekventielle filer: hver linje anonymiseres efter
      *filens type (L kopieres uaendret).
       BEHANDL-LINJEFIL.
           OPEN INPUT LINJE-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           OPEN OUTPUT LINJE-MAAL
           IF MAAL-STATUS NOT = "00"
               MOVE "J" TO BEHANDL-FEJL
               CLOSE LINJE-KILDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ LINJE-KILDE
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO BEHANDL-ANTAL
                       PERFORM ANONYMISER-LINJE
                       WRITE MAAL-LINJE
                       IF MAAL-STATUS NOT = "00"
                           MOVE "J" TO BEHANDL-FEJL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINJE-KILDE LINJE-MAAL
           EXIT.

       ANONYMISER-LINJE.
           EVALUATE FT-TYPE(FIL-IX)
               WHEN "A"
                   MOVE KILDE-LINJE TO ADRH-POST
                   MOVE ADRH-GML-VEJNAVN TO VEJNAVN OF ANON-KUNDE
                   MOVE ADRH-GML-HUSNR TO HUSNR OF ANON-KUNDE
                   PERFORM ANONYMISER-ADRESSE
                   MOVE VEJNAVN OF ANON-KUNDE TO ADRH-GML-VEJNAVN
                   MOVE HUSNR OF ANON-KUNDE TO ADRH-GML-HUSNR
                   MOVE ADRH-NY-VEJNAVN TO VEJNAVN OF ANON-KUNDE
                   MOVE ADRH-NY-HUSNR TO HUSNR OF ANON-KUNDE
                   PERFORM ANONYMISER-ADRESSE
                   MOVE VEJNAVN OF ANON-KUNDE TO ADRH-NY-VEJNAVN
                   MOVE HUSNR OF ANON-KUNDE TO ADRH-NY-HUSNR
                   MOVE ADRH-POST TO MAAL-LINJE
               WHEN "T"
                   MOVE KILDE-LINJE TO KONH-POST
                   MOVE KONH-GML-TELEFON TO ANON-TEKST
                   PERFORM PSEUDO-TELEFON
                   MOVE ANON-RESULTAT TO KONH-GML-TELEFON
                   MOVE KONH-GML-EMAIL TO ANON-TEKST
                   PERFORM PSEUDO-EMAIL
                   MOVE ANON-RESULTAT TO KONH-GML-EMAIL
                   MOVE KONH-NY-TELEFON TO ANON-TEKST
                   PERFORM PSEUDO-TELEFON
                   MOVE ANON-RESULTAT TO KONH-NY-TELEFON
                   MOVE KONH-NY-EMAIL TO ANON-TEKST
                   PERFORM PSEUDO-EMAIL
                   MOVE ANON-RESULTAT TO KONH-NY-EMAIL
                   MOVE KONH-POST TO MAAL-LINJE
               WHEN "N"
                   MOVE KILDE-LINJE TO NOTE-POST
                   IF NOTE-TEKST NOT = SPACES
                       MOVE "Anonymiseret note" TO NOTE-TEKST
                   END-IF
                   MOVE NOTE-POST TO MAAL-LINJE
               WHEN "R"
                   MOVE KILDE-LINJE TO RE-POST
                   PERFORM ANONYMISER-REEL-EJER
                   MOVE RE-POST TO MAAL-LINJE
               WHEN "C"
                   MOVE KILDE-LINJE TO NK-POST
                   MOVE NK-CPR-NUMMER TO ANON-TEKST
                   PERFORM PSEUDO-CPR
                   MOVE ANON-RESULTAT TO NK-CPR-NUMMER
                   MOVE NK-POST TO MAAL-LINJE
               WHEN "O"
                   MOVE KILDE-LINJE TO OP-POST
                   MOVE OP-NAVN TO ANON-TEKST
                   PERFORM PSEUDO-FULDT-NAVN
                   MOVE ANON-RESULTAT TO OP-NAVN
                   MOVE OP-POST TO MAAL-LINJE
               WHEN "V"
                   MOVE KILDE-LINJE TO RR-POST
                   MOVE RR-NAVN TO ANON-TEKST
                   PERFORM PSEUDO-FULDT-NAVN
                   MOVE ANON-RESULTAT TO RR-NAVN
                   MOVE RR-POST TO MAAL-LINJE
               WHEN "Q"
                   MOVE KILDE-LINJE TO GK-POST
                   IF GK-FOER NOT = SPACES
                       MOVE GK-FOER(1:KUNDE-LAENGDE) TO ANON-KUNDE
                       PERFORM ANONYMISER-KUNDE
                       MOVE ANON-KUNDE TO GK-FOER(1:KUNDE-LAENGDE)
                   END-IF
                   IF GK-EFTER NOT = SPACES
                       MOVE GK-EFTER(1:KUNDE-LAENGDE) TO ANON-KUNDE
                       PERFORM ANONYMISER-KUNDE
                       MOVE ANON-KUNDE TO GK-EFTER(1:KUNDE-LAENGDE)
                   END-IF
                   MOVE GK-POST TO MAAL-LINJE
               WHEN "H"
                   MOVE KILDE-LINJE TO BH-POST
                   PERFORM ANONYMISER-BETALINGSHOLD
                   MOVE BH-POST TO MAAL-LINJE
               WHEN "S"
                   MOVE KILDE-LINJE TO SR-POST
                   IF SR-TIN NOT = SPACES
                       MOVE SR-TIN TO ANON-TEKST
                       PERFORM BEREGN-HASH
                       MOVE SPACES TO SR-TIN
                       STRING "TIN" HASH-VAERDI DELIMITED BY SIZE
                           INTO SR-TIN
                       END-STRING
                   END-IF
                   MOVE SR-POST TO MAAL-LINJE
               WHEN "P"
                   MOVE KILDE-LINJE TO KL-POST
                   IF KL-RESUME NOT = SPACES
                       MOVE "Anonymiseret klage" TO KL-RESUME
                   END-IF
                   MOVE KL-POST TO MAAL-LINJE
               WHEN OTHER
                   MOVE KILDE-LINJE TO MAAL-LINJE
           END-EVALUATE
           EXIT.

      *Foedselsdatoen foelger det nye CPR-nummer. En udenlandsk ejer
      *uden CPR-nummer beholder foedselsaaret, mens dag og maaned
      *beregnes af den oprindelige dato.
       ANONYMISER-REEL-EJER.
           MOVE RE-NAVN TO ANON-TEKST
           PERFORM PSEUDO-FULDT-NAVN
           MOVE ANON-RESULTAT TO RE-NAVN
           MOVE RE-CPR TO ANON-TEKST
           PERFORM PSEUDO-CPR
           MOVE ANON-RESULTAT TO RE-CPR
           IF RE-FOEDSELSDATO = 0
               EXIT PARAGRAPH
           END-IF
           IF RE-CPR NOT = SPACES
               MOVE RE-CPR(3:2) TO RE-FOEDSELSDATO(5:2)
               MOVE RE-CPR(1:2) TO RE-FOEDSELSDATO(7:2)
           ELSE
               MOVE RE-FOEDSELSDATO TO ANON-TEKST
               PERFORM BEREGN-HASH
               DIVIDE HASH-VAERDI BY 28 GIVING HASH-REST
                   REMAINDER CPR-DAG
               ADD 1 TO CPR-DAG
               DIVIDE HASH-REST BY 12 GIVING HASH-REST
                   REMAINDER CPR-MAANED
               ADD 1 TO CPR-MAANED
               MOVE CPR-MAANED TO RE-FOEDSELSDATO(5:2)
               MOVE CPR-DAG TO RE-FOEDSELSDATO(7:2)
           END-IF
           EXIT.

      *Modpartens navn erstattes ogsaa inde i den oprindelige
      *betalingslinje, som frigivelsen bogfoerer fra; den nye tekst
      *har samme laengde, saa linjens opbygning ikke forskydes.
       ANONYMISER-BETALINGSHOLD.
           IF BH-MODPART-NAVN NOT = SPACES
               MOVE BH-MODPART-NAVN TO ORIGINAL-NAVN
               MOVE BH-MODPART-NAVN TO ANON-TEKST
               PERFORM FIND-ANON-LAENGDE
               MOVE ANON-LAENGDE TO ORIGINAL-LAENGDE
               PERFORM PSEUDO-FULDT-NAVN
               MOVE ANON-RESULTAT TO BH-MODPART-NAVN
               INSPECT BH-ORIGINAL-LINJE REPLACING ALL
                   ORIGINAL-NAVN(1:ORIGINAL-LAENGDE)
                   BY BH-MODPART-NAVN(1:ORIGINAL-LAENGDE)
           END-IF
           IF BH-OPKALD-NOTAT NOT = SPACES
               MOVE "Anonymiseret note" TO BH-OPKALD-NOTAT
           END-IF
           EXIT.

      *================================================================
      * Kunderecorden i ANON-KUNDE. Header og trailer roeres ikke.
      *================================================================
       ANONYMISER-KUNDE.
           IF KUNDE-ID-ER-HEADER OF ANON-KUNDE
                   OR KUNDE-ID-ER-TRAILER OF ANON-KUNDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-ANONYMISERET
           IF KUNDE-ERHVERV OF ANON-KUNDE
               MOVE FIRMANAVN OF ANON-KUNDE TO ANON-TEKST
               PERFORM PSEUDO-FIRMANAVN
               MOVE ANON-RESULTAT TO FIRMANAVN OF ANON-KUNDE
           ELSE
               MOVE FORNAVN OF ANON-KUNDE TO ANON-TEKST
               PERFORM PSEUDO-FORNAVN
               MOVE ANON-RESULTAT TO FORNAVN OF ANON-KUNDE
               MOVE EFTERNAVN OF ANON-KUNDE TO ANON-TEKST
               PERFORM PSEUDO-EFTERNAVN
               MOVE ANON-RESULTAT TO EFTERNAVN OF ANON-KUNDE
           END-IF
           PERFORM ANONYMISER-ADRESSE
           MOVE TELEFON OF ANON-KUNDE TO ANON-TEKST
           PERFORM PSEUDO-TELEFON
           MOVE ANON-RESULTAT TO TELEFON OF ANON-KUNDE
           MOVE EMAIL OF ANON-KUNDE TO ANON-TEKST
           PERFORM PSEUDO-EMAIL
           MOVE ANON-RESULTAT TO EMAIL OF ANON-KUNDE
           MOVE CPR-NUMMER OF ANON-KUNDE TO ANON-TEKST
           PERFORM PSEUDO-CPR
           MOVE ANON-RESULTAT TO CPR-NUMMER OF ANON-KUNDE
           MOVE CVR-NUMMER OF ANON-KUNDE TO ANON-TEKST
           PERFORM PSEUDO-CVR
           MOVE ANON-RESULTAT TO CVR-NUMMER OF ANON-KUNDE
           EXIT.

      *Vejnavn og husnummer i ANON-KUNDE. Husnummeret afhaenger af
      *vej og nummer, saa samme adresse altid giver samme resultat.
       ANONYMISER-ADRESSE.
           IF VEJNAVN OF ANON-KUNDE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANON-TEKST
           STRING VEJNAVN OF ANON-KUNDE HUSNR OF ANON-KUNDE
               DELIMITED BY SIZE INTO ANON-TEKST
           END-STRING
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 199 GIVING HASH-REST
               REMAINDER HUSNR-TAL
           ADD 1 TO HUSNR-TAL
           MOVE VEJNAVN OF ANON-KUNDE TO ANON-TEKST
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 10 GIVING HASH-REST
               REMAINDER NAVNE-IX
           ADD 1 TO NAVNE-IX
           MOVE VEJNAVN-T(NAVNE-IX) TO VEJNAVN OF ANON-KUNDE
           IF HUSNR OF ANON-KUNDE NOT = SPACES
               MOVE HUSNR-TAL TO TAL-TEKST
               MOVE FUNCTION TRIM(TAL-TEKST) TO HUSNR OF ANON-KUNDE
           END-IF
           EXIT.

      *================================================================
      * Pseudonymer. Blank ind giver blank ud.
      *================================================================
       PSEUDO-FORNAVN.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 30 GIVING HASH-REST
               REMAINDER NAVNE-IX
           ADD 1 TO NAVNE-IX
           MOVE FORNAVN-T(NAVNE-IX) TO ANON-RESULTAT
           EXIT.

      *Efternavnet faar et tal efter sig fra samme beregning, saa
      *ikke alle kunder deler tredive navne - dubletfinderen skal
      *stadig kunne skelne dem.
       PSEUDO-EFTERNAVN.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 30 GIVING HASH-REST
               REMAINDER NAVNE-IX
           ADD 1 TO NAVNE-IX
           DIVIDE HASH-REST BY 1000 GIVING HASH-REST
               REMAINDER HUSNR-TAL
           MOVE SPACES TO ANON-RESULTAT
           STRING FUNCTION TRIM(EFTERNAVN-T(NAVNE-IX)) HUSNR-TAL
               DELIMITED BY SIZE INTO ANON-RESULTAT
           END-STRING
           EXIT.

      *Et fuldt navn deles ved sidste mellemrum: fornavn(e) og
      *efternavn erstattes hver for sig som i kunderecorden, saa
      *samme person faar samme navn i alle filer.
       PSEUDO-FULDT-NAVN.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ANON-LAENGDE
           MOVE 0 TO ANON-MELLEMRUM
           PERFORM VARYING ANON-POS FROM 1 BY 1
                   UNTIL ANON-POS > ANON-LAENGDE
               IF ANON-TEKST(ANON-POS:1) = SPACE
                   MOVE ANON-POS TO ANON-MELLEMRUM
               END-IF
           END-PERFORM
           MOVE SPACES TO FOR-DEL EFTER-DEL
           IF ANON-MELLEMRUM < 2
               MOVE ANON-TEKST TO EFTER-DEL
           ELSE
               MOVE ANON-TEKST(1:ANON-MELLEMRUM - 1) TO FOR-DEL
               MOVE ANON-TEKST(ANON-MELLEMRUM + 1:) TO EFTER-DEL
           END-IF
           MOVE SPACES TO NAVN-RESULTAT
           IF FOR-DEL NOT = SPACES
               MOVE FOR-DEL TO ANON-TEKST
               PERFORM PSEUDO-FORNAVN
               MOVE ANON-RESULTAT TO NAVN-RESULTAT
           END-IF
           MOVE EFTER-DEL TO ANON-TEKST
           PERFORM PSEUDO-EFTERNAVN
           IF NAVN-RESULTAT = SPACES
               MOVE ANON-RESULTAT TO NAVN-RESULTAT
           ELSE
               STRING FUNCTION TRIM(NAVN-RESULTAT) " "
                   FUNCTION TRIM(ANON-RESULTAT)
                   DELIMITED BY SIZE INTO NAVN-RESULTAT
               END-STRING
           END-IF
           MOVE NAVN-RESULTAT TO ANON-RESULTAT
           EXIT.

       PSEUDO-FIRMANAVN.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 1000000 GIVING HASH-REST
               REMAINDER TELEFON-TAL
           MOVE SPACES TO ANON-RESULTAT
           STRING "Testfirma " TELEFON-TAL(2:6) " ApS"
               DELIMITED BY SIZE INTO ANON-RESULTAT
           END-STRING
           EXIT.

       PSEUDO-TELEFON.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 10000000 GIVING HASH-REST
               REMAINDER TELEFON-TAL
           MOVE SPACES TO ANON-RESULTAT
           STRING "2" TELEFON-TAL DELIMITED BY SIZE
               INTO ANON-RESULTAT
           END-STRING
           EXIT.

       PSEUDO-EMAIL.
           IF ANON-TEKST = SPACES
               MOVE SPACES TO ANON-RESULTAT
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           MOVE SPACES TO ANON-RESULTAT
           STRING "kunde" HASH-VAERDI "@eksempel.dk"
               DELIMITED BY SIZE INTO ANON-RESULTAT
           END-STRING
           EXIT.

      *Nyt CPR-nummer: foedselsaar (5-6) og aarhundredeciffer (7)
      *beholdes; dag, maaned og cifrene 8-9 kommer fra det gamle
      *nummer og noeglen, og kontrolcifferet (10) beregnes, saa
      *vaegtet sum gaar op i 11. Giver et loebenummer kontrolciffer
      *10, proeves det naeste. Et ugyldigt CPR-nummer blankes.
       PSEUDO-CPR.
           MOVE SPACES TO ANON-RESULTAT
           IF ANON-TEKST(1:10) = SPACES
                   OR ANON-TEKST(1:10) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ANON-TEKST(1:10) TO CPR-NY
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 28 GIVING HASH-REST
               REMAINDER CPR-DAG
           ADD 1 TO CPR-DAG
           DIVIDE HASH-REST BY 12 GIVING HASH-REST
               REMAINDER CPR-MAANED
           ADD 1 TO CPR-MAANED
           DIVIDE HASH-REST BY 100 GIVING HASH-REST
               REMAINDER CPR-LOEBENR
           MOVE CPR-DAG TO CPR-NY(1:2)
           MOVE CPR-MAANED TO CPR-NY(3:2)
           MOVE 10 TO KONTROL-CIFFER
           PERFORM VARYING FORSOEG FROM 1 BY 1
                   UNTIL FORSOEG > 100 OR KONTROL-CIFFER < 10
               MOVE CPR-LOEBENR TO CPR-NY(8:2)
               MOVE 0 TO KONTROL-SUM
               PERFORM VARYING CIFFER-IX FROM 1 BY 1
                       UNTIL CIFFER-IX > 9
                   COMPUTE KONTROL-SUM = KONTROL-SUM
                       + CPR-CIFFER(CIFFER-IX) * CPR-VAEGT(CIFFER-IX)
               END-PERFORM
               DIVIDE KONTROL-SUM BY 11 GIVING HASH-REST
                   REMAINDER KONTROL-CIFFER
               IF KONTROL-CIFFER > 0
                   COMPUTE KONTROL-CIFFER = 11 - KONTROL-CIFFER
               END-IF
               IF KONTROL-CIFFER = 10
                   ADD 1 TO CPR-LOEBENR
               END-IF
           END-PERFORM
           MOVE KONTROL-CIFFER TO CPR-CIFFER(10)
           MOVE CPR-NY TO ANON-RESULTAT
           EXIT.

      *Nyt CVR-nummer (vaegtene 2-7-6-5-4-3-2-1), bygget som CPR.
       PSEUDO-CVR.
           MOVE SPACES TO ANON-RESULTAT
           IF ANON-TEKST(1:8) = SPACES
                   OR ANON-TEKST(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-HASH
           DIVIDE HASH-VAERDI BY 9000000 GIVING HASH-REST
               REMAINDER CVR-START
           ADD 1000000 TO CVR-START
           MOVE 10 TO KONTROL-CIFFER
           PERFORM VARYING FORSOEG FROM 1 BY 1
                   UNTIL FORSOEG > 100 OR KONTROL-CIFFER < 10
               MOVE CVR-START TO CVR-NY(1:7)
               MOVE 0 TO KONTROL-SUM
               PERFORM VARYING CIFFER-IX FROM 1 BY 1
                       UNTIL CIFFER-IX > 7
                   COMPUTE KONTROL-SUM = KONTROL-SUM
                       + CVR-CIFFER(CIFFER-IX) * CVR-VAEGT(CIFFER-IX)
               END-PERFORM
               DIVIDE KONTROL-SUM BY 11 GIVING HASH-REST
                   REMAINDER KONTROL-CIFFER
               IF KONTROL-CIFFER > 0
                   COMPUTE KONTROL-CIFFER = 11 - KONTROL-CIFFER
               END-IF
               IF KONTROL-CIFFER = 10
                   ADD 1 TO CVR-START
               END-IF
           END-PERFORM
           MOVE KONTROL-CIFFER TO CVR-CIFFER(8)
           MOVE CVR-NY TO ANON-RESULTAT
           EXIT.

      *Hash af ANON-TEKST til og med sidste ikke-blanke tegn, blandet
      *med noeglen: h = (h * 31 + tegn) modulo 999999937.
       BEREGN-HASH.
           PERFORM FIND-ANON-LAENGDE
           MOVE NOEGLE-HASH TO HASH-VAERDI
           PERFORM VARYING ANON-POS FROM 1 BY 1
                   UNTIL ANON-POS > ANON-LAENGDE
               COMPUTE HASH-VAERDI = FUNCTION MOD(HASH-VAERDI * 31
                   + FUNCTION ORD(ANON-TEKST(ANON-POS:1)), 999999937)
           END-PERFORM
           EXIT.

       FIND-ANON-LAENGDE.
           MOVE 40 TO ANON-LAENGDE
           PERFORM UNTIL ANON-LAENGDE = 0
                   OR ANON-TEKST(ANON-LAENGDE:1) NOT = SPACE
               SUBTRACT 1 FROM ANON-LAENGDE
           END-PERFORM
           EXIT.

      *Delt laas: ingen skriver i filerne mens kopien tages, men
      *andre laesere maa gerne koere samtidigt.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "ANONYMISERING" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
                   " - ingen kopi taget"
               CLOSE RAPPORTFIL
           END-IF
           EXIT.

       FRIGIV-KOERSELLAAS.
           MOVE "F" TO LAAS-FUNKTION
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Kilden er produktionen (DATASET-PRAEFIKS, normalt blank) og
      *maalet ANONYM-PRAEFIKS. Er de ens, afvises koerslen - en
      *anonymisering maa aldrig skrive oven i sin egen kilde.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           ACCEPT ENV-TEKST FROM ENVIRONMENT "ANONYM-PRAEFIKS"
           IF ENV-TEKST NOT = SPACES
               MOVE ENV-TEKST TO ANONYM-PRAEFIKS
           END-IF
           IF ANONYM-PRAEFIKS = DATASET-PRAEFIKS
               DISPLAY "FEJL: ANONYM-PRAEFIKS skal vaere forskelligt "
                   "fra DATASET-PRAEFIKS"
               MOVE "J" TO FEJL-FLAG
           END-IF
           MOVE SPACES TO RAPPORTFIL-NAVN
           STRING FUNCTION TRIM(ANONYM-PRAEFIKS)
               "AnonymiseringsRapport.txt"
               DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
           END-STRING
           EXIT.
