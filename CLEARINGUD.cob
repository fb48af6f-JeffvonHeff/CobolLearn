      *Udgaaende clearing - betalingsordrer til konti i andre
      *banker, spejlbilledet af CLEARINGIND. Filialerne laegger
      *ordrer i BetalingsOrdrer.txt (kommasepareret: kunde-id,
      *fra-konto, modtagerbank, modtagerkonto, beloeb, valutakode
      *og modtagerens navn), og dette dagsafslutningsskridt:
      *  - screener modtagerens navn og bank mod Sanktionsliste.txt
      *    (samme delstreng-match som SANKTIONSSCREENING). Et hit
      *    holdes tilbage i betalingsholdkoeen (BetalingsHold.txt,
      *    BETALHOLD.CPY) uden at kunden debiteres; compliance
      *    frigiver eller afviser i BETALINGSHOLD, og afgoerelsen
      *    udfoeres her ved naeste koersel - en frigivet ordre
      *    gennemgaar derefter de oevrige kontroller som alle
      *    andre ordrer
      *  - holder en ordre over beloebsgraensen til et bekraeftende
      *    opkald, naar kundens adresse eller kontaktoplysninger er
      *    aendret inden for karensperioden (KONTAKTSKIFT - det
      *    klassiske overtagelsesmoenster). Holdet staar i samme
      *    koe med type K; opkaldets udfald registreres i
      *    BETALINGSHOLD, og ordren foeres eller afvises her ved
      *    naeste koersel
      *  - validerer kunden og kontoen som KONTOPOSTERING goer det
      *    (aktiv, ingen screening-spaerring, ingen udlaegs-
      *    spaerring, ingen binding, daekning paa den DISPONIBLE
      *    kontrolprincip som trailerlinjen paa
      *    KundeoplysningerOut.txt), saa nostro-bevaegelsen kan
      *    afstemmes linje for linje
      *Ordrer fra en mindreaarig kunde (foedselsdato udledt af
      *CPR-nummeret via MINDREAARIG) maa aldrig tage kontoen under
      *nul, heller ikke med en overtraeksgraense, og en ordre over
      *MINDREAARIG-GRAENSE kraever en registreret vaerge (VAERGE-
      *fuldmagt i Fuldmagter.txt) - samme regler som KONTOPOSTERING.
      *Afviste ordrer skrives til BetalingsAfviste.txt med aarsag.
      *Hver afsendt ordre faar en betalingsreference (CU + dato +
      *loebenummer), der skrives som sidste kolonne paa clearing-
      *linjen, som REF= paa journallinjen og i registret over
      *udgaaende betalinger (UdgaaendeBetalinger.txt,
      *UDBETALING.CPY). Afviser modtagerbanken betalingen, kommer
      *referencen tilbage i returfilen, og UDBETALINGSRETUR
      *krediterer kunden med den.
      *Uden ordrefil koeres kun de afgjorte hold, saa en frigivelse
      *ikke venter paa at filialen sender en ny ordre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT OPTIONAL UBFIL ASSIGN TO UBFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UBFIL-STATUS.
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
       FD ORDREFIL.
       01 ORDRE-LINJE            PIC X(150).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD CLEARINGFIL.
       01 CLEARINGLINJE          PIC X(110).

       FD AFVISTFIL.
       01 AFVISTLINJE            PIC X(200).

       FD RESFIL.
       01 RES-RECORD.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       FD UBFIL.
       01 UB-RECORD.
           COPY "UDBETALING.CPY".

       FD WATCHFIL.
       01 WATCH-RECORD.
           02 WATCH-NAVN          PIC X(40).
           02 WATCH-KILDE         PIC X(12).
           02 WATCH-REF           PIC X(12).

      *Betalingsholdkoeen - delt layout med CLEARINGIND,
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
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 ORDREFIL-NAVN          PIC X(80)
           VALUE "ValutaRegister.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 UBFIL-NAVN             PIC X(80)
           VALUE "UdgaaendeBetalinger.txt".
       01 UBFIL-STATUS           PIC X(2) VALUE "00".
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
       01 BETALINGS-REFERENCE    PIC X(16) VALUE SPACES.
       01 SIDSTE-LOEBENR         PIC 9(6) VALUE 0.
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
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-SENDT            PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST           PIC 9(7) VALUE 0.
       01 ANTAL-HOLDT            PIC 9(7) VALUE 0.
       01 ANTAL-HOLDT-KONTAKT    PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-FRIGIVET    PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-AFVIST      PIC 9(7) VALUE 0.
       01 ORDREFIL-LEVERET       PIC X VALUE "J".
           88 ORDREFIL-ER-LEVERET    VALUE "J".

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

      *Kontoovertagelses-reglen (KONTAKTSKIFT). En ordre frigivet
      *efter et opkald koeres igen uden kontrollen; et frigivet
      *sanktionshold kontrolleres derimod som enhver anden ordre.
       01 KSK-OMRAADE.
           COPY "KONTAKTSKIFT.CPY".
       01 KONTAKTTJEK-SPRING     PIC X VALUE "N".
           88 KONTAKTTJEK-SPRINGES   VALUE "J".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 HOLD-TYPE-NY           PIC X(1) VALUE SPACE.

      *Betalingsholdkoeen holdes i en tabel under koerslen og
      *genskrives til sidst - samme teknik som CLEARINGIND's
      *suspense-register. Afsluttede hold ud over
      *opbevaringsperioden tages ikke med.
       01 HOLD-ANTAL             PIC 9(4) VALUE 0.
       01 HOLD-TABEL.
           02 HOLD-POST OCCURS 2000 TIMES PIC X(402).
       01 HOLD-IX                PIC 9(4).
       01 HOLD-LOEBENR           PIC 9(4) VALUE 0.
       01 HOLD-AFGJORTE          PIC 9(4) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 HOLD-BEVARES           PIC X VALUE "J".
           88 HOLD-SKAL-BEVARES      VALUE "J".

      *Ordrefilens kolonner, i den raekkefoelge de leveres.
       01 ORD-KUNDE-ID           PIC X(10).
       01 ORD-MODTAGERKONTO      PIC X(20).
       01 ORD-BELOEB-TEKST       PIC X(12).
       01 ORD-VALUTA             PIC X(3).
       01 ORD-MODTAGERNAVN       PIC X(40).
       01 ORD-BELOEB             PIC S9(7)V9(2) VALUE 0.
       01 AFVIS-TEKST            PIC X(40) VALUE SPACES.
       01 ORDRE-GYLDIG           PIC X VALUE "J".
           88 ORDRE-ER-GYLDIG        VALUE "J".

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).

      *Hjaelperegistrene indlaeses som i FASTEOVERFOERSLER.
       01 RES-ANTAL              PIC 9(4) VALUE 0.
       01 RES-OVERLOB            PIC X VALUE "N".
       01 RES-TABEL.
           02 RES-POST OCCURS 2000 TIMES.
               03 RT-KONTONUMMER     PIC X(20).
       01 RES-IX                 PIC 9(4).
       01 RESERVERET-SUM         PIC S9(9)V9(2) VALUE 0.
       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-OVERLOB        PIC X VALUE "N".
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-OVERLOB          PIC X VALUE "N".
           88 SPAERRINGER-OVERLOEBET VALUE "J".
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
           PERFORM LAES-RESERVATIONER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-KONTOSPAERRINGER
           PERFORM TJEK-KONTAKTSKIFT-TABEL
           PERFORM LAES-WATCHLISTE
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS NOT = "00"
               CLOSE ORDREFIL
               MOVE "N" TO ORDREFIL-LEVERET
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-BETALINGSHOLD
           IF NOT ORDREFIL-ER-LEVERET AND HOLD-AFGJORTE = 0
               DISPLAY "CLEARINGUD: ingen betalingsordrer - intet "
                   "afsendt"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-SIDSTE-LOEBENR
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
           OPEN OUTPUT CLEARINGFIL
           OPEN OUTPUT AFVISTFIL
           PERFORM AABN-AUDITJOURNAL
           OPEN EXTEND UBFIL
           IF UBFIL-STATUS NOT = "00"
               CLOSE UBFIL
               OPEN OUTPUT UBFIL
           END-IF

           PERFORM BEHANDL-AFGJORTE-HOLD

           IF ORDREFIL-ER-LEVERET
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ ORDREFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF ORDRE-LINJE NOT = SPACES
                               ADD 1 TO ANTAL-LAEST
                               PERFORM BEHANDL-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDREFIL
           END-IF

           PERFORM SKRIV-TRAILERE
           CLOSE KUNDEFIL
           CLOSE JOURNALFIL
           CLOSE CLEARINGFIL
           CLOSE AFVISTFIL
           CLOSE AUDITFIL
           CLOSE UBFIL
           PERFORM SKRIV-BETALINGSHOLD

           DISPLAY "================================================"
           DISPLAY "CLEARINGUD - udgaaende betalingsordrer"
           DISPLAY "Ordrer laest   : " ANTAL-LAEST
           DISPLAY "Ordrer afsendt : " ANTAL-SENDT
           DISPLAY "Ordrer afvist  : " ANTAL-AFVIST
           DISPLAY "Holdt (sanktionshit)   : " ANTAL-HOLDT
           DISPLAY "Holdt (kontaktskift)   : " ANTAL-HOLDT-KONTAKT
           DISPLAY "Hold frigivet og koert : " ANTAL-HOLD-FRIGIVET
           DISPLAY "Hold afvist            : " ANTAL-HOLD-AFVIST
           IF WATCH-ANTAL = 0
               DISPLAY "ADVARSEL: Sanktionsliste.txt mangler eller er "
                   "tom - modtagerne er ikke screenet"
           END-IF

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-AFVIST > 0 OR ANTAL-HOLDT > 0
                   OR ANTAL-HOLDT-KONTAKT > 0 OR WATCH-ANTAL = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
           MOVE SPACES TO ORD-KUNDE-ID ORD-FRA-KONTO
               ORD-MODTAGERBANK ORD-MODTAGERKONTO
               ORD-BELOEB-TEKST ORD-VALUTA
               ORD-MODTAGERNAVN
           UNSTRING ORDRE-LINJE DELIMITED BY ","
               INTO ORD-KUNDE-ID, ORD-FRA-KONTO, ORD-MODTAGERBANK,
                   ORD-MODTAGERKONTO, ORD-BELOEB-TEKST, ORD-VALUTA,
                   ORD-MODTAGERNAVN
           IF FUNCTION TEST-NUMVAL(ORD-BELOEB-TEKST) NOT = 0
               MOVE "Beloeb er ikke numerisk" TO AFVIS-TEKST
               PERFORM SKRIV-AFVIST
               PERFORM SKRIV-AFVIST
               EXIT PARAGRAPH
           END-IF
      *Screeningen ligger foran alle kontroller mod kunden, saa en
      *holdt ordre hverken debiteres eller afvises foer compliance
      *har set den. En frigivet ordre koeres igen uden screening.
           IF NOT SCREENING-SPRINGES
               PERFORM SCREEN-MODPART
               IF WATCH-HIT-IX > 0
                   MOVE "S" TO HOLD-TYPE-NY
                   PERFORM HOLD-ORDRE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ORD-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   PERFORM SKRIV-AFVIST
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               MOVE "Kunde er ikke aktiv" TO AFVIS-TEKST
               PERFORM SKRIV-AFVIST
               PERFORM SKRIV-AFVIST
               EXIT PARAGRAPH
           END-IF
      *Kontaktskift-kontrollen ligger efter kunde- og kontokontrol-
      *lerne, saa kun ordrer der ellers kunne foeres, holdes til et
      *opkald - daekningen kontrolleres igen naar ordren frigives.
           IF NOT KONTAKTTJEK-SPRINGES
               MOVE ORD-KUNDE-ID TO KSK-KUNDE-ID
               MOVE ORD-BELOEB TO KSK-BELOEB
               MOVE VALUTAKODE(KONTO-FUNDET-IX) TO KSK-VALUTA
               CALL "KONTAKTSKIFT" USING KSK-OMRAADE
               IF KSK-HOLD
                   MOVE "K" TO HOLD-TYPE-NY
                   PERFORM HOLD-ORDRE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM TJEK-DAEKNING
           IF NOT ORDRE-ER-GYLDIG
               PERFORM SKRIV-AFVIST
                   END-IF
               END-IF
           END-IF
           IF ORDRE-ER-GYLDIG
               PERFORM TJEK-MINDREAARIG
           END-IF
           EXIT.

      *En mindreaarigs konto maa ikke overtraekkes, selv om den
      *staar i graenseregistret, og over beloebsgraensen kraeves en
      *vaerge. Kundens record staar i KUNDEFIL-bufferen.
       TJEK-MINDREAARIG.
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE ORD-BELOEB TO MA-BELOEB
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF NOT MA-ER-MINDREAARIG
               EXIT PARAGRAPH
           END-IF
           IF NY-BALANCE - RESERVERET-SUM < 0
               MOVE "N" TO ORDRE-GYLDIG
               MOVE "Mindreaarig - overtraek ikke tilladt"
                   TO AFVIS-TEKST
               EXIT PARAGRAPH
           END-IF
           IF MA-AFVIS
               MOVE "N" TO ORDRE-GYLDIG
               MOVE "Mindreaarig - vaerge kraeves" TO AFVIS-TEKST
           END-IF
           EXIT.

       DEBITER-OG-AFSEND.
                       TO AFVIS-TEKST
                   PERFORM SKRIV-AFVIST
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
                       MOVE "Konti kunne ikke gemmes" TO AFVIS-TEKST
                       PERFORM SKRIV-AFVIST
                   ELSE
                       PERFORM DAN-REFERENCE
                       PERFORM SKRIV-JOURNALLINJE
                       PERFORM SKRIV-AUDITLINJE
                       PERFORM SKRIV-CLEARINGLINJE
                       PERFORM SKRIV-UDBETALING
                       ADD 1 TO ANTAL-SENDT
                   END-IF
           END-REWRITE
           EXIT.

      *Loebenummeret fortsaetter fra dagens hoejeste i registret,
      *saa en ekstra koersel samme dag ikke genbruger en reference.
       FIND-SIDSTE-LOEBENR.
           MOVE 0 TO SIDSTE-LOEBENR
           OPEN INPUT UBFIL
           IF UBFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ UBFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF UB-REF-DATO = KOERSEL-DATO
                               AND UB-REF-LOEBENR > SIDSTE-LOEBENR
                           MOVE UB-REF-LOEBENR TO SIDSTE-LOEBENR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UBFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       DAN-REFERENCE.
           ADD 1 TO SIDSTE-LOEBENR
           MOVE SPACES TO UB-RECORD
           MOVE "CU" TO UB-REF-PRAEFIKS
           MOVE KOERSEL-DATO TO UB-REF-DATO
           MOVE SIDSTE-LOEBENR TO UB-REF-LOEBENR
           MOVE UB-REFERENCE TO BETALINGS-REFERENCE
           EXIT.

       SKRIV-UDBETALING.
           MOVE KOERSEL-DATO TO UB-DATO
           MOVE KUNDE-ID TO UB-KUNDE-ID
           MOVE KONTONUMMER(KONTO-FUNDET-IX) TO UB-FRA-KONTO
           MOVE ORD-MODTAGERBANK TO UB-MODTAGERBANK
           MOVE ORD-MODTAGERKONTO TO UB-MODTAGERKONTO
           MOVE ORD-BELOEB TO UB-BELOEB
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO UB-VALUTA
           MOVE "S" TO UB-STATUS
           MOVE 0 TO UB-RETUR-DATO
           MOVE SPACES TO UB-RETUR-AARSAG
           WRITE UB-RECORD
           EXIT.

       SKRIV-JOURNALLINJE.
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " VALUTA=" VALUTAKODE(KONTO-FUNDET-IX)
               " BELOEB=" ORD-BELOEB
               " OMREGNET=" ORD-BELOEB
               " REF=" BETALINGS-REFERENCE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
               ORD-BELOEB ","
               VALUTAKODE(KONTO-FUNDET-IX) ","
               FUNCTION TRIM(ORD-KUNDE-ID) ","
               KOERSEL-DATO ","
               BETALINGS-REFERENCE
               DELIMITED BY SIZE INTO CLEARINGLINJE
           END-STRING
           WRITE CLEARINGLINJE
       SKRIV-AFVIST.
           ADD 1 TO ANTAL-AFVIST
           MOVE SPACES TO AFVISTLINJE
           STRING "AFVIST " ORDRE-LINJE(1:140)
               " AARSAG=" AFVIS-TEKST
               DELIMITED BY SIZE INTO AFVISTLINJE
           END-STRING
           WRITE AFVISTLINJE
           EXIT.

      *Modtagerens navn og bank screenes hver for sig; et EKSAKT
      *hit vinder over et DELVIS, ellers gaelder det foerste hit.
       SCREEN-MODPART.
           MOVE 0 TO WATCH-HIT-IX
           MOVE SPACES TO HIT-STYRKE
           MOVE ORD-MODTAGERNAVN TO SCREEN-TEKST
           PERFORM SCREEN-TEKSTEN
           MOVE ORD-MODTAGERBANK TO SCREEN-TEKST
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

      *Ordren laegges i betalingsholdkoeen med grunden (listehittet
      *for type S, aendringen for type K) og hele den oprindelige
      *linje - den er hverken debiteret eller afvist.
       HOLD-ORDRE.
           IF HOLD-ANTAL NOT < 2000
               DISPLAY "FEJL: betalingsholdkoeen er fuld - ordren "
                   "afvises"
               IF HOLD-TYPE-NY = "K"
                   MOVE "Kontaktskift - holdkoeen er fuld"
                       TO AFVIS-TEKST
               ELSE
                   MOVE "Sanktionshit - holdkoeen er fuld"
                       TO AFVIS-TEKST
               END-IF
               PERFORM SKRIV-AFVIST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-LOEBENR
           MOVE SPACES TO HOLD-RECORD
           MOVE "BH" TO BH-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO BH-ID-DATO
           MOVE HOLD-LOEBENR TO BH-ID-LOEBENR
           MOVE "U" TO BH-RETNING
           MOVE HOLD-TYPE-NY TO BH-HOLD-TYPE
           MOVE ORD-KUNDE-ID TO BH-KUNDE-ID
           MOVE ORD-FRA-KONTO TO BH-KONTONUMMER
           MOVE ORD-MODTAGERNAVN TO BH-MODPART-NAVN
           MOVE ORD-MODTAGERBANK TO BH-MODPART-BANK
           MOVE ORD-BELOEB TO BH-BELOEB
           MOVE ORD-VALUTA TO BH-VALUTA
           IF BH-KONTAKTSKIFT
               MOVE KSK-VALUTA TO BH-VALUTA
               MOVE KSK-SKIFT-ART TO BH-SKIFT-ART
               MOVE KSK-SKIFT-DATO TO BH-SKIFT-DATO
               MOVE KSK-SKIFT-KILDE TO BH-SKIFT-KILDE
               ADD 1 TO ANTAL-HOLDT-KONTAKT
           ELSE
               MOVE HIT-STYRKE TO BH-MATCH-STYRKE
               MOVE WT-NAVN(WATCH-HIT-IX) TO BH-LISTE-NAVN
               MOVE WT-KILDE(WATCH-HIT-IX) TO BH-LISTE-KILDE
               MOVE WT-REF(WATCH-HIT-IX) TO BH-LISTE-REF
               ADD 1 TO ANTAL-HOLDT
           END-IF
           MOVE "V" TO BH-STATUS
           MOVE KOERSEL-DATO TO BH-HOLD-DATO
           MOVE 0 TO BH-BESLUT-DATO
           MOVE 0 TO BH-BEHANDLET-DATO
           MOVE ORDRE-LINJE TO BH-ORIGINAL-LINJE
           ADD 1 TO HOLD-ANTAL
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-ANTAL)
           EXIT.

      *Afgoerelserne fra BETALINGSHOLD udfoeres foer dagens
      *ordrer: en frigivet ordre koeres gennem BEHANDL-ORDRE uden
      *screening (og efter et opkald uden kontaktskift-kontrol), en
      *afvist skrives til BetalingsAfviste.txt.
       BEHANDL-AFGJORTE-HOLD.
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-UDGAAENDE AND BH-AFGJORT
                   PERFORM UDFOER-HOLDAFGOERELSE
               END-IF
           END-PERFORM
           EXIT.

       UDFOER-HOLDAFGOERELSE.
           MOVE BH-ORIGINAL-LINJE TO ORDRE-LINJE
           IF BH-FRIGIVET
               MOVE "J" TO SCREENING-SPRING
               IF BH-KONTAKTSKIFT
                   MOVE "J" TO KONTAKTTJEK-SPRING
               END-IF
               PERFORM BEHANDL-ORDRE
               MOVE "N" TO SCREENING-SPRING
               MOVE "N" TO KONTAKTTJEK-SPRING
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               MOVE "U" TO BH-STATUS
               ADD 1 TO ANTAL-HOLD-FRIGIVET
           ELSE
               IF BH-KONTAKTSKIFT
                   MOVE "Afvist efter opkald - kontaktskift"
                       TO AFVIS-TEKST
               ELSE
                   MOVE "Afvist af compliance - sanktionshit"
                       TO AFVIS-TEKST
               END-IF
               PERFORM SKRIV-AFVIST
               MOVE "R" TO BH-STATUS
               ADD 1 TO ANTAL-HOLD-AFVIST
           END-IF
           MOVE KOERSEL-DATO TO BH-BEHANDLET-DATO
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-IX)
           EXIT.

      *KONTAKTSKIFT indlaeser historikkerne ved foerste kald; et
      *proevekald foer afsendelsen viser om dens tabel rummer alle
      *aendringerne. En kunde der ikke kom med, ville ikke blive
      *holdt - saa standses koerslen, som ved kontospaerringerne.
       TJEK-KONTAKTSKIFT-TABEL.
           MOVE SPACES TO KSK-KUNDE-ID
           MOVE 0 TO KSK-BELOEB
           MOVE SPACES TO KSK-VALUTA
           CALL "KONTAKTSKIFT" USING KSK-OMRAADE
           IF KSK-HISTORIK-OVERLOEBET
               DISPLAY "FEJL: kontoovertagelses-reglen kan ikke "
                   "holdes - koerslen standses foer afsendelsen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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

      *Hele koeen indlaeses - begge retninger - da CLEARINGIND deler
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
                           IF BH-UDGAAENDE AND BH-AFGJORT
                               ADD 1 TO HOLD-AFGJORTE
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
      *mv, som CLEARINGIND's suspense-register.
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

       LAES-RESERVATIONER.
           OPEN INPUT RESFIL
           IF RESFIL-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RES-UDLOEB >= KOERSEL-DATO
                               AND RES-ANTAL >= 2000
                           MOVE "J" TO RES-OVERLOB
                       END-IF
                       IF RES-UDLOEB >= KOERSEL-DATO
                               AND RES-ANTAL < 2000
                           ADD 1 TO RES-ANTAL
           END-PERFORM
           CLOSE RESFIL
           MOVE "N" TO END-OF-FILE
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-OVERTRAEKSGRAENSER.
                               TO GT-KONTONUMMER(GRAENSE-ANTAL)
                           MOVE GRAENSE-BELOEB-REG
                               TO GT-GRAENSE(GRAENSE-ANTAL)
                       ELSE
                           MOVE "J" TO GRAENSE-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-KONTOSPAERRINGER.
                           ADD 1 TO SPAER-ANTAL
                           MOVE SPAER-KONTONUMMER
                               TO ST-KONTONUMMER(SPAER-ANTAL)
                       ELSE
                           MOVE "J" TO SPAER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SPAER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
      *En spaerret konto der ikke kom med i tabellen ville kunne
      *betale ud - saa afsendes der slet ingen ordrer.
           IF SPAERRINGER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kontospaerringer - "
                   "koerslen standses foer ordrerne afsendes"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
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
           MOVE "CLEARINGUD" TO TK-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
               MOVE SPACES TO UBFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdgaaendeBetalinger.txt"
                   DELIMITED BY SIZE INTO UBFIL-NAVN
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
