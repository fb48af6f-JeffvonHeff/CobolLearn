       IDENTIFICATION DIVISION.
       PROGRAM-ID. AENDRINGSKOERSEL.
      *Fremtidige kundeaendringer - natskridtet der foerer de
      *aendringer kunden har meldt i god tid (flytning den 1.,
      *lukning af en konto ved maanedens udgang, ny raadgiver fra
      *naeste kvartal) paa kundemasteren paa ikrafttraedelses-
      *datoen. Aendringerne registreres i KUNDEVEDLIGEHOLD (U) i
      *FremtidigeAendringer.txt (FREMTIDIGAENDRING.CPY) og kan
      *annulleres i KUNDEOPSLAG indtil de er udfoert. Skridtet
      *koeres som det foerste i natkaeden, saa resten af natten
      *ser kunden som den er fra i dag.
      *For hver planlagt aendring (P) hvis dato er naaet:
      *  - kunden skal stadig findes og ikke vaere slettet
      *  - ADRESSE: de udfyldte felter foeres i ADDRESSE/TELEFON,
      *    og aendringen skrives i AdresseHistorik.txt hhv.
      *    KontaktHistorik.txt (kilde AENDRINGSKOERSEL), saa
      *    KONTAKTSKIFT holder store betalinger lige efter den
      *  - RAADGIVE/FILIAL: raadgiveren og filialen kontrolleres
      *    igen mod registrene som i KUNDEVEDLIGEHOLD - en raadgiver
      *    der er fratraadt i mellemtiden, eller en lukket filial,
      *    stopper aendringen
      *  - KONTOLUK: den almindelige lukningsafregning med
      *    slutrente siden seneste posterede renteperiode (i
      *    rentejournalen), slutsaldoen flyttes til en anden konto
      *    i samme valuta, og lukningsbrevet bestilles hos
      *    BREVKOERSEL (skabelon LUKNING). Kundens sidste konto
      *    lukkes ikke.
      *Hver udfoert aendring faar foer/efter-linjer i
      *KundeVedligeLog.txt og en linje i den faelles audit-journal
      *med samme aktion som den umiddelbare aendring (RET,
      *RAADGIVE, FILIAL, KONTOLUK). Aendringen faar status U; en
      *aendring der ikke kan foeres, faar status F med aarsagen og
      *staar i opsummeringen. En hoejrisiko-aendring der paa dagen
      *endnu ikke er godkendt i GODKENDELSE (status G), foeres ikke
      *- den venter til den er godkendt, og koerslen advarer.
      *Registret genskrives via en midlertidig fil; afsluttede
      *aendringer ud over opbevaringsperioden tages ikke med.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FAFIL ASSIGN TO FAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAFIL-STATUS.
           SELECT FANYFIL ASSIGN TO FANYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL FORRIGESATSFIL
               ASSIGN TO FORRIGESATSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGESATS-STATUS.
           SELECT OPTIONAL PERIODEFIL ASSIGN TO PERIODEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODEFIL-STATUS.
           SELECT OPTIONAL FRFIL ASSIGN TO FRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRFIL-STATUS.
           SELECT OPTIONAL RRFIL ASSIGN TO RRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRFIL-STATUS.
           SELECT RENTEJOURNAL ASSIGN TO RENTEJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEJOURNAL-STATUS.
           SELECT ADRHISTFIL ASSIGN TO ADRHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADRHISTFIL-STATUS.
           SELECT KONHISTFIL ASSIGN TO KONHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONHISTFIL-STATUS.
           SELECT LOGFIL ASSIGN TO LOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FAFIL.
       01 FA-RECORD.
           COPY "FREMTIDIGAENDRING.CPY".

       FD FANYFIL.
       01 FANY-RECORD             PIC X(175).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD FORRIGESATSFIL.
       01 FORRIGESATS-RECORD.
           02 FORRIGE-VALUTA       PIC X(3).
           02 FORRIGE-SATS         PIC V9(4).
           02 FORRIGE-GEBYR        PIC 9(3)V9(2).
           02 FORRIGE-DEBET        PIC V9(4).
           02 FORRIGE-DATO         PIC 9(8).

       FD PERIODEFIL.
       01 PERIODE-RECORD.
           02 RP-PERIODE          PIC 9(6).
           02 FILLER              PIC X(1).
           02 RP-STATUS           PIC X(8).
           02 FILLER              PIC X(1).
           02 RP-DATO             PIC 9(8).

      *Filial- og raadgiverregistret - delt layout med
      *FILIALREGISTER.
       FD FRFIL.
       01 FR-RECORD.
           COPY "FILIAL.CPY".

       FD RRFIL.
       01 RR-RECORD.
           COPY "RAADGIVER.CPY".

       FD RENTEJOURNAL.
       01 RENTEJOURNAL-LINJE     PIC X(200).

       FD ADRHISTFIL.
       01 ADRHIST-RECORD.
           COPY "ADRESSEHIST.CPY".

       FD KONHISTFIL.
       01 KONHIST-RECORD.
           COPY "KONTAKTHIST.CPY".

      *Samme vedligeholdelseslog som KUNDEVEDLIGEHOLD skriver.
       FD LOGFIL.
       01 LOGLINJE               PIC X(5400).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FAFIL-NAVN             PIC X(80)
           VALUE "FremtidigeAendringer.txt".
       01 FANYFIL-NAVN           PIC X(80)
           VALUE "FremtidigeAendringerNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 FORRIGESATSFIL-NAVN    PIC X(80)
           VALUE "RentesatserForrige.txt".
       01 PERIODEFIL-NAVN        PIC X(80)
           VALUE "RentePeriode.txt".
       01 FRFIL-NAVN             PIC X(80)
           VALUE "FilialRegister.txt".
       01 RRFIL-NAVN             PIC X(80)
           VALUE "RaadgiverRegister.txt".
       01 RENTEJOURNAL-NAVN      PIC X(80)
           VALUE "RentePostering.txt".
       01 ADRHISTFIL-NAVN        PIC X(80)
           VALUE "AdresseHistorik.txt".
       01 KONHISTFIL-NAVN        PIC X(80)
           VALUE "KontaktHistorik.txt".
       01 LOGFIL-NAVN            PIC X(80)
           VALUE "KundeVedligeLog.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 FAFIL-STATUS           PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT      PIC X VALUE "N".
       01 FORRIGESATS-STATUS     PIC X(2) VALUE "00".
       01 PERIODEFIL-STATUS      PIC X(2) VALUE "00".
       01 FRFIL-STATUS           PIC X(2) VALUE "00".
       01 RRFIL-STATUS           PIC X(2) VALUE "00".
       01 RENTEJOURNAL-STATUS    PIC X(2) VALUE "00".
       01 ADRHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 KONHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 LOGFIL-STATUS          PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.

      *Registret holdes i en tabel under koerslen og genskrives til
      *sidst - samme teknik som KONTOFLYTKOERSEL.
       01 FT-ANTAL               PIC 9(4) VALUE 0.
       01 FT-TABEL.
           02 FT-POST OCCURS 5000 TIMES PIC X(175).
       01 FT-IX                  PIC 9(4).
       01 FT-BEVARES             PIC X VALUE "J".
           88 FT-SKAL-BEVARES        VALUE "J".

      *Aarsagen naar en aendring ikke kan foeres - blank naar den
      *lykkes.
       01 FEJL-TEKST             PIC X(40) VALUE SPACES.
       01 FOER-BILLEDE           PIC X(5350) VALUE SPACES.
       01 GAMMEL-ADRESSE-GEM     PIC X(55) VALUE SPACES.
       01 GAMMEL-KONTAKT-GEM     PIC X(45) VALUE SPACES.
       01 INP-RAADGIVER          PIC X(8) VALUE SPACES.
       01 INP-FILIAL             PIC X(4) VALUE SPACES.
       01 REGISTER-SLUT          PIC X VALUE "N".
       01 REGISTER-FUNDET        PIC X VALUE "N".
       01 RAADGIVER-GYLDIG       PIC X VALUE "J".
           88 RAADGIVER-ER-GYLDIG    VALUE "J".
       01 RAADGIVER-FILIAL       PIC X(4) VALUE SPACES.
       01 FILIAL-GYLDIG          PIC X VALUE "N".
           88 FILIAL-ER-GYLDIG       VALUE "J".

       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX              PIC 9(2) VALUE 1.

      *Lukningsafregningen som KUNDEVEDLIGEHOLD: renten siden
      *seneste posterede renteperiode med maanedssatsen / 30 pr.
      *dag (standardsatser overskrevet af RentesatserForrige.txt).
       01 RENTESATSER.
           02 RENTESATS PIC V9(4) OCCURS 20 TIMES.
       01 DEBETSATSER.
           02 DEBETSATS PIC V9(4) OCCURS 20 TIMES.
       01 SIDSTE-RENTEDATO       PIC 9(8) VALUE 0.
       01 RENTE-DAGE             PIC S9(5) VALUE 0.
       01 LUK-KONTO-IX           PIC 9(3) VALUE 0.
       01 OVERFOER-KONTO-IX      PIC 9(3) VALUE 0.
       01 SKIFT-IX               PIC 9(3) VALUE 0.
       01 LUK-GAMMEL-BALANCE     PIC S9(7)V9(2) VALUE 0.
       01 LUK-RENTEBELOEB        PIC S9(7)V9(4) VALUE 0.
       01 LUK-GEBYR-NUL          PIC S9(3)V9(2) VALUE 0.
       01 LUK-SLUTBELOEB         PIC S9(7)V9(2) VALUE 0.
       01 LUK-VALUTA             PIC X(3) VALUE SPACES.
       01 JOURNAL-GEM            PIC X(200) VALUE SPACES.

       01 ANTAL-FORFALDNE        PIC 9(7) VALUE 0.
       01 ANTAL-ADRESSE          PIC 9(7) VALUE 0.
       01 ANTAL-KONTOLUK         PIC 9(7) VALUE 0.
       01 ANTAL-RAADGIVER        PIC 9(7) VALUE 0.
       01 ANTAL-FILIAL           PIC 9(7) VALUE 0.
       01 ANTAL-FEJLET           PIC 9(7) VALUE 0.
       01 ANTAL-UGODKENDT        PIC 9(7) VALUE 0.
       01 ANTAL-VENTER           PIC 9(7) VALUE 0.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-AENDRINGER
           IF FT-ANTAL = 0
               DISPLAY "AENDRINGSKOERSEL: ingen aendringer i "
                   "registret"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-SATSER
           PERFORM FIND-SIDSTE-RENTEDATO
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-JOURNALER
           PERFORM AABN-AUDITJOURNAL

           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               PERFORM BEHANDL-AENDRING
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE RENTEJOURNAL
           CLOSE ADRHISTFIL
           CLOSE KONHISTFIL
           CLOSE LOGFIL
           CLOSE AUDITFIL
           PERFORM SKRIV-AENDRINGER

           DISPLAY "================================================"
           DISPLAY "AENDRINGSKOERSEL - fremtidige kundeaendringer"
           DISPLAY "================================================"
           DISPLAY "Forfaldne aendringer : " ANTAL-FORFALDNE
           DISPLAY "  adresse/kontakt    : " ANTAL-ADRESSE
           DISPLAY "  kontolukning       : " ANTAL-KONTOLUK
           DISPLAY "  raadgiver          : " ANTAL-RAADGIVER
           DISPLAY "  hjemfilial         : " ANTAL-FILIAL
           DISPLAY "  fejlet             : " ANTAL-FEJLET
           DISPLAY "Ikke godkendt        : " ANTAL-UGODKENDT
           DISPLAY "Planlagt senere      : " ANTAL-VENTER

           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-FEJLET > 0 OR ANTAL-UGODKENDT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LAES-AENDRINGER.
           MOVE 0 TO FT-ANTAL
           OPEN INPUT FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FAFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FT-ANTAL < 5000
                           ADD 1 TO FT-ANTAL
                           MOVE FA-RECORD TO FT-POST(FT-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 5000 aendringer "
                               "i FremtidigeAendringer.txt"
                           CLOSE FAFIL
                           MOVE "FT-TABEL" TO TK-TABEL
                           MOVE FT-ANTAL TO TK-ANTAL
                           MOVE 5000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAFIL
           MOVE "N" TO END-OF-FILE
           MOVE "FT-TABEL" TO TK-TABEL
           MOVE FT-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *En aendring foeres kun naar den er planlagt (P) og datoen er
      *naaet. Alt kontrolleres foer der roeres ved noget, saa en
      *aendring der fejler, efterlader kunden som den var.
       BEHANDL-AENDRING.
           MOVE FT-POST(FT-IX) TO FA-RECORD
           IF NOT FA-AABEN
               EXIT PARAGRAPH
           END-IF
           IF FA-IKRAFT > KOERSEL-DATO
               ADD 1 TO ANTAL-VENTER
               EXIT PARAGRAPH
           END-IF
           IF FA-AFVENTER-GODKENDELSE
               ADD 1 TO ANTAL-UGODKENDT
               DISPLAY "ADVARSEL: aendring " FA-ID " for "
                   FA-KUNDE-ID " (" FUNCTION TRIM(FA-TYPE)
                   ") pr. " FA-IKRAFT " er ikke godkendt"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-FORFALDNE
           MOVE SPACES TO FEJL-TEKST
           MOVE FA-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "Kunden findes ikke" TO FEJL-TEKST
           END-READ
           IF FEJL-TEKST = SPACES AND KUNDE-SLETTET
               MOVE "Kunden er slettet" TO FEJL-TEKST
           END-IF
           IF FEJL-TEKST = SPACES
               PERFORM HENT-KONTI
               MOVE SPACES TO FOER-BILLEDE
               MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
               MOVE KUNDEKONTI
                   TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
               PERFORM OPGOER-BALANCE-SUM
               MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
               EVALUATE TRUE
                   WHEN FA-ADRESSE
                       PERFORM FOER-ADRESSE
                   WHEN FA-RAADGIVER
                       PERFORM FOER-RAADGIVER
                   WHEN FA-FILIAL
                       PERFORM FOER-FILIAL
                   WHEN FA-KONTOLUK
                       PERFORM FOER-KONTOLUKNING
                   WHEN OTHER
                       MOVE "Ukendt aendringstype" TO FEJL-TEKST
               END-EVALUATE
           END-IF
           IF FEJL-TEKST = SPACES
               MOVE "U" TO FA-STATUS
           ELSE
               MOVE "F" TO FA-STATUS
               MOVE FEJL-TEKST TO FA-BEMAERKNING
               ADD 1 TO ANTAL-FEJLET
               DISPLAY "FEJL: aendring " FA-ID " for " FA-KUNDE-ID
                   " (" FUNCTION TRIM(FA-TYPE) "): "
                   FUNCTION TRIM(FEJL-TEKST)
           END-IF
           MOVE KOERSEL-DATO TO FA-STATUS-DATO
           MOVE FA-RECORD TO FT-POST(FT-IX)
           EXIT.

      *Adresse og telefon - blanke felter er uaendrede. Historikken
      *skrives kun for den del der faktisk skifter.
       FOER-ADRESSE.
           MOVE ADDRESSE TO GAMMEL-ADRESSE-GEM
           MOVE KONTAKT TO GAMMEL-KONTAKT-GEM
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
           REWRITE KUNDEOPL
               INVALID KEY
                   MOVE "Kunden kunne ikke opdateres" TO FEJL-TEKST
                   EXIT PARAGRAPH
           END-REWRITE
           IF ADDRESSE NOT = GAMMEL-ADRESSE-GEM
               MOVE KUNDE-ID TO ADRH-KUNDE-ID
               MOVE KOERSEL-DATO TO ADRH-DATO
               MOVE "AENDRINGSKOERSEL" TO ADRH-KILDE
               MOVE GAMMEL-ADRESSE-GEM TO ADRH-GAMMEL
               MOVE ADDRESSE TO ADRH-NY
               WRITE ADRHIST-RECORD
           END-IF
           IF KONTAKT NOT = GAMMEL-KONTAKT-GEM
               MOVE KUNDE-ID TO KONH-KUNDE-ID
               MOVE KOERSEL-DATO TO KONH-DATO
               MOVE "AENDRINGSKOERSEL" TO KONH-KILDE
               MOVE GAMMEL-KONTAKT-GEM TO KONH-GAMMEL
               MOVE KONTAKT TO KONH-NY
               WRITE KONHIST-RECORD
           END-IF
           PERFORM LOG-AENDRING
           MOVE "RET" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD 1 TO ANTAL-ADRESSE
           EXIT.

      *Ny raadgiver - en kunde uden hjemfilial arver raadgiverens
      *som i KUNDEVEDLIGEHOLD's SAET-RAADGIVER.
       FOER-RAADGIVER.
           MOVE FA-NY-RAADGIVER TO INP-RAADGIVER
           IF INP-RAADGIVER NOT = SPACES
               PERFORM TJEK-RAADGIVER
               IF NOT RAADGIVER-ER-GYLDIG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE INP-RAADGIVER TO RAADGIVER-ID
           IF FILIAL-NR = SPACES
                   AND RAADGIVER-FILIAL NOT = SPACES
               MOVE RAADGIVER-FILIAL TO FILIAL-NR
           END-IF
           REWRITE KUNDEOPL
               INVALID KEY
                   MOVE "Kunden kunne ikke opdateres" TO FEJL-TEKST
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM LOG-AENDRING
           MOVE "RAADGIVE" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD 1 TO ANTAL-RAADGIVER
           EXIT.

       FOER-FILIAL.
           MOVE FA-NY-FILIAL TO INP-FILIAL
           IF INP-FILIAL NOT = SPACES
               PERFORM TJEK-FILIAL
               IF NOT FILIAL-ER-GYLDIG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE INP-FILIAL TO FILIAL-NR
           REWRITE KUNDEOPL
               INVALID KEY
                   MOVE "Kunden kunne ikke opdateres" TO FEJL-TEKST
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM LOG-AENDRING
           MOVE "FILIAL" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD 1 TO ANTAL-FILIAL
           EXIT.

      *Den almindelige lukningsafregning: slutrenten posteres og
      *journalfoeres, slutsaldoen flyttes til en anden af kundens
      *konti i samme valuta, kontoen tages ud af tabellen, og
      *kunden faar lukningsbrevet. Kontoen findes paa nummeret -
      *dens plads i tabellen kan have flyttet sig siden
      *registreringen.
       FOER-KONTOLUKNING.
           MOVE 0 TO LUK-KONTO-IX
           PERFORM VARYING SKIFT-IX FROM 1 BY 1
                   UNTIL SKIFT-IX > ANTAL-KONTI
               IF KONTONUMMER(SKIFT-IX) = FA-KONTONUMMER
                   MOVE SKIFT-IX TO LUK-KONTO-IX
               END-IF
           END-PERFORM
           IF LUK-KONTO-IX = 0
               MOVE "Kontoen findes ikke laengere" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF ANTAL-KONTI = 1
               MOVE "Kundens sidste konto - brug sletning"
                   TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-LUKNINGSRENTE
           MOVE 0 TO OVERFOER-KONTO-IX
           IF LUK-SLUTBELOEB NOT = 0
               PERFORM FIND-OVERFOERSELSKONTO
               IF OVERFOER-KONTO-IX = 0
                   MOVE "Ingen anden konto i samme valuta"
                       TO FEJL-TEKST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE VALUTAKODE(LUK-KONTO-IX) TO LUK-VALUTA
           MOVE SPACES TO JOURNAL-GEM
           IF LUK-RENTEBELOEB NOT = 0
               ADD LUK-RENTEBELOEB TO BALANCE(LUK-KONTO-IX)
               STRING KUNDE-ID " KONTO=" KONTONUMMER(LUK-KONTO-IX)
                   " FOER=" LUK-GAMMEL-BALANCE
                   " RENTE=" LUK-RENTEBELOEB
                   " GEBYR=" LUK-GEBYR-NUL
                   " EFTER=" BALANCE(LUK-KONTO-IX)
                   " VALUTA=" VALUTAKODE(LUK-KONTO-IX)
                   " DATO=" KOERSEL-DATO
                   DELIMITED BY SIZE INTO JOURNAL-GEM
               END-STRING
           END-IF
           IF OVERFOER-KONTO-IX > 0
               ADD LUK-SLUTBELOEB TO BALANCE(OVERFOER-KONTO-IX)
               MOVE 0 TO BALANCE(LUK-KONTO-IX)
           END-IF
           PERFORM VARYING SKIFT-IX FROM LUK-KONTO-IX BY 1
                   UNTIL SKIFT-IX >= ANTAL-KONTI
               MOVE KONTI(SKIFT-IX + 1) TO KONTI(SKIFT-IX)
           END-PERFORM
           MOVE SPACES TO KONTONUMMER(ANTAL-KONTI)
           MOVE 0 TO BALANCE(ANTAL-KONTI)
           MOVE SPACES TO VALUTAKODE(ANTAL-KONTI)
           MOVE 0 TO TERMIN-MDR(ANTAL-KONTI)
           MOVE 0 TO UDLOEBSDATO(ANTAL-KONTI)
           MOVE 0 TO AFTALT-SATS(ANTAL-KONTI)
           MOVE "N" TO BINDING(ANTAL-KONTI)
           MOVE SPACES TO PRODUKTKODE(ANTAL-KONTI)
           SUBTRACT 1 FROM ANTAL-KONTI
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE "Konti kunne ikke gemmes" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-GEM NOT = SPACES
               MOVE JOURNAL-GEM TO RENTEJOURNAL-LINJE
               WRITE RENTEJOURNAL-LINJE
           END-IF
           PERFORM BESTIL-LUKNINGSBREV
           PERFORM LOG-AENDRING
           MOVE "KONTOLUK" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD 1 TO ANTAL-KONTOLUK
           EXIT.

       BEREGN-LUKNINGSRENTE.
           MOVE BALANCE(LUK-KONTO-IX) TO LUK-GAMMEL-BALANCE
           MOVE 0 TO LUK-RENTEBELOEB
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VALUTAKODE(LUK-KONTO-IX) =
                       GYLDIG-VALUTA(VALUTA-IX)
                   IF LUK-GAMMEL-BALANCE < 0
                       COMPUTE LUK-RENTEBELOEB ROUNDED =
                           LUK-GAMMEL-BALANCE
                           * DEBETSATS(VALUTA-IX)
                           * RENTE-DAGE / 30
                   ELSE
                       COMPUTE LUK-RENTEBELOEB ROUNDED =
                           LUK-GAMMEL-BALANCE
                           * RENTESATS(VALUTA-IX)
                           * RENTE-DAGE / 30
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE LUK-SLUTBELOEB =
               LUK-GAMMEL-BALANCE + LUK-RENTEBELOEB
           EXIT.

       FIND-OVERFOERSELSKONTO.
           PERFORM VARYING SKIFT-IX FROM 1 BY 1
                   UNTIL SKIFT-IX > ANTAL-KONTI
               IF SKIFT-IX NOT = LUK-KONTO-IX
                       AND VALUTAKODE(SKIFT-IX) =
                           VALUTAKODE(LUK-KONTO-IX)
                       AND OVERFOER-KONTO-IX = 0
                   MOVE SKIFT-IX TO OVERFOER-KONTO-IX
               END-IF
           END-PERFORM
           EXIT.

      *Lukningsbrevet med afregningen - samme skabelon og reference
      *som en lukning godkendt i GODKENDELSE.
       BESTIL-LUKNINGSBREV.
           INITIALIZE BB-OMRAADE
           MOVE KUNDE-ID TO BB-KUNDE-ID
           MOVE "LUKNING" TO BB-SKABELON
           MOVE FA-KONTONUMMER TO BB-KONTONUMMER
           MOVE LUK-SLUTBELOEB TO BB-BELOEB
           MOVE LUK-VALUTA TO BB-VALUTA
           MOVE KOERSEL-DATO TO BB-BREVDATO
           STRING "LUK-" FUNCTION TRIM(FA-KONTONUMMER)
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           MOVE "AENDRINGSKOERSEL" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Raadgiveren slaas op i RaadgiverRegister.txt og skal vaere
      *aktiv - samme regel som KUNDEVEDLIGEHOLD's TJEK-RAADGIVER.
      *Uden register godtages id'et som det er.
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
                               MOVE "Raadgiveren er fratraadt"
                                   TO FEJL-TEKST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RRFIL
           IF REGISTER-FUNDET NOT = "J"
               MOVE "Raadgiveren findes ikke" TO FEJL-TEKST
           END-IF
           EXIT.

      *Filialen skal findes i FilialRegister.txt og vaere aktiv.
       TJEK-FILIAL.
           MOVE "N" TO FILIAL-GYLDIG
           MOVE "N" TO REGISTER-SLUT
           OPEN INPUT FRFIL
           IF FRFIL-STATUS NOT = "00"
               CLOSE FRFIL
               MOVE "Filialregistret findes ikke" TO FEJL-TEKST
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
                               MOVE "Filialen er lukket"
                                   TO FEJL-TEKST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRFIL
           IF REGISTER-FUNDET NOT = "J"
               MOVE "Filialen findes ikke" TO FEJL-TEKST
           END-IF
           EXIT.

      *Foer/efter-billedet i samme logstil som KUNDEVEDLIGEHOLD -
      *med aendringens type, saa natskridtets aendringer kan
      *revideres sammen med de manuelle.
       LOG-AENDRING.
           MOVE SPACES TO LOGLINJE
           STRING FA-TYPE AUDIT-OPERATOER " "
               KUNDE-ID " FOER=" FOER-BILLEDE
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING FA-TYPE AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           EXIT.

       SKRIV-AENDRINGER.
           OPEN OUTPUT FANYFIL
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FA-RECORD
               MOVE "J" TO FT-BEVARES
               IF FA-AFSLUTTET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(FA-STATUS-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO FT-BEVARES
                   END-IF
               END-IF
               IF FT-SKAL-BEVARES
                   MOVE FA-RECORD TO FANY-RECORD
                   WRITE FANY-RECORD
               END-IF
           END-PERFORM
           CLOSE FANYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FANYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FAFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Seneste posterede renteperiode - slutrenten daekker dagene
      *derfra til i dag. Findes registret ikke, regnes 30 dage som
      *et forsigtigt standardvalg.
       FIND-SIDSTE-RENTEDATO.
           MOVE 0 TO SIDSTE-RENTEDATO
           OPEN INPUT PERIODEFIL
           IF PERIODEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ PERIODEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF RP-STATUS = "POSTERET"
                                   AND RP-DATO > SIDSTE-RENTEDATO
                               MOVE RP-DATO TO SIDSTE-RENTEDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODEFIL
               MOVE "N" TO FIL-SLUT
           END-IF
           IF SIDSTE-RENTEDATO > 0
               COMPUTE RENTE-DAGE =
                   FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                   - FUNCTION INTEGER-OF-DATE(SIDSTE-RENTEDATO)
           ELSE
               MOVE 30 TO RENTE-DAGE
           END-IF
           IF RENTE-DAGE < 0
               MOVE 0 TO RENTE-DAGE
           END-IF
           EXIT.

       SAET-SATSER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF GYLDIG-VALUTA(VALUTA-IX) = "DKK"
                   MOVE 0.0005 TO RENTESATS(VALUTA-IX)
               ELSE
                   MOVE 0.0004 TO RENTESATS(VALUTA-IX)
               END-IF
               MOVE 0.0015 TO DEBETSATS(VALUTA-IX)
           END-PERFORM
           OPEN INPUT FORRIGESATSFIL
           IF FORRIGESATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FORRIGESATSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VARYING VALUTA-IX FROM 1 BY 1
                               UNTIL VALUTA-IX > VALUTA-ANTAL
                           IF FORRIGE-VALUTA =
                                   GYLDIG-VALUTA(VALUTA-IX)
                               MOVE FORRIGE-SATS
                                   TO RENTESATS(VALUTA-IX)
                               IF FORRIGE-DEBET > 0
                                   MOVE FORRIGE-DEBET
                                       TO DEBETSATS(VALUTA-IX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FORRIGESATSFIL
           MOVE "N" TO FIL-SLUT
           EXIT.

      *Indlaeser det centrale valutaregister (VALUTAREG.CPY) - kun
      *aktive valutaer tages med.
       LAES-VALUTAREGISTER.
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL VALUTAREGFIL-SLUT = "J"
               READ VALUTAREGFIL
                   AT END
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
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       AABN-JOURNALER.
           OPEN EXTEND RENTEJOURNAL
           IF RENTEJOURNAL-STATUS NOT = "00"
               CLOSE RENTEJOURNAL
               OPEN OUTPUT RENTEJOURNAL
           END-IF
           OPEN EXTEND ADRHISTFIL
           IF ADRHISTFIL-STATUS NOT = "00"
               CLOSE ADRHISTFIL
               OPEN OUTPUT ADRHISTFIL
           END-IF
           OPEN EXTEND KONHISTFIL
           IF KONHISTFIL-STATUS NOT = "00"
               CLOSE KONHISTFIL
               OPEN OUTPUT KONHISTFIL
           END-IF
           OPEN EXTEND LOGFIL
           IF LOGFIL-STATUS NOT = "00"
               CLOSE LOGFIL
               OPEN OUTPUT LOGFIL
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "BATCH" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       OPGOER-BALANCE-SUM.
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "AENDRINGSKOERSEL" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE AUDIT-FOER-BALANCE TO JOURNAL-FOER-BALANCE
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - eksklusiv, saa
      *KUNDEVEDLIGEHOLD og KUNDEOPSLAG ikke aendrer registret mens
      *det genskrives.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "AENDRINGSKOERSEL" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       FRIGIV-KOERSELLAAS.
           MOVE "F" TO LAAS-FUNKTION
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
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
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata,
      *og KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO FAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FremtidigeAendringer.txt"
                   DELIMITED BY SIZE INTO FAFIL-NAVN
               END-STRING
               MOVE SPACES TO FANYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FremtidigeAendringerNy.tmp"
                   DELIMITED BY SIZE INTO FANYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAREGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ValutaRegister.txt"
                   DELIMITED BY SIZE INTO VALUTAREGFIL-NAVN
               END-STRING
               MOVE SPACES TO FORRIGESATSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentesatserForrige.txt"
                   DELIMITED BY SIZE INTO FORRIGESATSFIL-NAVN
               END-STRING
               MOVE SPACES TO PERIODEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePeriode.txt"
                   DELIMITED BY SIZE INTO PERIODEFIL-NAVN
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
               MOVE SPACES TO RENTEJOURNAL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePostering.txt"
                   DELIMITED BY SIZE INTO RENTEJOURNAL-NAVN
               END-STRING
               MOVE SPACES TO ADRHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AdresseHistorik.txt"
                   DELIMITED BY SIZE INTO ADRHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO KONHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontaktHistorik.txt"
                   DELIMITED BY SIZE INTO KONHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO LOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeVedligeLog.txt"
                   DELIMITED BY SIZE INTO LOGFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
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
           MOVE "AENDRINGSKOERSEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
