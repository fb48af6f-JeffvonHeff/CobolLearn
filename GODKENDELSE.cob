      *      hvis recorden stadig er identisk med foer-billedet
      *      (samme optimistiske kontrol som RENTEBACKOUT) - for en
      *      kontolukning skrives den medbragte rentejournallinje
      *      og lukningsbrevet bestilles hos BREVKOERSEL
      *      (skabelon LUKNING)
      *  A - afvis: sagen stemples AFVIST, masteren roeres ikke
      *En godkendt adresse- eller kontaktaendring skrives med dato
      *i AdresseHistorik.txt hhv. KontaktHistorik.txt, som
      *KONTAKTSKIFT bruger til at holde store udgaaende betalinger
      *lige efter en aendring.
      *Godkenderen maa ikke vaere sagens maker, og baade maker og
      *godkender ender i audit-journalen (maker i aktionens
      *KOESAT-linje fra KUNDEVEDLIGEHOLD, godkenderen her).
      *En sag af typen FREMTID er en fremtidig adresseaendring eller
      *kontolukning fra FremtidigeAendringer.txt: godkendelse roerer
      *ikke masteren, men saetter aendringen til P (planlagt), saa
      *natskridtet AENDRINGSKOERSEL foerer den paa dagen; afvisning
      *saetter den til A (annulleret). Er aendringen allerede
      *annulleret i KUNDEOPSLAG, stemples sagen ANNULLER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADRHISTFIL ASSIGN TO ADRHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADRHISTFIL-STATUS.
           SELECT KONHISTFIL ASSIGN TO KONHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONHISTFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT LOGFIL ASSIGN TO LOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGFIL-STATUS.
           SELECT OPTIONAL FAFIL ASSIGN TO FAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAFIL-STATUS.
           SELECT FANYFIL ASSIGN TO FANYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *Samme koepost-layout som KUNDEVEDLIGEHOLD skriver.
           02 GK-MAKER             PIC X(8).
           02 GK-DATO              PIC 9(8).
           02 GK-STATUS            PIC X(8).
           02 GK-FOER              PIC X(5350).
           02 GK-EFTER             PIC X(5350).
           02 GK-JOURNAL           PIC X(200).

       FD GKNYFIL.
       01 GKNY-RECORD             PIC X(10948).

       FD KUNDEFIL.
       01 KUNDEOPL.
       01 ADRHIST-RECORD.
           COPY "ADRESSEHIST.CPY".

       FD KONHISTFIL.
       01 KONHIST-RECORD.
           COPY "KONTAKTHIST.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
      *koestillede aendringer logges her foerst NU, hvor de faktisk
      *foeres paa masteren.
       FD LOGFIL.
       01 LOGLINJE               PIC X(5400).

      *Registret over fremtidige kundeaendringer.
       FD FAFIL.
       01 FA-RECORD.
           COPY "FREMTIDIGAENDRING.CPY".

       FD FANYFIL.
       01 FANY-RECORD            PIC X(175).

       WORKING-STORAGE SECTION.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 GKFIL-NAVN             PIC X(80)
       01 ADRHISTFIL-NAVN        PIC X(80)
           VALUE "AdresseHistorik.txt".
       01 ADRHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 KONHISTFIL-NAVN        PIC X(80)
           VALUE "KontaktHistorik.txt".
       01 KONHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LOGFIL-NAVN            PIC X(80)
           VALUE "KundeVedligeLog.txt".
       01 FAFIL-NAVN             PIC X(80)
           VALUE "FremtidigeAendringer.txt".
       01 FANYFIL-NAVN           PIC X(80)
           VALUE "FremtidigeAendringerNy.tmp".
       01 FAFIL-STATUS           PIC X(2) VALUE "00".
       01 FAFIL-SLUT             PIC X VALUE "N".
       01 SOEGT-FA-ID            PIC 9(6) VALUE 0.
       01 FA-NY-STATUS-GEM       PIC X(1) VALUE SPACE.
       01 FA-STEMPLET            PIC X VALUE "N".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 GKFIL-SLUT             PIC X VALUE "N".
       01 SAG-FUNDET             PIC X VALUE "N".
       01 SAG-AFGJORT            PIC X VALUE "N".
       01 NY-SAGSTATUS           PIC X(8) VALUE SPACES.
       01 NUVAERENDE-BILLEDE     PIC X(5350) VALUE SPACES.
       01 GEM-FOER               PIC X(5350) VALUE SPACES.
       01 GEM-EFTER              PIC X(5350) VALUE SPACES.
       01 GEM-JOURNAL            PIC X(200) VALUE SPACES.
       01 GEM-TYPE               PIC X(8) VALUE SPACES.
       01 GEM-MAKER              PIC X(8) VALUE SPACES.
       01 GEM-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 FOER-STATUS-GEM        PIC X(1) VALUE SPACE.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 LUK-KONTONUMMER        PIC X(20) VALUE SPACES.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           CLOSE AUDITFIL
           CLOSE LOGFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LIST-VENTENDE.
               END-IF
           ELSE
               PERFORM SKRIV-AFVIS-AUDIT
               IF GEM-TYPE = "FREMTID"
                   MOVE "A" TO FA-NY-STATUS-GEM
                   PERFORM STEMPEL-FREMTIDIG
               END-IF
           END-IF
           PERFORM STEMPEL-SAG
           DISPLAY "Sag " SOEGT-GK-ID " er " NY-SAGSTATUS

       APPLICER-SAG.
           MOVE "N" TO SAG-AFGJORT
           IF GEM-TYPE = "FREMTID"
               PERFORM GODKEND-FREMTIDIG
               EXIT PARAGRAPH
           END-IF
           MOVE GEM-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke laengere"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE SPACES TO NUVAERENDE-BILLEDE
           MOVE KUNDEOPL TO NUVAERENDE-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO NUVAERENDE-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           IF NUVAERENDE-BILLEDE NOT = GEM-FOER
               DISPLAY "AFVIST: recorden er aendret siden sagen "
                   "blev stillet - gennemse den igen"
           MOVE KUNDE-STATUS TO FOER-STATUS-GEM
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE GEM-EFTER(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           MOVE GEM-EFTER(LENGTH OF KUNDEOPL + 1:) TO KUNDEKONTI
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
      *Kan kontiene ikke gemmes, stilles kunderecorden tilbage, og
      *sagen bliver staaende ventende, saa den kan godkendes igen.
           IF KS-FEJL
               MOVE NUVAERENDE-BILLEDE(1:LENGTH OF KUNDEOPL)
                   TO KUNDEOPL
               MOVE NUVAERENDE-BILLEDE(LENGTH OF KUNDEOPL + 1:)
                   TO KUNDEKONTI
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: " KUNDE-ID " kunne ikke "
                           "stilles tilbage - kontroller recorden"
               END-REWRITE
               DISPLAY "Godkendelse afbrudt - sagen er ikke afgjort"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO SAG-AFGJORT
           MOVE "GODKEND" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
                   AND GEM-FOER(51:55) NOT = GEM-EFTER(51:55)
               PERFORM SKRIV-ADRESSEHISTORIK
           END-IF
           IF GEM-TYPE = "RET"
                   AND GEM-FOER(106:45) NOT = GEM-EFTER(106:45)
               PERFORM SKRIV-KONTAKTHISTORIK
           END-IF
           PERFORM SKRIV-VEDLIGELOG
           EXIT.

               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE GEM-KUNDE-ID TO KUNDE-ID
                   MOVE 0 TO ANTAL-KONTI
                   MOVE SPACE TO FOER-STATUS-GEM
                   MOVE 0 TO AUDIT-BALANCE-SUM
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDE-STATUS TO FOER-STATUS-GEM
                   PERFORM OPGOER-BALANCE-SUM
           END-READ
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *En fremtidig aendring godkendes i registret - masteren roeres
      *foerst af AENDRINGSKOERSEL paa ikrafttraedelsesdatoen.
      *Aendringens id staar efter "FREMTID=" i sagens journalfelt.
      *Er den ikke laengere ventende (annulleret i mellemtiden),
      *stemples sagen ANNULLER i stedet.
       GODKEND-FREMTIDIG.
           MOVE "P" TO FA-NY-STATUS-GEM
           PERFORM STEMPEL-FREMTIDIG
           MOVE "J" TO SAG-AFGJORT
           IF FA-STEMPLET = "N"
               DISPLAY "Aendring " GEM-JOURNAL(9:6)
                   " venter ikke laengere paa godkendelse - "
                   "sagen annulleres"
               MOVE "ANNULLER" TO NY-SAGSTATUS
               EXIT PARAGRAPH
           END-IF
           MOVE GEM-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE GEM-KUNDE-ID TO KUNDE-ID
                   MOVE 0 TO ANTAL-KONTI
                   MOVE SPACE TO FOER-STATUS-GEM
                   MOVE 0 TO AUDIT-BALANCE-SUM
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE KUNDE-STATUS TO FOER-STATUS-GEM
                   PERFORM OPGOER-BALANCE-SUM
           END-READ
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE "GODKEND" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Aendring " GEM-JOURNAL(9:6) " er planlagt til "
               GEM-JOURNAL(23:8)
           EXIT.

      *Registret genskrives via midlertidig fil og mv som
      *STEMPEL-SAG; kun en aendring der stadig venter (G) stemples.
       STEMPEL-FREMTIDIG.
           MOVE "N" TO FA-STEMPLET
           IF GEM-JOURNAL(9:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GEM-JOURNAL(9:6) TO SOEGT-FA-ID
           MOVE "N" TO FAFIL-SLUT
           OPEN INPUT FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FANYFIL
           PERFORM UNTIL FAFIL-SLUT = "J"
               READ FAFIL
                   AT END
                       MOVE "J" TO FAFIL-SLUT
                   NOT AT END
                       IF FA-ID = SOEGT-FA-ID
                               AND FA-AFVENTER-GODKENDELSE
                           MOVE FA-NY-STATUS-GEM TO FA-STATUS
                           MOVE AUDIT-OPERATOER TO FA-GODKENDT-AF
                           MOVE KOERSEL-DATO TO FA-STATUS-DATO
                           IF FA-ANNULLERET
                               MOVE "Afvist i GODKENDELSE"
                                   TO FA-BEMAERKNING
                           END-IF
                           MOVE "J" TO FA-STEMPLET
                       END-IF
                       MOVE FA-RECORD TO FANY-RECORD
                       WRITE FANY-RECORD
               END-READ
           END-PERFORM
           CLOSE FAFIL
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

      *Adressehistorikken (ADRESSEHIST.CPY) skrives foerst NU, hvor
      *aendringen faktisk foeres paa masteren - gammel og ny
      *adresse ligger i sagens foer-/efter-billede (ADDRESSE-
           CLOSE ADRHISTFIL
           EXIT.

      *Kontakthistorikken (KONTAKTHIST.CPY) efter samme princip -
      *KONTAKT-gruppen (TELEFON og EMAIL) er tegn 106-150.
       SKRIV-KONTAKTHISTORIK.
           OPEN EXTEND KONHISTFIL
           IF KONHISTFIL-STATUS NOT = "00"
               CLOSE KONHISTFIL
               OPEN OUTPUT KONHISTFIL
           END-IF
           MOVE GEM-KUNDE-ID TO KONH-KUNDE-ID
           ACCEPT KONH-DATO FROM DATE YYYYMMDD
           MOVE "GODKENDELSE" TO KONH-KILDE
           MOVE GEM-FOER(106:45) TO KONH-GAMMEL
           MOVE GEM-EFTER(106:45) TO KONH-NY
           WRITE KONHIST-RECORD
           CLOSE KONHISTFIL
           EXIT.

      *Kontolukningens rentejournallinje skrives og lukningsbrevet
      *bestilles foerst nu, hvor pengebevaegelsen faktisk er foert.
       SKRIV-LUKNINGSJOURNAL.
           OPEN EXTEND RENTEJOURNALFIL
           IF RENTEJOURNAL-STATUS NOT = "00"
           MOVE GEM-JOURNAL TO RENTEJOURNAL-LINJE
           WRITE RENTEJOURNAL-LINJE
           CLOSE RENTEJOURNALFIL
           PERFORM BESTIL-LUKNINGSBREV
           EXIT.

      *Lukningsbrevet bestilles til brevkoerslen. Den lukkede konto
      *staar paa journallinjen efter " KONTO=" (tegn 18-37, jf.
      *KUNDEVEDLIGEHOLD's POSTER-LUKNINGSRENTE); saldo og valuta
      *hentes fra kontotabellen som den staar efter godkendelsen.
       BESTIL-LUKNINGSBREV.
           INITIALIZE BB-OMRAADE
           MOVE GEM-JOURNAL(18:20) TO LUK-KONTONUMMER
           MOVE GEM-KUNDE-ID TO BB-KUNDE-ID
           MOVE "LUKNING" TO BB-SKABELON
           MOVE LUK-KONTONUMMER TO BB-KONTONUMMER
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(AUDIT-KONTO-IX) = LUK-KONTONUMMER
                   MOVE BALANCE(AUDIT-KONTO-IX) TO BB-BELOEB
                   MOVE VALUTAKODE(AUDIT-KONTO-IX) TO BB-VALUTA
               END-IF
           END-PERFORM
           MOVE KOERSEL-DATO TO BB-BREVDATO
           STRING "LUK-" FUNCTION TRIM(LUK-KONTONUMMER)
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           MOVE "GODKENDELSE" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Sagen stemples i koeen - genskrevet via midlertidig fil og
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
               MOVE "J" TO KONTI-GEMFEJL
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "AdresseHistorik.txt"
                   DELIMITED BY SIZE INTO ADRHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO KONHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontaktHistorik.txt"
                   DELIMITED BY SIZE INTO KONHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   "KundeVedligeLog.txt"
                   DELIMITED BY SIZE INTO LOGFIL-NAVN
               END-STRING
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
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
