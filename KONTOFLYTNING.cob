       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOFLYTNING.
      *Kontoflytning til og fra andre banker. Filialen registrerer
      *her flytningen i kontoflytningsregistret (KontoFlytning.txt,
      *KONTOFLYT.CPY); natskridtet KONTOFLYTKOERSEL udfoerer den:
      *  I - indgaaende flytning: kunden flytter en konto hertil.
      *      Kunden skal vaere oprettet med CPR-nummer og have den
      *      konto her, som den gamle kontos staaende ordrer,
      *      Betalingsservice-mandater og slutsaldo skal lande paa.
      *      En linje pr. konto der flyttes.
      *  U - udgaaende flytning: kunden forlader banken. Den nye
      *      bank og kontoen der som saldiene skal overfoeres til,
      *      og den aftalte flyttedato. Alle kundens konti lukkes
      *      med almindelig lukningsafregning paa flyttedatoen.
      *  G - godkend en udgaaende flytning - lukningen af kundens
      *      konti er et hoejrisiko-indgreb, saa en ANDEN operatoer
      *      end den der registrerede, skal godkende foer
      *      natskridtet roerer den (fire-oejne som GODKENDELSE)
      *  A - annuller en flytning der endnu ikke er sat i gang med
      *      lukningen
      *  L - list flytninger (alle aabne, eller alle for en kunde)
      *Hver registrering, godkendelse og annullering faar en linje
      *i den faelles audit-journal under operatoer-identitet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLYTFIL ASSIGN TO FLYTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLYTFIL-STATUS.
           SELECT FLYTNYFIL ASSIGN TO FLYTNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FLYTFIL.
       01 FLYT-RECORD.
           COPY "KONTOFLYT.CPY".

       FD FLYTNYFIL.
       01 FLYTNY-RECORD           PIC X(156).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FLYTFIL-NAVN           PIC X(80)
           VALUE "KontoFlytning.txt".
       01 FLYTNYFIL-NAVN         PIC X(80)
           VALUE "KontoFlytningNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 FLYTFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-ANDEN-BANK         PIC X(11) VALUE SPACES.
       01 INP-ANDEN-KONTO        PIC X(20) VALUE SPACES.
       01 INP-VORES-KONTO        PIC X(20) VALUE SPACES.
       01 INP-DATO               PIC X(8) VALUE SPACES.
       01 INP-FLYT-ID            PIC X(14) VALUE SPACES.
       01 VALGT-DATO             PIC 9(8) VALUE 0.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 FUNDET                 PIC X VALUE "N".
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 NAESTE-LOEBENR         PIC 9(4) VALUE 0.
       01 NY-STATUS              PIC X(1) VALUE SPACE.
       01 STATUS-TEKST           PIC X(30) VALUE SPACES.
       01 SALDO-VIST             PIC -(9)9.99.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Kontoflytning: I-indgaaende U-udgaaende "
                   "G-godkend A-annuller L-list X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "I" PERFORM REGISTRER-INDGAAENDE
                   WHEN "U" PERFORM REGISTRER-UDGAAENDE
                   WHEN "G" PERFORM GODKEND-FLYTNING
                   WHEN "A" PERFORM ANNULLER-FLYTNING
                   WHEN "L" PERFORM LIST-FLYTNINGER
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

      *Indgaaende: kontoen her skal hoere til kunden, og samme
      *gamle konto maa ikke allerede vaere under flytning.
       REGISTRER-INDGAAENDE.
           PERFORM LAES-KUNDE
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           IF CPR-NUMMER = SPACES
               DISPLAY "FEJL: kunden har intet CPR-nummer - den "
                   "anden bank kan ikke finde kunden uden"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Den anden banks reg.nr./BIC:"
           ACCEPT INP-ANDEN-BANK
           DISPLAY "Kontonummer i den anden bank:"
           ACCEPT INP-ANDEN-KONTO
           DISPLAY "Kundens konto her (modtager ordrer og saldo):"
           ACCEPT INP-VORES-KONTO
           IF INP-ANDEN-BANK = SPACES OR INP-ANDEN-KONTO = SPACES
               DISPLAY "FEJL: bank og konto i den anden bank skal "
                   "angives"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(INP-VORES-KONTO)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           IF KONTO-FUNDET-IX = 0
               DISPLAY "FEJL: kontoen hoerer ikke til kunden - "
                   "opret den foerst i kundevedligehold"
               EXIT PARAGRAPH
           END-IF
           PERFORM LAES-FLYTTEDATO
           IF VALGT-DATO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOEBENR
           IF FUNDET = "J"
               DISPLAY "FEJL: kontoen i den anden bank er allerede "
                   "under flytning"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FLYT-RECORD
           MOVE "I" TO KF-RETNING
           MOVE INP-VORES-KONTO TO KF-VORES-KONTO
           PERFORM SKRIV-NY-FLYTNING
           EXIT.

      *Udgaaende: kunden maa ikke allerede have en aaben udgaaende
      *flytning.
       REGISTRER-UDGAAENDE.
           PERFORM LAES-KUNDE
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Den nye banks reg.nr./BIC:"
           ACCEPT INP-ANDEN-BANK
           DISPLAY "Kontonummer i den nye bank (modtager saldiene):"
           ACCEPT INP-ANDEN-KONTO
           IF INP-ANDEN-BANK = SPACES OR INP-ANDEN-KONTO = SPACES
               DISPLAY "FEJL: den nye bank og konto skal angives"
               EXIT PARAGRAPH
           END-IF
           PERFORM LAES-FLYTTEDATO
           IF VALGT-DATO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INP-VORES-KONTO
           PERFORM FIND-LOEBENR
           IF FUNDET = "J"
               DISPLAY "FEJL: kunden har allerede en aaben "
                   "udgaaende flytning"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FLYT-RECORD
           MOVE "U" TO KF-RETNING
           PERFORM SKRIV-NY-FLYTNING
           DISPLAY "En anden operatoer skal godkende flytningen "
               "(G) foer den udfoeres"
           EXIT.

       LAES-KUNDE.
           MOVE "N" TO FUNDET
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "FEJL: kunden er ikke aktiv (status "
                   KUNDE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO FUNDET
           EXIT.

      *Flyttedatoen kan ikke ligge bagud - blank er i dag.
       LAES-FLYTTEDATO.
           MOVE 0 TO VALGT-DATO
           DISPLAY "Aftalt flyttedato (YYYYMMDD, blank = i dag):"
           ACCEPT INP-DATO
           IF INP-DATO = SPACES
               MOVE KOERSEL-DATO TO VALGT-DATO
               EXIT PARAGRAPH
           END-IF
           IF INP-DATO NOT NUMERIC
               DISPLAY "FEJL: datoen skal vaere YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-DATO) TO VALGT-DATO
           IF VALGT-DATO < KOERSEL-DATO
               DISPLAY "FEJL: flyttedatoen ligger foer i dag"
               MOVE 0 TO VALGT-DATO
           END-IF
           EXIT.

      *Registret gennemlaeses for dagens hoejeste loebenummer og for
      *en aaben flytning der daekker det samme (samme gamle konto
      *ind, eller samme kunde ud).
       FIND-LOEBENR.
           MOVE 0 TO NAESTE-LOEBENR
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FLYTFIL
           IF FLYTFIL-STATUS NOT = "00"
               CLOSE FLYTFIL
               ADD 1 TO NAESTE-LOEBENR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FLYTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KF-ID-DATO = KOERSEL-DATO
                               AND KF-ID-LOEBENR > NAESTE-LOEBENR
                           MOVE KF-ID-LOEBENR TO NAESTE-LOEBENR
                       END-IF
                       IF NOT KF-AFSLUTTET
                           PERFORM TJEK-DUBLET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLYTFIL
           ADD 1 TO NAESTE-LOEBENR
           EXIT.

       TJEK-DUBLET.
           IF INP-VORES-KONTO = SPACES
               IF KF-UDGAAENDE AND KF-KUNDE-ID = INP-KUNDE-ID
                   MOVE "J" TO FUNDET
               END-IF
           ELSE
               IF KF-INDGAAENDE AND KF-ANDEN-BANK = INP-ANDEN-BANK
                       AND KF-ANDEN-KONTO = INP-ANDEN-KONTO
                   MOVE "J" TO FUNDET
               END-IF
           END-IF
           EXIT.

       SKRIV-NY-FLYTNING.
           MOVE "KF" TO KF-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO KF-ID-DATO
           MOVE NAESTE-LOEBENR TO KF-ID-LOEBENR
           MOVE INP-KUNDE-ID TO KF-KUNDE-ID
           MOVE INP-ANDEN-BANK TO KF-ANDEN-BANK
           MOVE INP-ANDEN-KONTO TO KF-ANDEN-KONTO
           MOVE VALGT-DATO TO KF-FLYTTE-DATO
           MOVE "R" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE AUDIT-OPERATOER TO KF-OPRETTET-AF
           MOVE 0 TO KF-ANTAL-ORDRER
           MOVE 0 TO KF-ANTAL-MANDATER
           MOVE 0 TO KF-SALDO
           OPEN EXTEND FLYTFIL
           IF FLYTFIL-STATUS NOT = "00"
               CLOSE FLYTFIL
               OPEN OUTPUT FLYTFIL
           END-IF
           WRITE FLYT-RECORD
           CLOSE FLYTFIL
           MOVE "KFLYTREG" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Flytning " KF-FLYT-ID " registreret med "
               "flyttedato " KF-FLYTTE-DATO
           EXIT.

      *Godkendelse: kun en registreret udgaaende flytning, og
      *godkenderen maa ikke vaere den der registrerede den.
       GODKEND-FLYTNING.
           PERFORM FIND-FLYTNING
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           IF NOT KF-UDGAAENDE OR NOT KF-REGISTRERET
               DISPLAY "FEJL: kun en registreret udgaaende flytning "
                   "kan godkendes"
               EXIT PARAGRAPH
           END-IF
           IF KF-OPRETTET-AF = AUDIT-OPERATOER
               DISPLAY "FEJL: flytningen skal godkendes af en anden "
                   "operatoer end " FUNCTION TRIM(KF-OPRETTET-AF)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Godkend lukning af alle kundens konti pr. "
               KF-FLYTTE-DATO " og overfoersel til "
               FUNCTION TRIM(KF-ANDEN-BANK) " "
               FUNCTION TRIM(KF-ANDEN-KONTO) "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Godkendelse annulleret"
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO NY-STATUS
           PERFORM STEMPEL-FLYTNING
           MOVE "KFLYTGOD" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Flytning " INP-FLYT-ID " godkendt"
           EXIT.

      *Annullering: kun saa laenge lukningen ikke er sat i gang.
       ANNULLER-FLYTNING.
           PERFORM FIND-FLYTNING
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           IF KF-LUKNING-I-GANG OR KF-AFSLUTTET
               DISPLAY "FEJL: flytningen kan ikke annulleres i "
                   "status " KF-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annuller flytning " INP-FLYT-ID "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO NY-STATUS
           PERFORM STEMPEL-FLYTNING
           MOVE "KFLYTANN" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Flytning " INP-FLYT-ID " annulleret"
           EXIT.

      *Flytningen findes paa id; kunden laeses, saa audit-linjen
      *baerer kundens record.
       FIND-FLYTNING.
           MOVE "N" TO FUNDET
           DISPLAY "Flytnings-id (KF...):"
           ACCEPT INP-FLYT-ID
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FLYTFIL
           IF FLYTFIL-STATUS NOT = "00"
               CLOSE FLYTFIL
               DISPLAY "FEJL: intet kontoflytningsregister"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FLYTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KF-FLYT-ID = INP-FLYT-ID
                           MOVE "J" TO FUNDET
                           MOVE "J" TO FIL-SLUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLYTFIL
           IF FUNDET NOT = "J"
               DISPLAY "FEJL: flytningen findes ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE KF-KUNDE-ID TO KUNDE-ID
                   MOVE 0 TO ANTAL-KONTI
               NOT INVALID KEY
                   PERFORM HENT-KONTI
           END-READ
           EXIT.

      *Registret genskrives med den nye status paa flytningen -
      *samme midlertidig-fil-og-mv-teknik som FULDMAGTREGISTER.
       STEMPEL-FLYTNING.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FLYTFIL
           OPEN OUTPUT FLYTNYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ FLYTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KF-FLYT-ID = INP-FLYT-ID
                           MOVE NY-STATUS TO KF-STATUS
                           MOVE KOERSEL-DATO TO KF-STATUS-DATO
                           IF NY-STATUS = "G"
                               MOVE AUDIT-OPERATOER TO KF-GODKENDT-AF
                           END-IF
                       END-IF
                       MOVE FLYT-RECORD TO FLYTNY-RECORD
                       WRITE FLYTNY-RECORD
               END-READ
           END-PERFORM
           CLOSE FLYTFIL
           CLOSE FLYTNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FLYTNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FLYTFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       LIST-FLYTNINGER.
           DISPLAY "Kunde-id (blank = alle aabne flytninger):"
           ACCEPT INP-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FLYTFIL
           IF FLYTFIL-STATUS NOT = "00"
               CLOSE FLYTFIL
               DISPLAY "Ingen flytninger i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FLYTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF INP-KUNDE-ID = SPACES
                           IF NOT KF-AFSLUTTET
                               PERFORM VIS-FLYTNING
                           END-IF
                       ELSE
                           IF KF-KUNDE-ID = INP-KUNDE-ID
                               PERFORM VIS-FLYTNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLYTFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen flytninger"
           END-IF
           EXIT.

       VIS-FLYTNING.
           ADD 1 TO ANTAL-VIST
           EVALUATE TRUE
               WHEN KF-REGISTRERET AND KF-UDGAAENDE
                   MOVE "venter paa godkendelse" TO STATUS-TEKST
               WHEN KF-REGISTRERET
                   MOVE "registreret" TO STATUS-TEKST
               WHEN KF-GODKENDT
                   MOVE "godkendt" TO STATUS-TEKST
               WHEN KF-ANMODNING-SENDT
                   MOVE "anmodning sendt" TO STATUS-TEKST
               WHEN KF-MODTAGET
                   MOVE "modtaget, venter paa dato" TO STATUS-TEKST
               WHEN KF-EKSPORTERET
                   MOVE "ordrer/mandater sendt" TO STATUS-TEKST
               WHEN KF-LUKNING-I-GANG
                   MOVE "lukning i gang" TO STATUS-TEKST
               WHEN KF-GENNEMFOERT
                   MOVE "GENNEMFOERT" TO STATUS-TEKST
               WHEN KF-FEJLET
                   MOVE "FEJLET" TO STATUS-TEKST
               WHEN OTHER
                   MOVE "annulleret" TO STATUS-TEKST
           END-EVALUATE
           MOVE KF-SALDO TO SALDO-VIST
           IF KF-INDGAAENDE
               DISPLAY KF-FLYT-ID " IND " KF-KUNDE-ID " fra "
                   FUNCTION TRIM(KF-ANDEN-BANK) " "
                   FUNCTION TRIM(KF-ANDEN-KONTO) " til "
                   FUNCTION TRIM(KF-VORES-KONTO)
           ELSE
               DISPLAY KF-FLYT-ID " UD  " KF-KUNDE-ID " til "
                   FUNCTION TRIM(KF-ANDEN-BANK) " "
                   FUNCTION TRIM(KF-ANDEN-KONTO)
           END-IF
           DISPLAY "    flyttedato " KF-FLYTTE-DATO " - "
               FUNCTION TRIM(STATUS-TEKST) " " KF-STATUS-DATO
               " ordrer " KF-ANTAL-ORDRER
               " mandater " KF-ANTAL-MANDATER
               " saldo " SALDO-VIST
           IF KF-BEMAERKNING NOT = SPACES
               DISPLAY "    " KF-BEMAERKNING
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - kundens record
      *staar i bufferen, saa linjen baerer kundens status/balance.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "UKENDT" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "KONTOFLYTNING" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *programmet kun laeser masteren; den holder ogsaa
      *KONTOFLYTKOERSEL (eksklusiv laas) ude mens registret
      *genskrives her.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "KONTOFLYTNING" TO LAAS-PROGRAM
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
               MOVE SPACES TO FLYTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytning.txt"
                   DELIMITED BY SIZE INTO FLYTFIL-NAVN
               END-STRING
               MOVE SPACES TO FLYTNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningNy.tmp"
                   DELIMITED BY SIZE INTO FLYTNYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
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
