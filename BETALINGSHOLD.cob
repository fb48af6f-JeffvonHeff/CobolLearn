       IDENTIFICATION DIVISION.
       PROGRAM-ID. BETALINGSHOLD.
      *Compliance-arbejdsstation for betalingsholdkoeen
      *(BetalingsHold.txt, BETALHOLD.CPY). CLEARINGUD og CLEARINGIND
      *holder betalinger tilbage naar modparten - modtager eller
      *ordregiver, navn eller bank - rammer Sanktionsliste.txt; de er
      *hverken debiteret eller krediteret. Her gennemgaar compliance
      *dem:
      *  L - list hold der venter eller er afgjort men endnu ikke
      *      udfoert, med antal dage i koeen
      *  V - vis et hold: modparten, listens navn, kilde og
      *      reference, matchstyrken og den oprindelige linje
      *  F - frigiv - betalingen foeres med naeste koersel af
      *      clearingskridtet gennem de almindelige kontroller
      *  A - afvis - en udgaaende ordre skrives til
      *      BetalingsAfviste.txt, en indgaaende kreditering
      *      returneres til afsenderbanken med aarsag 07
      *Afgoerelsen staemples med operatoer og dato paa holdet og
      *faar en linje i den faelles audit-journal (HOLDFRIG/HOLDAFV).
      *Hold af type K (kontaktskift - CLEARINGUD og TRF i
      *KONTOPOSTERING) afgoeres efter et bekraeftende opkald til
      *kunden: V viser aendringen og kundens telefonnummer, F/A er
      *opkaldets udfald, operatoeren noterer opkaldet paa holdet, og
      *audit-aktionen er OPKALDOK/OPKALDAF.
      *Betalinger fra en kundes massebetalingsfil (MASSEBETALING -
      *loen og kreditorer) kendes paa maerket MASSE sidst i den
      *oprindelige linje; for dem vises beloebet som stjerner, og
      *den oprindelige linje vises ikke.
      *Programmet holder systemlaasen hele sessionen, saa
      *clearingskridtene ikke genskriver koeen imens, og koeen
      *genskrives efter hver afgoerelse. Operatoeren skal vaere
      *logget paa (OPERATOER i miljoeet).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLDFIL ASSIGN TO HOLDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFIL-STATUS.
           SELECT HOLDNYFIL ASSIGN TO HOLDNYFIL-NAVN
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
       FD HOLDFIL.
       01 HOLD-RECORD.
           COPY "BETALHOLD.CPY".

       FD HOLDNYFIL.
       01 HOLDNY-RECORD          PIC X(402).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

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
       01 HOLDFIL-NAVN           PIC X(80)
           VALUE "BetalingsHold.txt".
       01 HOLDNYFIL-NAVN         PIC X(80)
           VALUE "BetalingsHoldNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 HOLDFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Koeen holdes i tabellen under hele sessionen - laasen sikrer
      *at clearingskridtene ikke roerer den imens.
       01 HOLD-ANTAL             PIC 9(4) VALUE 0.
       01 HOLD-TABEL.
           02 HOLD-POST OCCURS 2000 TIMES PIC X(402).
       01 HOLD-IX                PIC 9(4).
       01 HOLD-FUNDET-IX         PIC 9(4) VALUE 0.
       01 INP-HOLD-ID            PIC X(14) VALUE SPACES.
       01 HOLD-ALDER             PIC 9(5) VALUE 0.
       01 HOLD-ALDER-VIST        PIC Z(4)9.
       01 HOLD-BELOEB-VIST       PIC -(7)9.99.
       01 HOLD-BELOEB-TEKST      PIC X(11) VALUE SPACES.
       01 MASSE-TAELLER          PIC 9(2) VALUE 0.
       01 MASSE-HOLD             PIC X VALUE "N".
           88 ER-MASSEBETALING       VALUE "J".
       01 RETNING-TEKST          PIC X(4) VALUE SPACES.
       01 TYPE-TEKST             PIC X(4) VALUE SPACES.
       01 STATUS-TEKST           PIC X(24) VALUE SPACES.
       01 ANTAL-VIST             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
           PERFORM LAES-BETALINGSHOLD

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Betalingshold: L-list V-vis F-frigiv "
                   "A-afvis X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "L" PERFORM LIST-HOLD
                   WHEN "V" PERFORM VIS-HOLD
                   WHEN "F" PERFORM FRIGIV-HOLD
                   WHEN "A" PERFORM AFVIS-HOLD
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       LIST-HOLD.
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF NOT BH-AFSLUTTET
                   PERFORM VIS-HOLDLINJE
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen hold i koeen"
           END-IF
           EXIT.

       VIS-HOLDLINJE.
           ADD 1 TO ANTAL-VIST
           COMPUTE HOLD-ALDER =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(BH-HOLD-DATO)
           MOVE HOLD-ALDER TO HOLD-ALDER-VIST
           MOVE BH-BELOEB TO HOLD-BELOEB-VIST
           MOVE HOLD-BELOEB-VIST TO HOLD-BELOEB-TEKST
           PERFORM TJEK-MASSEBETALING
           IF ER-MASSEBETALING
               MOVE "*******.**" TO HOLD-BELOEB-TEKST
           END-IF
           PERFORM SAET-TEKSTER
           DISPLAY BH-ID " " RETNING-TEKST " " TYPE-TEKST " "
               BH-HOLD-DATO
               " DAGE=" HOLD-ALDER-VIST " " BH-KUNDE-ID " "
               HOLD-BELOEB-TEKST " " BH-VALUTA " "
               FUNCTION TRIM(BH-MODPART-NAVN) " / "
               FUNCTION TRIM(BH-MODPART-BANK) " " BH-MATCH-STYRKE
               " " FUNCTION TRIM(STATUS-TEKST)
           EXIT.

       SAET-TEKSTER.
           EVALUATE TRUE
               WHEN BH-UDGAAENDE
                   MOVE "UD" TO RETNING-TEKST
               WHEN BH-INTERN-TRF
                   MOVE "TRF" TO RETNING-TEKST
               WHEN OTHER
                   MOVE "IND" TO RETNING-TEKST
           END-EVALUATE
           IF BH-KONTAKTSKIFT
               MOVE "KONT" TO TYPE-TEKST
           ELSE
               MOVE "SANK" TO TYPE-TEKST
           END-IF
           EVALUATE TRUE
               WHEN BH-VENTER
                   MOVE "VENTER" TO STATUS-TEKST
               WHEN BH-FRIGIVET
                   MOVE "FRIGIVET - VENTER KOERSEL" TO STATUS-TEKST
               WHEN BH-AFVIST
                   MOVE "AFVIST - VENTER KOERSEL" TO STATUS-TEKST
               WHEN BH-UDFOERT
                   MOVE "FRIGIVET OG UDFOERT" TO STATUS-TEKST
               WHEN BH-AFVIST-SENDT
                   MOVE "AFVIST OG AFSLUTTET" TO STATUS-TEKST
               WHEN OTHER
                   MOVE "UKENDT STATUS" TO STATUS-TEKST
           END-EVALUATE
           EXIT.

       FIND-HOLD.
           MOVE 0 TO HOLD-FUNDET-IX
           DISPLAY "Hold-id (BH...):"
           MOVE SPACES TO INP-HOLD-ID
           ACCEPT INP-HOLD-ID
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-ID = INP-HOLD-ID
                   MOVE HOLD-IX TO HOLD-FUNDET-IX
               END-IF
           END-PERFORM
           IF HOLD-FUNDET-IX = 0
               DISPLAY "FEJL: holdet findes ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-POST(HOLD-FUNDET-IX) TO HOLD-RECORD
           EXIT.

       VIS-HOLD.
           PERFORM FIND-HOLD
           IF HOLD-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-VIST
           PERFORM VIS-HOLDLINJE
           EVALUATE TRUE
               WHEN BH-UDGAAENDE
                   DISPLAY "Modtager     : "
                       FUNCTION TRIM(BH-MODPART-NAVN)
                       " bank " BH-MODPART-BANK
                   DISPLAY "Fra konto    : " BH-KONTONUMMER
               WHEN BH-INTERN-TRF
                   DISPLAY "Modpart/konto: "
                       FUNCTION TRIM(BH-MODPART-NAVN)
                   DISPLAY "Fra konto    : " BH-KONTONUMMER
               WHEN OTHER
                   DISPLAY "Ordregiver   : "
                       FUNCTION TRIM(BH-MODPART-NAVN)
                       " bank " BH-MODPART-BANK
                   DISPLAY "Til konto    : " BH-KONTONUMMER
           END-EVALUATE
           IF BH-KONTAKTSKIFT
               DISPLAY "Aendring     : " BH-SKIFT-ART " den "
                   BH-SKIFT-DATO " via " BH-SKIFT-KILDE
           ELSE
               DISPLAY "Listenavn    : " FUNCTION TRIM(BH-LISTE-NAVN)
                   " (" BH-MATCH-STYRKE ")"
               DISPLAY "Liste/ref    : " BH-LISTE-KILDE " "
                   BH-LISTE-REF
           END-IF
           IF BH-KUNDE-ID NOT = SPACES
               MOVE BH-KUNDE-ID TO KUNDE-ID
               READ KUNDEFIL
                   INVALID KEY
                       DISPLAY "Kunde        : " BH-KUNDE-ID
                           " findes ikke i masteren"
                   NOT INVALID KEY
                       DISPLAY "Kunde        : " KUNDE-ID " "
                           FUNCTION TRIM(FORNAVN) " "
                           FUNCTION TRIM(EFTERNAVN)
                           " STATUS=" KUNDE-STATUS
                       IF BH-KONTAKTSKIFT
                           DISPLAY "Telefon      : " TELEFON
                       END-IF
               END-READ
           END-IF
           IF BH-BESLUTTET-AF NOT = SPACES
               DISPLAY "Afgjort      : " BH-BESLUT-DATO " af "
                   BH-BESLUTTET-AF
           END-IF
           IF BH-OPKALD-NOTAT NOT = SPACES
               DISPLAY "Opkald       : " FUNCTION TRIM(BH-OPKALD-NOTAT)
           END-IF
           IF ER-MASSEBETALING
               DISPLAY "Linje        : massebetaling - vises ikke"
           ELSE
               DISPLAY "Linje        : "
                   FUNCTION TRIM(BH-ORIGINAL-LINJE)
           END-IF
           EXIT.

      *Linjer fra MASSEBETALING baerer ",MASSE" efter de kolonner
      *clearing- og posteringsskridtene laeser.
       TJEK-MASSEBETALING.
           MOVE 0 TO MASSE-TAELLER
           INSPECT BH-ORIGINAL-LINJE TALLYING MASSE-TAELLER
               FOR ALL ",MASSE"
           IF MASSE-TAELLER > 0
               MOVE "J" TO MASSE-HOLD
           ELSE
               MOVE "N" TO MASSE-HOLD
           END-IF
           EXIT.

       FRIGIV-HOLD.
           PERFORM FIND-HOLD
           IF HOLD-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT BH-VENTER
               DISPLAY "FEJL: holdet er allerede afgjort"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-VIST
           PERFORM VIS-HOLDLINJE
           IF BH-KONTAKTSKIFT
               DISPLAY "Frigiv betalingen - kunden har bekraeftet "
                   "den ved opkald (J/N)?"
           ELSE
               DISPLAY "Frigiv betalingen - hittet er vurderet som "
                   "falsk positivt (J/N)?"
           END-IF
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Frigivelse afbrudt"
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO BH-STATUS
           IF BH-KONTAKTSKIFT
               PERFORM LAES-OPKALD-NOTAT
               IF BH-OPKALD-NOTAT = SPACES
                   DISPLAY "Afgoerelse afbrudt - opkaldet skal noteres"
                   EXIT PARAGRAPH
               END-IF
               MOVE "OPKALDOK" TO AUDIT-AKTION
           ELSE
               MOVE "HOLDFRIG" TO AUDIT-AKTION
           END-IF
           PERFORM STEMPEL-AFGOERELSE
           DISPLAY "Hold " BH-ID " frigivet - foeres med naeste "
               "koersel af clearingskridtet"
           EXIT.

       AFVIS-HOLD.
           PERFORM FIND-HOLD
           IF HOLD-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT BH-VENTER
               DISPLAY "FEJL: holdet er allerede afgjort"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-VIST
           PERFORM VIS-HOLDLINJE
           EVALUATE TRUE
               WHEN BH-KONTAKTSKIFT
                   DISPLAY "Afvis betalingen - kunden har ikke "
                       "bekraeftet den ved opkald (J/N)?"
               WHEN BH-INDGAAENDE
                   DISPLAY "Afvis krediteringen - den returneres til "
                       "afsenderbanken (J/N)?"
               WHEN OTHER
                   DISPLAY "Afvis ordren - den foeres ikke (J/N)?"
           END-EVALUATE
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Afvisning afbrudt"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO BH-STATUS
           IF BH-KONTAKTSKIFT
               PERFORM LAES-OPKALD-NOTAT
               IF BH-OPKALD-NOTAT = SPACES
                   DISPLAY "Afgoerelse afbrudt - opkaldet skal noteres"
                   EXIT PARAGRAPH
               END-IF
               MOVE "OPKALDAF" TO AUDIT-AKTION
           ELSE
               MOVE "HOLDAFV" TO AUDIT-AKTION
           END-IF
           PERFORM STEMPEL-AFGOERELSE
           DISPLAY "Hold " BH-ID " afvist - udfoeres med naeste "
               "koersel af clearingskridtet"
           EXIT.

      *Opkaldet skal dokumenteres - hvem blev ringet op paa hvilket
      *nummer - foer afgoerelsen paa et kontaktskift-hold gemmes.
       LAES-OPKALD-NOTAT.
           MOVE SPACES TO BH-OPKALD-NOTAT
           DISPLAY "Notat om opkaldet (nummer, hvem svarede):"
           ACCEPT BH-OPKALD-NOTAT
           EXIT.

      *Afgoerelsen staemples paa holdet, koeen gemmes og audit-
      *linjen skrives paa kunden (blank kunde naar en indgaaende
      *kreditering ikke kunne henfoeres til en konto).
       STEMPEL-AFGOERELSE.
           MOVE KOERSEL-DATO TO BH-BESLUT-DATO
           MOVE AUDIT-OPERATOER TO BH-BESLUTTET-AF
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-FUNDET-IX)
           PERFORM GEM-BETALINGSHOLD
           MOVE SPACES TO KUNDEOPL
           MOVE 0 TO ANTAL-KONTI
           MOVE BH-KUNDE-ID TO KUNDE-ID
           IF BH-KUNDE-ID NOT = SPACES
               READ KUNDEFIL
                   INVALID KEY
                       MOVE SPACES TO KUNDEOPL
                       MOVE BH-KUNDE-ID TO KUNDE-ID
                   NOT INVALID KEY
                       PERFORM HENT-KONTI
               END-READ
           END-IF
           PERFORM SKRIV-AUDITLINJE
           EXIT.

       LAES-BETALINGSHOLD.
           MOVE 0 TO HOLD-ANTAL
           MOVE "N" TO END-OF-FILE
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

      *Koeen genskrives via midlertidig fil og mv efter hver
      *afgoerelse, saa en afbrudt session ikke taber noget.
       GEM-BETALINGSHOLD.
           OPEN OUTPUT HOLDNYFIL
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLDNY-RECORD
               WRITE HOLDNY-RECORD
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

       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "BETALINGSHOLD" TO JOURNAL-PROGRAM
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
      *CLEARINGUD og CLEARINGIND (eksklusiv laas) ude mens koeen
      *genskrives her.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "BETALINGSHOLD" TO LAAS-PROGRAM
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
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
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

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BETALINGSHOLD" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
