       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMTABONNEMENT.
      *Erhvervskunders abonnement paa elektronisk kontoudtog i ISO
      *20022 camt.053-format (Camt053Abonnement.txt, CAMTABON.CPY).
      *CAMTEKSPORT danner ved hver kontoudtogskoersel en camt.053-
      *fil pr. abonneret konto, som kunden kan indlaese direkte i sit
      *regnskabssystem:
      *  O - opret et abonnement for en konto, eller for alle
      *      kundens konti (blankt kontonummer). Kun erhvervskunder
      *      (KUNDETYPE E) der ikke er slettet.
      *  F - fjern et abonnement
      *  L - list kundens abonnementer og konti
      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring, og hver aendring faar en linje i den faelles
      *audit-journal (CAMTOPRT/CAMTFJRN). Operatoeren skal vaere
      *logget paa (OPERATOER i miljoeet).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABONFIL ASSIGN TO ABONFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT ABONNYFIL ASSIGN TO ABONNYFIL-NAVN
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
       FD ABONFIL.
       01 ABON-RECORD.
           COPY "CAMTABON.CPY".

       FD ABONNYFIL.
       01 ABONNY-RECORD          PIC X(46).

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
       01 ABONFIL-NAVN           PIC X(80)
           VALUE "Camt053Abonnement.txt".
       01 ABONNYFIL-NAVN         PIC X(80)
           VALUE "Camt053AbonnementNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 ABONFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KONTONUMMER        PIC X(20) VALUE SPACES.
       01 KUNDE-FUNDET           PIC X VALUE "N".
           88 KUNDE-ER-FUNDET        VALUE "J".
       01 KONTO-FUNDET           PIC X VALUE "N".
           88 KONTO-ER-FUNDET        VALUE "J".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 KONTO-VIST             PIC X(20) VALUE SPACES.
       01 BELOEB-VIST            PIC -(8)9.99.

      *Registret holdes i tabellen under hele sessionen; laasen
      *holder natkoerslerne ude imens.
       01 ABON-ANTAL             PIC 9(4) VALUE 0.
       01 ABON-TABEL.
           02 ABON-POST OCCURS 5000 TIMES PIC X(46).
       01 ABON-IX                PIC 9(4).
       01 ABON-FUNDET-IX         PIC 9(4) VALUE 0.
       01 ABON-ALLE-IX           PIC 9(4) VALUE 0.

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
           PERFORM LAES-ABONNEMENTER

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "camt.053-kontoudtog: O-opret F-fjern "
                   "L-list X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-ABONNEMENT
                   WHEN "F" PERFORM FJERN-ABONNEMENT
                   WHEN "L" PERFORM LIST-ABONNEMENTER
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       LAES-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           DISPLAY "Kunde-id:"
           MOVE SPACES TO INP-KUNDE-ID
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke i masteren"
               NOT INVALID KEY
                   MOVE "J" TO KUNDE-FUNDET
                   PERFORM HENT-KONTI
           END-READ
           EXIT.

      *Kontonummeret skal vaere en af kundens egne konti - blankt
      *betyder alle konti.
       LAES-KONTONUMMER.
           MOVE "N" TO KONTO-FUNDET
           DISPLAY "Kontonummer (blank = alle kundens konti):"
           MOVE SPACES TO INP-KONTONUMMER
           ACCEPT INP-KONTONUMMER
           IF INP-KONTONUMMER = SPACES
               MOVE "J" TO KONTO-FUNDET
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) = INP-KONTONUMMER
                   MOVE "J" TO KONTO-FUNDET
               END-IF
           END-PERFORM
           EXIT.

       OPRET-ABONNEMENT.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           IF KUNDE-SLETTET
               DISPLAY "FEJL: kunden er slettet"
               EXIT PARAGRAPH
           END-IF
           IF NOT KUNDE-ERHVERV
               DISPLAY "FEJL: camt.053-kontoudtog tilbydes kun "
                   "erhvervskunder"
               EXIT PARAGRAPH
           END-IF
           PERFORM LAES-KONTONUMMER
           IF NOT KONTO-ER-FUNDET
               DISPLAY "FEJL: kontoen tilhoerer ikke kunden"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ABONNEMENT
           IF ABON-FUNDET-IX > 0
               DISPLAY "FEJL: abonnementet findes allerede"
               EXIT PARAGRAPH
           END-IF
           IF ABON-ALLE-IX > 0
               DISPLAY "FEJL: kunden abonnerer allerede paa alle "
                   "konti"
               EXIT PARAGRAPH
           END-IF
           IF ABON-ANTAL >= 5000
               DISPLAY "FEJL: abonnementsregistret er fuldt"
               EXIT PARAGRAPH
           END-IF
      *Et abonnement paa alle konti afloeser kundens abonnementer
      *paa de enkelte konti, saa ingen konto faar to filer.
           IF INP-KONTONUMMER = SPACES
               PERFORM FJERN-ENKELTKONTI
           END-IF
           ADD 1 TO ABON-ANTAL
           MOVE SPACES TO ABON-RECORD
           MOVE INP-KUNDE-ID TO CAB-KUNDE-ID
           MOVE INP-KONTONUMMER TO CAB-KONTONUMMER
           MOVE KOERSEL-DATO TO CAB-OPRETTET
           MOVE AUDIT-OPERATOER TO CAB-OPRETTET-AF
           MOVE ABON-RECORD TO ABON-POST(ABON-ANTAL)
           PERFORM GEM-ABONNEMENTER
           MOVE "CAMTOPRT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           IF INP-KONTONUMMER = SPACES
               DISPLAY "Abonnement gemt: " INP-KUNDE-ID
                   " alle konti"
           ELSE
               DISPLAY "Abonnement gemt: " INP-KUNDE-ID " konto "
                   FUNCTION TRIM(INP-KONTONUMMER)
           END-IF
           EXIT.

       FJERN-ENKELTKONTI.
           MOVE 1 TO ABON-IX
           PERFORM UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               IF CAB-KUNDE-ID = INP-KUNDE-ID
                   MOVE ABON-IX TO ABON-FUNDET-IX
                   PERFORM SLET-ABONNEMENTSPOST
               ELSE
                   ADD 1 TO ABON-IX
               END-IF
           END-PERFORM
           EXIT.

       FJERN-ABONNEMENT.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kontonummer (blank = abonnementet paa alle "
               "konti):"
           MOVE SPACES TO INP-KONTONUMMER
           ACCEPT INP-KONTONUMMER
           PERFORM FIND-ABONNEMENT
           IF ABON-FUNDET-IX = 0
               DISPLAY "FEJL: abonnementet findes ikke"
               EXIT PARAGRAPH
           END-IF
           PERFORM SLET-ABONNEMENTSPOST
           PERFORM GEM-ABONNEMENTER
           MOVE "CAMTFJRN" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Abonnement fjernet"
           EXIT.

       SLET-ABONNEMENTSPOST.
           PERFORM VARYING ABON-IX FROM ABON-FUNDET-IX BY 1
                   UNTIL ABON-IX >= ABON-ANTAL
               MOVE ABON-POST(ABON-IX + 1) TO ABON-POST(ABON-IX)
           END-PERFORM
           SUBTRACT 1 FROM ABON-ANTAL
           MOVE ABON-FUNDET-IX TO ABON-IX
           EXIT.

       LIST-ABONNEMENTER.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               IF CAB-KUNDE-ID = INP-KUNDE-ID
                   ADD 1 TO ANTAL-VIST
                   IF CAB-ALLE-KONTI
                       MOVE "(alle konti)" TO KONTO-VIST
                   ELSE
                       MOVE CAB-KONTONUMMER TO KONTO-VIST
                   END-IF
                   DISPLAY "Abonnement " KONTO-VIST
                       " oprettet " CAB-OPRETTET " af "
                       CAB-OPRETTET-AF
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Kunden abonnerer ikke paa camt.053-"
                   "kontoudtog"
           END-IF
           DISPLAY "Kundens konti:"
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               MOVE BALANCE(KONTO-IX) TO BELOEB-VIST
               DISPLAY "  " KONTONUMMER(KONTO-IX) " "
                   VALUTAKODE(KONTO-IX) " " BELOEB-VIST
           END-PERFORM
           EXIT.

      *Finder kundens abonnement paa netop det indtastede
      *kontonummer (blankt = alle konti) og husker samtidig om
      *kunden har et abonnement paa alle konti.
       FIND-ABONNEMENT.
           MOVE 0 TO ABON-FUNDET-IX
           MOVE 0 TO ABON-ALLE-IX
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               IF CAB-KUNDE-ID = INP-KUNDE-ID
                   IF CAB-KONTONUMMER = INP-KONTONUMMER
                       MOVE ABON-IX TO ABON-FUNDET-IX
                   END-IF
                   IF CAB-ALLE-KONTI
                       MOVE ABON-IX TO ABON-ALLE-IX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       LAES-ABONNEMENTER.
           MOVE 0 TO ABON-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS NOT = "00"
               CLOSE ABONFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ABONFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ABON-ANTAL < 5000
                           ADD 1 TO ABON-ANTAL
                           MOVE ABON-RECORD TO ABON-POST(ABON-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 5000 poster i "
                               "Camt053Abonnement.txt"
                           CLOSE ABONFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABONFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring, saa en afbrudt session ikke taber noget.
       GEM-ABONNEMENTER.
           OPEN OUTPUT ABONNYFIL
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABONNY-RECORD
               WRITE ABONNY-RECORD
           END-PERFORM
           CLOSE ABONNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(ABONNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ABONFIL-NAVN)
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
           MOVE "CAMTABONNEMENT" TO JOURNAL-PROGRAM
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
      *programmet kun laeser masteren; den holder samtidig
      *natkoerslerne ude mens registret genskrives.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "CAMTABONNEMENT" TO LAAS-PROGRAM
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
               MOVE SPACES TO ABONFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Camt053Abonnement.txt"
                   DELIMITED BY SIZE INTO ABONFIL-NAVN
               END-STRING
               MOVE SPACES TO ABONNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Camt053AbonnementNy.tmp"
                   DELIMITED BY SIZE INTO ABONNYFIL-NAVN
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
