      *har flyttet sig siden posteringen kan ikke foeres sikkert
      *tilbage og rapporteres i stedet. Selve tilbagefoerslen
      *journalfoeres i ReverseringsJournal.txt, saa backouten selv
      *kan revideres, og hver tilbagefoert konto faar en TYPE=REV-
      *linje med dagens dato i PosteringsJournal.txt, saa dagens
      *hovedbogsafstemning (GLDAGSEKSTRAKT) ser balanceaendringen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT REVERSFIL ASSIGN TO REVERSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTJOURNALFIL ASSIGN TO POSTJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       FD REVERSFIL.
       01 REVERSLINJE            PIC X(120).

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 REVERSFIL-NAVN         PIC X(80)
           VALUE "ReverseringsJournal.txt".
       01 POSTJOURNAL-NAVN       PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 JOURNAL-NAVN           PIC X(40) VALUE SPACES.

      *Journallinjens dele, splittet paa de faste =-maerker. FOER/
       01 EFTER-TEKST            PIC X(9).
       01 EFTER-BELOEB REDEFINES EFTER-TEKST PIC S9(7)V9(2).

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-TILBAGEFOERT     PIC 9(7) VALUE 0.
       01 ANTAL-SPRUNGET         PIC 9(7) VALUE 0.
      *vandre ned gennem gamle koerslers posteringer.
           DISPLAY "Posteringsdato AAAAMMDD (ENTER for i dag):"
           ACCEPT BACKOUT-DATO
           ACCEPT DAGSDATO FROM DATE YYYYMMDD
           IF BACKOUT-DATO = SPACES
               MOVE DAGSDATO TO BACKOUT-DATO
           END-IF

               STOP RUN
           END-IF
           OPEN OUTPUT REVERSFIL
           OPEN EXTEND POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               OPEN OUTPUT POSTJOURNALFIL
           END-IF
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL END-OF-FILE = "Y"
           CLOSE JOURNALFIL
           CLOSE KUNDEFIL
           CLOSE REVERSFIL
           CLOSE POSTJOURNALFIL
           CLOSE AUDITFIL

           DISPLAY "================================================"
           DISPLAY "Ikke tilbagefoert        : " ANTAL-SPRUNGET
           DISPLAY "Udenfor valgt dato       : " ANTAL-UDENFOR-DATO

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-SPRUNGET > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: konti for en eller flere kunder kunne "
                   "ikke gemmes - se ovenfor"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       TILBAGEFOER-LINJE.
               INVALID KEY
                   PERFORM SKRIV-SPRUNGET-LINJE
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   PERFORM FIND-KONTO
                   IF KONTO-FUNDET-IX = 0
                       PERFORM SKRIV-SPRUNGET-LINJE
                       DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                       PERFORM SKRIV-SPRUNGET-LINJE
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           MOVE EFTER-BELOEB
                               TO BALANCE(KONTO-FUNDET-IX)
                           PERFORM SKRIV-SPRUNGET-LINJE
                       ELSE
                           ADD 1 TO ANTAL-TILBAGEFOERT
                           PERFORM SKRIV-TILBAGEFOERT-LINJE
                           PERFORM SKRIV-REV-JOURNALLINJE
                           PERFORM SKRIV-AUDITLINJE
                       END-IF
               END-REWRITE
           END-IF
           EXIT.
           WRITE REVERSLINJE
           EXIT.

      *Tilbagefoerslen er en balanceaendring i dag - den
      *journalfoeres som korrektion med dagens dato, uanset hvilken
      *dags rentekoersel der foeres tilbage.
       SKRIV-REV-JOURNALLINJE.
           MOVE SPACES TO POSTJOURNAL-LINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=REV"
               " REF=RENTE-" BACKOUT-DATO
               " VALOER=" DAGSDATO
               " FOER=" EFTER-BELOEB
               " EFTER=" BALANCE(KONTO-FUNDET-IX)
               " DATO=" DAGSDATO
               " VALUTA=" DEL-VALUTA(1:3)
               DELIMITED BY SIZE INTO POSTJOURNAL-LINJE
           END-STRING
           WRITE POSTJOURNAL-LINJE
           EXIT.

       SKRIV-SPRUNGET-LINJE.
           ADD 1 TO ANTAL-SPRUNGET
           MOVE SPACES TO REVERSLINJE
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
                   "ReverseringsJournal.txt"
                   DELIMITED BY SIZE INTO REVERSFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNAL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNAL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
