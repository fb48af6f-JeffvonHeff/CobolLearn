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
       01 JOURNALFIL-NAVN        PIC X(80)
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 JOURNAL-SLUT           PIC X VALUE "N".
       01 EFTER-BELOEB REDEFINES EFTER-TEKST PIC S9(7)V9(2).
       01 BEVAEGELSE             PIC S9(7)V9(2) VALUE 0.

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 NAESTE-TVIST-ID        PIC 9(6) VALUE 1.
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LIST-JOURNAL.
                       " findes ikke i masteren"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       MOVE GAMMEL-BALANCE
                           TO BALANCE(KONTO-FUNDET-IX)
                       DISPLAY "Reversering afbrudt - posten er "
                           "ikke reverseret"
                   ELSE
                       PERFORM SKRIV-REV-JOURNALLINJE
                       PERFORM SKRIV-AUDITLINJE
                       PERFORM OPRET-TVIST
                       DISPLAY "Reversering gennemfoert - tvist "
                           NAESTE-TVIST-ID " oprettet"
                   END-IF
           END-REWRITE
           EXIT.

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
