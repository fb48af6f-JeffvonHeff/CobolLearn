      *CPR-matchet er det sikre: to kunder med samme CPR ER samme
      *person uanset hvordan navnet er stavet.
      *M-funktionen udfoerer en operatoer-bekraeftet fusion: den
      *tabende kundes konti flyttes i kontomasteren over paa den
      *overlevende (KONTITABEL.CPY tillader op til 99), taberen
      *markeres slettet, og
      *fusionen logges med foer-billeder i KundeVedligeLog.txt
      *(samme stil som KUNDEVEDLIGEHOLD's LOG-RET) samt i den
      *faelles audit-journal.
       01 RAPPORTLINJE            PIC X(120).

       FD LOGFIL.
       01 LOGLINJE                PIC X(5400).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

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
       01 AUDIT-AKTION            PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM       PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX          PIC 9(3) VALUE 1.
       01 VALG                    PIC X(1) VALUE SPACE.
       01 VEDLIGE-DATO            PIC 9(8) VALUE 0.

      *Den tabende kunde i en fusion, laest ind i arbejdslageret
      *foer den overlevende hentes.
       01 DUBLET-KUNDE.
           COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY DUB-KUNDE-ID.
           COPY "KONTITABEL.CPY" REPLACING
               ANTAL-KONTI BY DUB-ANTAL-KONTI.

       01 OVERLEVER-ID            PIC X(10) VALUE SPACES.
       01 TABER-ID                PIC X(10) VALUE SPACES.
       01 FOER-BILLEDE            PIC X(5350) VALUE SPACES.
       01 KONTO-IX                PIC 9(3) VALUE 1.
       01 NY-KONTO-IX             PIC 9(3) VALUE 1.
       01 SAMLET-ANTAL-KONTI      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           CLOSE LOGFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCAN-FOR-DUBLETTER.
           DISPLAY "Scan faerdig: " ANTAL-PAR
               " mistaenkte dubletpar - se DubletRapport.txt"
           IF SCAN-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive kunder - "
                   "scanningen daekker kun de foerste 2000"
           END-IF
           MOVE "SCAN-TABEL" TO TK-TABEL
           MOVE SCAN-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SCAN-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Noeglen er navn + adresse normaliseret med TRIM + UPPER-CASE,
           END-PERFORM
           EXIT.

      *Operatoer-bekraeftet fusion: taberens konti slettes paa taberen i
      *kontomasteren og gemmes derefter paa den overlevende, og
      *taberen markeres slettet som SLET-KUNDE ville have gjort det.
       FUSIONER-KUNDER.
           DISPLAY "Overlevende kunde-id:"
           ACCEPT OVERLEVER-ID
               DISPLAY "FEJL: " TABER-ID " er ikke aktiv"
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KONTI
           MOVE ANTAL-KONTI TO DUB-ANTAL-KONTI
           MOVE KUNDEOPL TO DUBLET-KUNDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO DUBLET-KUNDE(LENGTH OF KUNDEOPL + 1:)
           MOVE TABER-ID TO DUB-KUNDE-ID
           MOVE OVERLEVER-ID TO KUNDE-ID
           READ KUNDEFIL
                   DISPLAY "FEJL: " OVERLEVER-ID " findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV OF KUNDEOPL
               DISPLAY "FEJL: " OVERLEVER-ID " er ikke aktiv"
               EXIT PARAGRAPH
           END-IF
           COMPUTE SAMLET-ANTAL-KONTI =
               ANTAL-KONTI + DUB-ANTAL-KONTI
           IF SAMLET-ANTAL-KONTI > 99
               DISPLAY "FEJL: tilsammen " SAMLET-ANTAL-KONTI
                   " konti - en kunde kan hoejst have 99"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fusioner " TABER-ID " ind i " OVERLEVER-ID
           EXIT.

       UDFOER-FUSION.
           MOVE KUNDEOPL TO FOER-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI TO FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           MOVE KUNDE-STATUS OF KUNDEOPL TO JOURNAL-FOER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   UNTIL KONTO-IX > DUB-ANTAL-KONTI
               ADD 1 TO NY-KONTO-IX
               MOVE KONTI OF DUBLET-KUNDE (KONTO-IX)
                   TO KONTI OF KUNDEKONTI (NY-KONTO-IX)
           END-PERFORM
           MOVE SAMLET-ANTAL-KONTI TO ANTAL-KONTI
      *Kontonumrene er unikke i kontomasteren, saa taberens konti
      *skal slettes paa taberen foer de kan gemmes paa den overlevende.
           MOVE "S" TO KS-FUNKTION
           MOVE TABER-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " TABER-ID
                   " kan ikke flyttes - " KS-FEJLTEKST
               EXIT PARAGRAPH
           END-IF
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " OVERLEVER-ID
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
      *Kan den overlevendes konti ikke gemmes, stilles begge kunder
      *tilbage: den overlevende til foer-billedet og taberens konti
      *tilbage paa taberen.
           IF KS-FEJL
               PERFORM FORTRYD-FUSION
               EXIT PARAGRAPH
           END-IF
           PERFORM LOG-FUSION
           MOVE "FUSION" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
               "slettet, konti flyttet til " OVERLEVER-ID
           EXIT.

       FORTRYD-FUSION.
           MOVE FOER-BILLEDE(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           MOVE FOER-BILLEDE(LENGTH OF KUNDEOPL + 1:) TO KUNDEKONTI
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: " OVERLEVER-ID " kunne ikke "
                       "stilles tilbage - kontroller recorden"
           END-REWRITE
           PERFORM GEM-KONTI
           MOVE DUB-ANTAL-KONTI TO ANTAL-KONTI
           MOVE DUBLET-KUNDE(LENGTH OF KUNDEOPL + 1:) TO KUNDEKONTI
           MOVE "G" TO KS-FUNKTION
           MOVE TABER-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " TABER-ID
                   " kunne ikke stilles tilbage - " KS-FEJLTEKST
           END-IF
           DISPLAY "Fusion afbrudt - konti kunne ikke gemmes"
           EXIT.

       SLET-TABEREN.
           MOVE DUBLET-KUNDE(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           MOVE DUB-ANTAL-KONTI TO ANTAL-KONTI
           MOVE DUBLET-KUNDE(LENGTH OF KUNDEOPL + 1:) TO KUNDEKONTI
           MOVE KUNDE-STATUS OF KUNDEOPL TO JOURNAL-FOER-STATUS
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE DUBLET-KUNDE TO FOER-BILLEDE
           MOVE "D" TO KUNDE-STATUS OF KUNDEOPL
           ACCEPT VEDLIGE-DATO FROM DATE YYYYMMDD
           MOVE VEDLIGE-DATO TO SLET-DATO OF KUNDEOPL
           MOVE 0 TO ANTAL-KONTI
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " TABER-ID
           WRITE LOGLINJE
           MOVE SPACES TO LOGLINJE
           STRING "FUSION " AUDIT-OPERATOER " "
               KUNDE-ID " EFTER=" KUNDEOPL KUNDEKONTI
               DELIMITED BY SIZE INTO LOGLINJE
           END-STRING
           WRITE LOGLINJE
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE OF KUNDEKONTI (AUDIT-KONTO-IX)
                   TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "DUBLETFINDER" TO TK-PROGRAM
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
