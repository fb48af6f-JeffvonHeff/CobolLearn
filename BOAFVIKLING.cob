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
       01 KUNDEFIL-NAVN          PIC X(80)
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
       01 DEBETSATSER.
           02 DEBETSATS PIC V9(4) OCCURS 20 TIMES.
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 KONTO-IX               PIC 9(3) VALUE 1.

       01 BO-KUNDE-ID            PIC X(10) VALUE SPACES.
       01 MODTAGER-ID            PIC X(10) VALUE SPACES.
       01 MODTAGER-KONTO         PIC X(20) VALUE SPACES.
       01 MODTAGER-KONTO-IX      PIC 9(3) VALUE 0.
       01 MODTAGER-VALUTA        PIC X(3) VALUE SPACES.
       01 SVAR                   PIC X(1) VALUE SPACE.

      *udbetalingen mens modtagerens record er i bufferen.
       01 BO-ANTAL-KONTI         PIC 9(2) VALUE 0.
       01 BO-KONTI-TABEL.
           02 BO-KONTO-POST OCCURS 99 TIMES.
               03 BO-KONTONUMMER     PIC X(20).
               03 BO-BALANCE         PIC S9(7)V9(2).
               03 BO-VALUTAKODE      PIC X(3).
       01 BO-IX                  PIC 9(3) VALUE 1.
       01 KURS-FRA               PIC 9(3)V9(6) VALUE 0.
       01 KURS-TIL               PIC 9(3)V9(6) VALUE 0.
       01 OVERFOERT-BELOEB       PIC S9(9)V9(2) VALUE 0.
       01 NUL-BALANCE            PIC S9(7)V9(2) VALUE 0.
       01 BO-SLET-DATO-FOER      PIC 9(8) VALUE 0.
       01 UDBETALING-FEJL        PIC X VALUE "N".
           88 UDBETALING-FEJLEDE     VALUE "J".
       01 SAMLET-UDBETALT        PIC S9(9)V9(2) VALUE 0.
                       " findes ikke"
                   PERFORM AFBRYD
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "FEJL: modtager er ikke aktiv"
               PERFORM AFBRYD
                       " findes ikke"
                   PERFORM AFBRYD
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-BO
               DISPLAY "FEJL: " BO-KUNDE-ID " har status "
                   KUNDE-STATUS " - kun B-kunder kan afvikles"
                   TO BO-VALUTAKODE(KONTO-IX)
               MOVE 0 TO BALANCE(KONTO-IX)
           END-PERFORM
           MOVE SLET-DATO TO BO-SLET-DATO-FOER
           MOVE "D" TO KUNDE-STATUS
           MOVE KOERSEL-DATO TO SLET-DATO
           REWRITE KUNDEOPL
                   DISPLAY "FEJL: Kan ikke lukke " BO-KUNDE-ID
                   PERFORM AFBRYD
           END-REWRITE
           PERFORM GEM-KONTI
      *Kan kontiene ikke gemmes, genaabnes bo-recorden, saa boet
      *staar uroert med sine saldi og kan afvikles igen.
           IF KS-FEJL
               MOVE "B" TO KUNDE-STATUS
               MOVE BO-SLET-DATO-FOER TO SLET-DATO
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: " BO-KUNDE-ID " kunne ikke "
                           "genaabnes - kontroller kundemasteren"
               END-REWRITE
               PERFORM AFBRYD
           END-IF
           MOVE "BOLUK" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
      *Trin 3: udbetaling - hvert bo-ben journalfoeres som TRF og
                       "afviklingen - kontroller journalen"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(MODTAGER-KONTO-IX) TO GAMMEL-BALANCE
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke kreditere modtageren"
                   MOVE "J" TO UDBETALING-FEJL
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(MODTAGER-KONTO-IX)
               DISPLAY "FEJL: modtagerens konti kunne ikke gemmes - "
                   BO-KONTONUMMER(BO-IX) " er IKKE udbetalt, "
                   "kontroller journalen manuelt"
               MOVE "J" TO UDBETALING-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POSTJOURNAL-LINJE
           STRING MODTAGER-ID
               " KONTO=" MODTAGER-KONTO
               " TYPE=TRF"
               " MODPART=" BO-KUNDE-ID
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(MODTAGER-KONTO-IX)
               " DATO=" KOERSEL-DATO
               DELIMITED BY SIZE INTO POSTJOURNAL-LINJE
           END-STRING
           WRITE POSTJOURNAL-LINJE
           MOVE "BOUDBET" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD OVERFOERT-BELOEB TO SAMLET-UDBETALT
           MOVE SPACES TO OPGOERLINJE
           STRING "UDBETALT " BO-KONTONUMMER(BO-IX)
               " -> " MODTAGER-KONTO
               " BELOEB=" OVERFOERT-BELOEB
               " " MODTAGER-VALUTA
               DELIMITED BY SIZE INTO OPGOERLINJE
           END-STRING
           WRITE OPGOERLINJE
           EXIT.

       SKRIV-OPGOERHOVED.
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
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BOAFVIKLING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
