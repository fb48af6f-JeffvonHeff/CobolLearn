      *faa sat compliance-spaerring (SCREENING-BLOK i KUNDEOPL.CPY),
      *saa posteringer og onboarding for kunden holdes tilbage; U
      *fjerner spaerringen igen efter gennemgang.
      *For en erhvervskunde (KUNDETYPE "E") screenes firmanavnet,
      *og desuden hver aktiv reel ejer fra ReelleEjere.txt
      *(REELEJER.CPY) - et hit paa en ejer rapporteres paa
      *virksomhedens kunde-id med EJER=<ejer-nr>, saa en
      *bekraeftet ejer-match spaerrer virksomheden.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL REFIL ASSIGN TO REFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFIL-STATUS.
           SELECT HITFIL ASSIGN TO HITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD REFIL.
       01 RE-RECORD.
           COPY "REELEJER.CPY".

       FD HITFIL.
       01 HITLINJE               PIC X(120).

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
       01 WATCHFIL-NAVN          PIC X(80)
           VALUE "Sanktionsliste.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 REFIL-NAVN             PIC X(80)
           VALUE "ReelleEjere.txt".
       01 HITFIL-NAVN            PIC X(80)
           VALUE "SanktionsHits.txt".
       01 AUDITFIL-NAVN          PIC X(80)
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SOEGE-ID               PIC X(10) VALUE SPACES.

               03 WT-REF             PIC X(12).
       01 WATCH-IX               PIC 9(3).

      *De aktive reelle ejere (ejerskab gaeldende paa koerselsdatoen)
      *indlaest ved programstart.
       01 REFIL-STATUS           PIC X(2) VALUE "00".
       01 REFIL-SLUT             PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8) VALUE 0.
       01 EJER-ANTAL             PIC 9(4) VALUE 0.
       01 EJER-OVERLOB           PIC X VALUE "N".
           88 EJER-ER-OVERLOEBET     VALUE "J".
       01 EJER-TABEL.
           02 EJER-POST OCCURS 2000 TIMES.
               03 ET-KUNDE-ID        PIC X(10).
               03 ET-EJER-NR         PIC 9(2).
               03 ET-NAVN            PIC X(40).
       01 EJER-IX                PIC 9(4).
       01 HIT-EJER               PIC X(8) VALUE SPACES.
       01 ANTAL-EJERE-SCREENET   PIC 9(7) VALUE 0.

       01 KUNDE-FULDNAVN         PIC X(41).
       01 KUNDE-FULDNAVN-UPPER   PIC X(41).
       01 WATCH-NAVN-UPPER       PIC X(40).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-REELLE-EJERE
           PERFORM TAG-KOERSELLAAS
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LAES-WATCHLISTE.
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

       LAES-REELLE-EJERE.
           OPEN INPUT REFIL
           IF REFIL-STATUS NOT = "00"
               CLOSE REFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REFIL-SLUT = "J"
               READ REFIL
                   AT END
                       MOVE "J" TO REFIL-SLUT
                   NOT AT END
                       IF RE-FRA <= KOERSEL-DATO
                               AND RE-TIL >= KOERSEL-DATO
                           IF EJER-ANTAL < 2000
                               ADD 1 TO EJER-ANTAL
                               MOVE RE-KUNDE-ID
                                   TO ET-KUNDE-ID(EJER-ANTAL)
                               MOVE RE-EJER-NR
                                   TO ET-EJER-NR(EJER-ANTAL)
                               MOVE RE-NAVN TO ET-NAVN(EJER-ANTAL)
                           ELSE
                               MOVE "J" TO EJER-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFIL
           IF EJER-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive reelle "
                   "ejere - kun de foerste 2000 screenes"
           END-IF
           MOVE "EJER-TABEL" TO TK-TABEL
           MOVE EJER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE EJER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       SCREEN-BESTANDEN.
           MOVE 0 TO ANTAL-SCREENET
           MOVE 0 TO ANTAL-EJERE-SCREENET
           MOVE 0 TO ANTAL-HITS
           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO KUNDE-ID
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           END-PERFORM
           CLOSE HITFIL
           DISPLAY "Screening faerdig: " ANTAL-SCREENET
               " kunder og " ANTAL-EJERE-SCREENET
               " reelle ejere screenet, " ANTAL-HITS
               " hits - se SanktionsHits.txt"
           EXIT.

       SCREEN-KUNDE.
           MOVE SPACES TO KUNDE-FULDNAVN
           MOVE SPACES TO HIT-EJER
           IF KUNDE-ERHVERV
               MOVE FIRMANAVN TO KUNDE-FULDNAVN
           ELSE
               STRING FUNCTION TRIM(FORNAVN) " "
                   FUNCTION TRIM(EFTERNAVN)
                   DELIMITED BY SIZE INTO KUNDE-FULDNAVN
               END-STRING
           END-IF
           PERFORM SCREEN-NAVN
           IF KUNDE-ERHVERV
               PERFORM VARYING EJER-IX FROM 1 BY 1
                       UNTIL EJER-IX > EJER-ANTAL
                   IF ET-KUNDE-ID(EJER-IX) = KUNDE-ID
                       ADD 1 TO ANTAL-EJERE-SCREENET
                       MOVE ET-NAVN(EJER-IX) TO KUNDE-FULDNAVN
                       MOVE SPACES TO HIT-EJER
                       STRING " EJER=" ET-EJER-NR(EJER-IX)
                           DELIMITED BY SIZE INTO HIT-EJER
                       END-STRING
                       PERFORM SCREEN-NAVN
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      *Navnet i KUNDE-FULDNAVN matches mod hele watchlisten.
       SCREEN-NAVN.
           MOVE FUNCTION UPPER-CASE(KUNDE-FULDNAVN)
               TO KUNDE-FULDNAVN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KUNDE-FULDNAVN))
               MOVE SPACES TO HITLINJE
               STRING "HIT " MATCH-STYRKE " " KUNDE-ID " "
                   KUNDE-FULDNAVN " LISTE=" WT-KILDE(WATCH-IX)
                   " REF=" WT-REF(WATCH-IX) HIT-EJER
                   DELIMITED BY SIZE INTO HITLINJE
               END-STRING
               WRITE HITLINJE
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF VALG = "B"
                       MOVE "J" TO SCREENING-BLOK
                       MOVE "BLOK" TO AUDIT-AKTION
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "SANKTIONSSCREENING" TO TK-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO REFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ReelleEjere.txt"
                   DELIMITED BY SIZE INTO REFIL-NAVN
               END-STRING
               MOVE SPACES TO HITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SanktionsHits.txt"
