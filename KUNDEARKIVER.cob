       PROGRAM-ID. KUNDEARKIVER.
      *Arkiverer kundemasteren til en dato-stemplet arkivfil og til
      *KundeoplysningerGaar.txt, som KUNDEDIFF bruger som i-gaar-
      *billede. Hver arkivpost er det samlede kundebillede - kunde-
      *recorden efterfulgt af kundens konti fra kontomasteren - saa
      *et arkiv alene kan genskabe begge mastre og afstemmes uden
      *den kontomaster der gjaldt paa arkiveringsdagen.
      *Kopierer post for post via COBOL-fil-I/O i stedet for
      *en raa OS-kopi af den indekserede fil, da det afhaenger af
      *hvilken ISAM-backend koersels-miljoeet har konfigureret om en
      *ren filkopi af ORGANIZATION IS INDEXED's fysiske
      *lagringsrepraesentation er et fuldstaendigt og konsistent
      *snapshot - en post-for-post genskrivning gennem COBOL's egne
      *aabne/laese/skrive-kald er derimod altid korrekt uanset backend.
      *Aftenens udskriftsfiler - papirudtogene i
      *KundeoplysningerOut.txt og de elektroniske camt.053-udtog i
      *Camt053Out.txt - arkiveres dato-stemplet og katalogiseret ved
      *siden af masterkopien.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS STATEMENTFIL-STATUS.
           SELECT STATEMENTARKIV ASSIGN TO STATEMENTARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAMTFIL ASSIGN TO CAMTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMTFIL-STATUS.
           SELECT CAMTARKIV ASSIGN TO CAMTARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KATALOGFIL ASSIGN TO KATALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.

       FD ARKIVFIL.
       01 ARKIV-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

       FD GAARFIL.
       01 GAAR-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY GAAR-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY GAAR-ANTAL-KONTI.

      *Arkivkataloget er den autoritative fortegnelse over hvilke
       FD STATEMENTARKIV.
       01 STATEMENTARKIV-LINJE  PIC X(150).

      *CAMTEKSPORT's samlede camt.053-spool arkiveres paa samme
      *maade, saa et elektronisk udtog kan genskabes (GENUDSKRIFT
      *med GENUDSKRIFT-FORMAT=CAMT).
       FD CAMTFIL.
       01 CAMT-LINJE            PIC X(150).

       FD CAMTARKIV.
       01 CAMTARKIV-LINJE       PIC X(150).

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "KundeoplysningerOut.txt".
       01 KATALOGFIL-NAVN        PIC X(80)
           VALUE "Arkivkatalog.txt".
       01 CAMTFIL-NAVN           PIC X(80)
           VALUE "Camt053Out.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KUNDEFIL-STATUS       PIC X(2) VALUE "00".
       01 STATEMENTFIL-SLUT     PIC X VALUE "N".
       01 STATEMENTARKIV-NAVN   PIC X(44) VALUE SPACES.
       01 ANTAL-STATEMENTLINJER PIC 9(7) VALUE 0.
       01 CAMTFIL-STATUS        PIC X(2) VALUE "00".
       01 CAMTFIL-SLUT          PIC X VALUE "N".
       01 CAMTARKIV-NAVN        PIC X(44) VALUE SPACES.
       01 ANTAL-CAMTLINJER      PIC 9(7) VALUE 0.
       01 UDSKRIFTARKIV-NAVN    PIC X(44) VALUE SPACES.
       01 UDSKRIFTARKIV-ANTAL   PIC 9(7) VALUE 0.
       01 END-OF-FILE           PIC X VALUE "N".
       01 WS-DATO               PIC 9(8).
       01 ARKIV-NAVN            PIC X(40).
       01 ANTAL-ARKIVERET       PIC 9(7) VALUE 0.
       01 ARKIV-HASH-TOTAL      PIC S9(9)V9(2) VALUE 0.
       01 KONTO-IX              PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       PERFORM SKRIV-ARKIVPOST
               END-READ
           END-PERFORM
           CLOSE GAARFIL
           PERFORM OPDATER-KATALOG
           PERFORM ARKIVER-STATEMENTS
           PERFORM ARKIVER-CAMTUDTOG

           DISPLAY "BATCHKOERSEL: arkiveret som "
               FUNCTION TRIM(ARKIV-NAVN) " (" ANTAL-ARKIVERET
                   AND NOT KUNDE-ID-ER-TRAILER OF KUNDEOPL
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   ADD BALANCE OF KUNDEKONTI (KONTO-IX)
                       TO ARKIV-HASH-TOTAL
               END-PERFORM
           END-IF
           MOVE ANTAL-KONTI OF KUNDEKONTI TO ARKIV-ANTAL-KONTI
           MOVE KUNDEOPL TO ARKIV-KUNDEOPL(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO ARKIV-KUNDEOPL(LENGTH OF KUNDEOPL + 1:)
           WRITE ARKIV-KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive arkivpost "
                       KUNDE-ID
           END-WRITE
           MOVE ARKIV-ANTAL-KONTI TO GAAR-ANTAL-KONTI
           MOVE ARKIV-KUNDEOPL TO GAAR-KUNDEOPL
           WRITE GAAR-KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive Gaar-post "
           END-PERFORM
           CLOSE STATEMENTFIL
           CLOSE STATEMENTARKIV
           MOVE STATEMENTARKIV-NAVN TO UDSKRIFTARKIV-NAVN
           MOVE ANTAL-STATEMENTLINJER TO UDSKRIFTARKIV-ANTAL
           PERFORM KATALOGISER-STATEMENTARKIV
           DISPLAY "BATCHKOERSEL: kontoudtog arkiveret som "
               FUNCTION TRIM(STATEMENTARKIV-NAVN)
               CLOSE KATALOGFIL
               OPEN OUTPUT KATALOGFIL
           END-IF
           MOVE UDSKRIFTARKIV-NAVN TO KATALOG-ARKIVNAVN
           MOVE WS-DATO TO KATALOG-DATO
           MOVE UDSKRIFTARKIV-ANTAL TO KATALOG-ANTAL
           MOVE 0 TO KATALOG-HASH
           WRITE KATALOG-RECORD
           CLOSE KATALOGFIL
           EXIT.

      *Samme kopi for camt.053-spoolen. Mangler den (ingen
      *abonnenter eller koerslen uden CAMTEKSPORT) springes
      *arkiveringen over.
       ARKIVER-CAMTUDTOG.
           OPEN INPUT CAMTFIL
           IF CAMTFIL-STATUS NOT = "00"
               CLOSE CAMTFIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAMTARKIV-NAVN
           STRING "Camt053Out_" WS-DATO ".txt"
               DELIMITED BY SIZE INTO CAMTARKIV-NAVN
           END-STRING
           OPEN OUTPUT CAMTARKIV
           PERFORM UNTIL CAMTFIL-SLUT = "Y"
               READ CAMTFIL
                   AT END
                       MOVE "Y" TO CAMTFIL-SLUT
                   NOT AT END
                       MOVE CAMT-LINJE TO CAMTARKIV-LINJE
                       WRITE CAMTARKIV-LINJE
                       ADD 1 TO ANTAL-CAMTLINJER
               END-READ
           END-PERFORM
           CLOSE CAMTFIL
           CLOSE CAMTARKIV
           MOVE CAMTARKIV-NAVN TO UDSKRIFTARKIV-NAVN
           MOVE ANTAL-CAMTLINJER TO UDSKRIFTARKIV-ANTAL
           PERFORM KATALOGISER-STATEMENTARKIV
           DISPLAY "BATCHKOERSEL: camt.053-udtog arkiveret som "
               FUNCTION TRIM(CAMTARKIV-NAVN)
               " (" ANTAL-CAMTLINJER " linjer)"
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
                   "Arkivkatalog.txt"
                   DELIMITED BY SIZE INTO KATALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO CAMTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Camt053Out.txt"
                   DELIMITED BY SIZE INTO CAMTFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
