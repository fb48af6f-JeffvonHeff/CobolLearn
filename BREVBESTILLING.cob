       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVBESTILLING.
      *Brevbestilling - kaldes af de programmer der finder en kunde
      *der skal skrives til (KYCREVIEW's forfaldsliste,
      *FULDMAGTREGISTER's udloebsliste, DORMANTAFVIKLING's
      *varsling, kontolukningerne i GODKENDELSE og
      *KONTOFLYTKOERSEL). Bestillingen (BREVBEST.CPY) stemples med
      *dagens dato og laegges i BrevBestillinger.txt, som
      *BREVKOERSEL fletter til breve om natten. Filen aabnes og
      *lukkes ved hvert kald, saa kalderen ikke skal lukke noget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BESTILFIL ASSIGN TO BESTILFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESTILFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BESTILFIL.
       01 BESTIL-RECORD           PIC X(190).

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 BESTILFIL-NAVN         PIC X(80)
           VALUE "BrevBestillinger.txt".
       01 BESTILFIL-STATUS       PIC X(2) VALUE "00".
       01 FILNAVN-SAT            PIC X VALUE "N".
           88 FILNAVN-ER-SAT         VALUE "J".

       LINKAGE SECTION.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

       PROCEDURE DIVISION USING BB-OMRAADE.
           IF NOT FILNAVN-ER-SAT
               PERFORM SAET-FILNAVNE
               MOVE "J" TO FILNAVN-SAT
           END-IF
           ACCEPT BB-DATO FROM DATE YYYYMMDD
           IF BB-BREVDATO NOT NUMERIC
               MOVE 0 TO BB-BREVDATO
           END-IF
           IF BB-BELOEB NOT NUMERIC
               MOVE 0 TO BB-BELOEB
           END-IF
           OPEN EXTEND BESTILFIL
           IF BESTILFIL-STATUS NOT = "00"
               CLOSE BESTILFIL
               OPEN OUTPUT BESTILFIL
           END-IF
           MOVE BB-OMRAADE TO BESTIL-RECORD
           WRITE BESTIL-RECORD
           CLOSE BESTILFIL
           GOBACK.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO BESTILFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevBestillinger.txt"
                   DELIMITED BY SIZE INTO BESTILFIL-NAVN
               END-STRING
           END-IF
           EXIT.
