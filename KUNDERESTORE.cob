      *balance-hash mod Arkivkatalog.txt FOER den nye fil afloeser
      *Kundeoplysninger.txt. Stemmer tallene ikke, afvises cutover
      *med returkode 8 og den gamle master roeres ikke.
      *Arkivposterne baerer kundens konti efter kunderecorden (se
      *KUNDEARKIVER), saa kontomasteren KontoOplysninger.txt bygges
      *op ved siden af kundemasteren og skiftes ud i samme cutover -
      *de to mastre genskabes altid til samme dag.
      *KontoIndeks.txt vedligeholdes ellers loebende af KONTOSERVICE;
      *efter en cutover er hele kontomasteren skiftet ud, saa
      *indekset genopbygges fuldt med KONTOINDEKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS RESTOREFIL-STATUS.
           SELECT KONTORESTOREFIL ASSIGN TO KONTORESTOREFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KO-KONTONUMMER
               ALTERNATE RECORD KEY IS KO-KUNDE-ID WITH DUPLICATES
               FILE STATUS IS KONTORESTOREFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KATALOGFIL.

       FD ARKIVFIL.
       01 ARKIV-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

       FD RESTOREFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD KONTORESTOREFIL.
       01 KONTO-RECORD.
           COPY "KONTOOPL.CPY".

       WORKING-STORAGE SECTION.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
           VALUE "Arkivkatalog.txt".
       01 RESTOREFIL-NAVN        PIC X(80)
           VALUE "KundeoplysningerRestore.tmp".
       01 KONTOFIL-NAVN          PIC X(80)
           VALUE "KontoOplysninger.txt".
       01 KONTORESTOREFIL-NAVN   PIC X(80)
           VALUE "KontoOplysningerRestore.tmp".
       01 KONTORESTOREFIL-STATUS  PIC X(2) VALUE "00".
       01 ANTAL-KONTI-GENSKABT    PIC 9(7) VALUE 0.
       01 END-OF-FILE             PIC X VALUE "N".
       01 KATALOGFIL-STATUS       PIC X(2) VALUE "00".
       01 ARKIVFIL-STATUS         PIC X(2) VALUE "00".
       01 FORVENTET-HASH          PIC S9(9)V9(2) VALUE 0.
       01 ANTAL-GENSKABT          PIC 9(7) VALUE 0.
       01 RESTORE-HASH            PIC S9(9)V9(2) VALUE 0.
       01 KONTO-IX                PIC 9(3) VALUE 1.
       01 KOMMANDO                PIC X(80).

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KONTORESTOREFIL
           IF KONTORESTOREFIL-STATUS NOT = "00"
               DISPLAY "FEJL: kan ikke oprette restorefil for "
                   "konti - status " KONTORESTOREFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARKIVFIL NEXT RECORD
                   AT END
           END-PERFORM
           CLOSE ARKIVFIL
           CLOSE RESTOREFIL
           CLOSE KONTORESTOREFIL
           EXIT.

       SKRIV-RESTOREPOST.
           MOVE ARKIV-KUNDEOPL(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           IF NOT KUNDE-ID-ER-HEADER OF KUNDEOPL
                   AND NOT KUNDE-ID-ER-TRAILER OF KUNDEOPL
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ARKIV-ANTAL-KONTI
                   ADD BALANCE OF ARKIV-KUNDEOPL (KONTO-IX)
                       TO RESTORE-HASH
                   PERFORM SKRIV-KONTO-RESTOREPOST
               END-PERFORM
           END-IF
           WRITE KUNDEOPL
           ADD 1 TO ANTAL-GENSKABT
           EXIT.

       SKRIV-KONTO-RESTOREPOST.
           MOVE KUNDE-ID TO KO-KUNDE-ID
           MOVE KONTO-IX TO KO-LOEBENR
           MOVE KONTI OF ARKIV-KUNDEOPL (KONTO-IX) TO KO-KONTO
           WRITE KONTO-RECORD
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive konto "
                       KO-KONTONUMMER " for " KUNDE-ID
               NOT INVALID KEY
                   ADD 1 TO ANTAL-KONTI-GENSKABT
           END-WRITE
           EXIT.

      *Cutover sker kun naar baade antal og hash stemmer med
      *katalogets tal for arkivet - ellers fjernes arbejdsfilen og
      *den eksisterende master bliver staaende uroert.
                   INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               MOVE SPACES TO KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTORESTOREFIL-NAVN)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTOFIL-NAVN) DELIMITED BY SIZE
                   INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               DISPLAY "KUNDERESTORE: master genskabt fra "
                   FUNCTION TRIM(ARKIV-NAVN)
                   " (" ANTAL-GENSKABT " poster, "
                   ANTAL-KONTI-GENSKABT " konti)"
               MOVE SPACES TO KOMMANDO
               STRING "env KONTOINDEKS-FUNKTION=G ./KONTOINDEKS"
                   DELIMITED BY SIZE INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               IF RETURN-CODE NOT = 0
                   DISPLAY "ADVARSEL: KontoIndeks.txt blev ikke "
                       "genopbygget - koer KONTOINDEKS med "
                       "KONTOINDEKS-FUNKTION=G"
               END-IF
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "FEJL: afstemning mod katalog fejlede"
                   DELIMITED BY SIZE INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               MOVE SPACES TO KOMMANDO
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTORESTOREFIL-NAVN)
                   DELIMITED BY SIZE INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               DISPLAY "KUNDERESTORE: cutover afvist - "
                   "eksisterende master uroert"
               MOVE 8 TO RETURN-CODE
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO KONTORESTOREFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysningerRestore.tmp"
                   DELIMITED BY SIZE INTO KONTORESTOREFIL-NAVN
               END-STRING
               MOVE SPACES TO KONTOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysninger.txt"
                   DELIMITED BY SIZE INTO KONTOFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KONTOFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KONTOFIL-NAVN
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - batch og online
