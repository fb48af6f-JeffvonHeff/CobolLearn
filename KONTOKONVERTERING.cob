       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOKONVERTERING.
      *Engangskonvertering af kundemasteren til det todelte format:
      *kundens konti flyttes ud af Kundeoplysninger.txt (hvor de laa
      *som en KONTI-tabel paa hoejst fem poster sidst i recorden) og
      *over i den indekserede kontomaster KontoOplysninger.txt
      *(KONTOOPL.CPY, noegle KONTONUMMER, alternativ noegle KUNDE-ID).
      *Den gamle master laeses post for post via COBOL-fil-I/O med
      *det gamle layout erklaeret her i programmet; en ny kundemaster
      *uden konti og en ny kontomaster bygges op som arbejdsfiler og
      *afstemmes (antal kunder, antal konti og balance-hash skal
      *stemme mellem gammel og ny) FOER de to filer afloeser den
      *gamle master i samme cutover - samme fremgangsmaade som
      *KUNDERESTORE. Findes kontomasteren allerede, er masteren
      *konverteret, og koerslen afvises uden at roere noget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMMELFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAMMEL-KUNDE-ID
               FILE STATUS IS GAMMELFIL-STATUS.
           SELECT NYFIL ASSIGN TO NYFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS NYFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO KONTOFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTOFIL-KONTONUMMER
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KONTONYFIL ASSIGN TO KONTONYFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KO-KONTONUMMER
               ALTERNATE RECORD KEY IS KO-KUNDE-ID WITH DUPLICATES
               FILE STATUS IS KONTONYFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *Kundemasteren i det gamle layout, fastfrosset her i
      *programmet: kunderecorden til og med CPR-NUMMER efterfulgt af
      *ANTAL-KONTI og KONTI OCCURS 1 TO 5 med kontoposter paa 48
      *tegn (uden produktkode). KUNDEOPL.CPY kan ikke bruges, da
      *den siden er udvidet med felter den gamle master ikke har.
       FD GAMMELFIL.
       01 GAMMEL-KUNDEOPL.
           02 GAMMEL-KUNDE-ID        PIC X(10).
           02 GAMMEL-FORNAVN         PIC X(20).
           02 GAMMEL-EFTERNAVN       PIC X(20).
           02 GAMMEL-ADDRESSE        PIC X(55).
           02 GAMMEL-KONTAKT         PIC X(45).
           02 GAMMEL-KUNDE-STATUS    PIC X(1).
           02 GAMMEL-SLET-DATO       PIC 9(8).
           02 GAMMEL-RAADGIVER-ID    PIC X(8).
           02 GAMMEL-SCREENING-BLOK  PIC X(1).
           02 GAMMEL-LEVERINGSKANAL  PIC X(1).
           02 GAMMEL-CPR-NUMMER      PIC X(10).
           02 GAMMEL-ANTAL-KONTI     PIC 9(2).
           02 GAMMEL-KONTI OCCURS 1 TO 5 TIMES
                   DEPENDING ON GAMMEL-ANTAL-KONTI.
               03 GAMMEL-KONTONUMMER  PIC X(20).
               03 GAMMEL-BALANCE      PIC S9(7)V9(2).
               03 GAMMEL-VALUTAKODE   PIC X(3).
               03 GAMMEL-TERMIN-MDR   PIC 9(3).
               03 GAMMEL-UDLOEBSDATO  PIC 9(8).
               03 GAMMEL-AFTALT-SATS  PIC V9(4).
               03 GAMMEL-BINDING      PIC X(1).

       FD NYFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

      *Kun aabnet for at se om kontomasteren allerede findes - enhver
      *anden status end 35 (filen findes ikke) afviser koerslen.
       FD KONTOFIL.
       01 KONTOFIL-RECORD.
           02 FILLER                PIC X(12).
           02 KONTOFIL-KONTONUMMER  PIC X(20).
           02 FILLER                PIC X(32).

       FD KONTONYFIL.
       01 KONTO-RECORD.
           COPY "KONTOOPL.CPY".

       WORKING-STORAGE SECTION.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 NYFIL-NAVN             PIC X(80)
           VALUE "KundeoplysningerKonvertering.tmp".
       01 KONTOFIL-NAVN          PIC X(80)
           VALUE "KontoOplysninger.txt".
       01 KONTONYFIL-NAVN        PIC X(80)
           VALUE "KontoOplysningerKonvertering.tmp".
       01 GAMMELFIL-STATUS       PIC X(2) VALUE "00".
       01 NYFIL-STATUS           PIC X(2) VALUE "00".
       01 KONTOFIL-STATUS        PIC X(2) VALUE "00".
       01 KONTONYFIL-STATUS      PIC X(2) VALUE "00".
       01 END-OF-FILE            PIC X VALUE "N".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 ANTAL-KUNDER-LAEST     PIC 9(7) VALUE 0.
       01 ANTAL-KUNDER-SKREVET   PIC 9(7) VALUE 0.
       01 ANTAL-KONTI-LAEST      PIC 9(7) VALUE 0.
       01 ANTAL-KONTI-SKREVET    PIC 9(7) VALUE 0.
       01 GAMMEL-HASH            PIC S9(9)V9(2) VALUE 0.
       01 NY-HASH                PIC S9(9)V9(2) VALUE 0.
       01 KOMMANDO               PIC X(200).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           PERFORM TJEK-IKKE-KONVERTERET
      *Eksklusiv systemlaas som alle andre master-skrivere - ingen
      *maa skrive i den gamle master mens den konverteres.
           PERFORM TAG-KOERSELLAAS
           PERFORM KONVERTER-MASTER
           PERFORM AFSTEM-OG-CUTOVER
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       TJEK-IKKE-KONVERTERET.
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS NOT = "35"
               IF KONTOFIL-STATUS = "00"
                   CLOSE KONTOFIL
               END-IF
               DISPLAY "FEJL: " FUNCTION TRIM(KONTOFIL-NAVN)
                   " findes allerede - masteren er konverteret"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       KONVERTER-MASTER.
           OPEN INPUT GAMMELFIL
           IF GAMMELFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(KUNDEFIL-NAVN)
                   " kan ikke aabnes - status " GAMMELFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NYFIL
           IF NYFIL-STATUS NOT = "00"
               DISPLAY "FEJL: kan ikke oprette ny kundemaster - "
                   "status " NYFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KONTONYFIL
           IF KONTONYFIL-STATUS NOT = "00"
               DISPLAY "FEJL: kan ikke oprette ny kontomaster - "
                   "status " KONTONYFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GAMMELFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KONVERTER-POST
               END-READ
           END-PERFORM
           CLOSE GAMMELFIL
           CLOSE NYFIL
           CLOSE KONTONYFIL
           EXIT.

      *HEADER/TRAILER-poster foeres over uden konti; for alle andre
      *skrives hver konto som en post i kontomasteren med sin plads
      *i den gamle tabel som loebenummer.
       KONVERTER-POST.
           ADD 1 TO ANTAL-KUNDER-LAEST
           PERFORM OVERFOER-KUNDEFELTER
           IF NOT KUNDE-ID-ER-HEADER
                   AND NOT KUNDE-ID-ER-TRAILER
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > GAMMEL-ANTAL-KONTI
                   ADD 1 TO ANTAL-KONTI-LAEST
                   ADD GAMMEL-BALANCE(KONTO-IX) TO GAMMEL-HASH
                   PERFORM SKRIV-KONTOPOST
               END-PERFORM
           END-IF
           WRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive kunde " KUNDE-ID
               NOT INVALID KEY
                   ADD 1 TO ANTAL-KUNDER-SKREVET
           END-WRITE
           EXIT.

      *Felterne flyttes enkeltvis fra det gamle layout; de felter
      *den gamle master ikke kendte, faar deres startvaerdier
      *(privatkunde uden CVR, branche og filial).
       OVERFOER-KUNDEFELTER.
           MOVE SPACES TO KUNDEOPL
           MOVE GAMMEL-KUNDE-ID TO KUNDE-ID
           MOVE GAMMEL-FORNAVN TO FORNAVN
           MOVE GAMMEL-EFTERNAVN TO EFTERNAVN
           MOVE GAMMEL-ADDRESSE TO ADDRESSE
           MOVE GAMMEL-KONTAKT TO KONTAKT
           MOVE GAMMEL-KUNDE-STATUS TO KUNDE-STATUS
           MOVE GAMMEL-SLET-DATO TO SLET-DATO
           MOVE GAMMEL-RAADGIVER-ID TO RAADGIVER-ID
           MOVE GAMMEL-SCREENING-BLOK TO SCREENING-BLOK
           MOVE GAMMEL-LEVERINGSKANAL TO LEVERINGSKANAL
           MOVE GAMMEL-CPR-NUMMER TO CPR-NUMMER
           MOVE "P" TO KUNDETYPE
           MOVE SPACES TO CVR-NUMMER
           MOVE SPACES TO BRANCHEKODE
           MOVE SPACES TO FILIAL-NR
           EXIT.

       SKRIV-KONTOPOST.
           MOVE KUNDE-ID TO KO-KUNDE-ID
           MOVE KONTO-IX TO KO-LOEBENR
           MOVE GAMMEL-KONTONUMMER(KONTO-IX) TO KO-KONTONUMMER
           MOVE GAMMEL-BALANCE(KONTO-IX) TO KO-BALANCE
           MOVE GAMMEL-VALUTAKODE(KONTO-IX) TO KO-VALUTAKODE
           MOVE GAMMEL-TERMIN-MDR(KONTO-IX) TO KO-TERMIN-MDR
           MOVE GAMMEL-UDLOEBSDATO(KONTO-IX) TO KO-UDLOEBSDATO
           MOVE GAMMEL-AFTALT-SATS(KONTO-IX) TO KO-AFTALT-SATS
           MOVE GAMMEL-BINDING(KONTO-IX) TO KO-BINDING
           MOVE SPACES TO KO-PRODUKTKODE
           WRITE KONTO-RECORD
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive konto "
                       KO-KONTONUMMER " for " KUNDE-ID
                       " - kontonummeret findes allerede"
               NOT INVALID KEY
                   ADD 1 TO ANTAL-KONTI-SKREVET
                   ADD KO-BALANCE TO NY-HASH
           END-WRITE
           EXIT.

      *Cutover sker kun naar antal kunder, antal konti og balance-
      *hash stemmer mellem gammel og ny - ellers fjernes begge
      *arbejdsfiler og den gamle master bliver staaende uroert.
       AFSTEM-OG-CUTOVER.
           IF ANTAL-KUNDER-SKREVET = ANTAL-KUNDER-LAEST
                   AND ANTAL-KONTI-SKREVET = ANTAL-KONTI-LAEST
                   AND NY-HASH = GAMMEL-HASH
               MOVE SPACES TO KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(NYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(KUNDEFIL-NAVN) DELIMITED BY SIZE
                   INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               MOVE SPACES TO KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTONYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTOFIL-NAVN) DELIMITED BY SIZE
                   INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               DISPLAY "KONTOKONVERTERING: " ANTAL-KUNDER-SKREVET
                   " kunder og " ANTAL-KONTI-SKREVET
                   " konti konverteret"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "FEJL: afstemning af konverteringen fejlede"
               DISPLAY "  Kunder laest=" ANTAL-KUNDER-LAEST
                   " skrevet=" ANTAL-KUNDER-SKREVET
               DISPLAY "  Konti  laest=" ANTAL-KONTI-LAEST
                   " skrevet=" ANTAL-KONTI-SKREVET
               DISPLAY "  Hash gammel =" GAMMEL-HASH
                   " ny=" NY-HASH
               MOVE SPACES TO KOMMANDO
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(NYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTONYFIL-NAVN) DELIMITED BY SIZE
                   INTO KOMMANDO
               END-STRING
               CALL "SYSTEM" USING KOMMANDO
               DISPLAY "KONTOKONVERTERING: cutover afvist - "
                   "gammel master uroert"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO NYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeoplysningerKonvertering.tmp"
                   DELIMITED BY SIZE INTO NYFIL-NAVN
               END-STRING
               MOVE SPACES TO KONTOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysninger.txt"
                   DELIMITED BY SIZE INTO KONTOFIL-NAVN
               END-STRING
               MOVE SPACES TO KONTONYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysningerKonvertering.tmp"
                   DELIMITED BY SIZE INTO KONTONYFIL-NAVN
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
      *kan ikke kollidere om Kundeoplysninger.txt, og en afvist
      *ansoeger faar at vide hvem der holder laasen.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "KONTOKONVERTERING" TO LAAS-PROGRAM
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
