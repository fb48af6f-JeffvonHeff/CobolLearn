       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAANEOPKRAEVNING.
      *Opkraevning af laaneydelser. Gennemgaar amortiserings-
      *planerne (LaaneAmortisering.txt, LAANEPLAN.CPY) og traekker
      *hver forfalden, ubetalt termin fra laanets afdragskonto:
      *  - kunden og kontoen kontrolleres som KONTOPOSTERING goer det
      *    (aktiv, ingen screening-spaerring, ingen udlaegs-
      *    spaerring, ingen binding, daekning paa den DISPONIBLE
      *    saldo - bogfoert minus aktive reservationer - op til en
      *    eventuel overtraeksgraense)
      *  - ydelsen foeres i PosteringsJournal.txt som TO linjer,
      *    rentedelen (TYPE=LRT) og afdragsdelen (TYPE=LAF), begge
      *    med laanenummeret som MODPART, saa GLEKSTRAKT kan bogfoere
      *    dem paa hver sin hovedbogskonto, kontoudtoget viser dem
      *    under afdragskontoen, og AARSRENTERAPPORT kan indberette
      *    den fradragsberettigede renteudgift
      *  - terminen markeres betalt, og laanets restgaeld i
      *    LaaneRegister.txt nedskrives med afdraget - den sidste
      *    termin indfrier laanet
      *En termin der ikke kan opkraeves forsvinder ikke: den
      *markeres i restance ("R"), forsoeges igen ved hver koersel
      *indtil den er betalt, og staar hver dag paa restancelisten
      *(LaaneRestancer.txt) med antal dage i restance og aarsag.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LAANEFIL ASSIGN TO LAANEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANEFIL-STATUS.
           SELECT LAANENYFIL ASSIGN TO LAANENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLANFIL ASSIGN TO PLANFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT PLANNYFIL ASSIGN TO PLANNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO JOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT RESTANCEFIL ASSIGN TO RESTANCEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESFIL ASSIGN TO RESFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESFIL-STATUS.
           SELECT OPTIONAL GRAENSEFIL ASSIGN TO GRAENSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT OPTIONAL SPAERFIL ASSIGN TO SPAERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAERFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LAANEFIL.
       01 LAANE-RECORD.
           COPY "LAANEREG.CPY".

       FD LAANENYFIL.
       01 LAANENY-RECORD          PIC X(120).

       FD PLANFIL.
       01 PLAN-RECORD.
           COPY "LAANEPLAN.CPY".

       FD PLANNYFIL.
       01 PLANNY-RECORD           PIC X(80).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD RESTANCEFIL.
       01 RESTANCELINJE          PIC X(160).

       FD RESFIL.
       01 RES-RECORD.
           02 RES-KUNDE-ID         PIC X(10).
           02 RES-KONTONUMMER      PIC X(20).
           02 RES-BELOEB           PIC 9(7)V9(2).
           02 RES-AARSAG           PIC X(20).
           02 RES-UDLOEB           PIC 9(8).

       FD GRAENSEFIL.
       01 GRAENSE-RECORD.
           02 GRAENSE-KONTONUMMER  PIC X(20).
           02 GRAENSE-BELOEB-REG   PIC 9(7)V9(2).

       FD SPAERFIL.
       01 SPAER-RECORD.
           02 SPAER-KONTONUMMER    PIC X(20).
           02 SPAER-SAT-DATO       PIC 9(8).
           02 SPAER-OPERATOER      PIC X(8).
           02 SPAER-AARSAG         PIC X(20).

       FD AUDITFIL.
       01 AUDIT-RECORD.
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
       01 LAANEFIL-NAVN          PIC X(80)
           VALUE "LaaneRegister.txt".
       01 LAANENYFIL-NAVN        PIC X(80)
           VALUE "LaaneRegisterNy.tmp".
       01 PLANFIL-NAVN           PIC X(80)
           VALUE "LaaneAmortisering.txt".
       01 PLANNYFIL-NAVN         PIC X(80)
           VALUE "LaaneAmortiseringNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 RESTANCEFIL-NAVN       PIC X(80)
           VALUE "LaaneRestancer.txt".
       01 RESFIL-NAVN            PIC X(80)
           VALUE "Reservationer.txt".
       01 GRAENSEFIL-NAVN        PIC X(80)
           VALUE "OvertraekGraenser.txt".
       01 SPAERFIL-NAVN          PIC X(80)
           VALUE "KontoSpaerringer.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 LAANEFIL-STATUS        PIC X(2) VALUE "00".
       01 PLANFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 RESFIL-STATUS          PIC X(2) VALUE "00".
       01 GRAENSEFIL-STATUS      PIC X(2) VALUE "00".
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 ANTAL-FORFALDNE        PIC 9(7) VALUE 0.
       01 ANTAL-BETALT           PIC 9(7) VALUE 0.
       01 ANTAL-RESTANCE         PIC 9(7) VALUE 0.
       01 ANTAL-INDFRIET         PIC 9(7) VALUE 0.
       01 SUM-RENTE              PIC S9(11)V9(2) VALUE 0.
       01 SUM-AFDRAG             PIC S9(11)V9(2) VALUE 0.
       01 SUM-RESTANCE           PIC S9(11)V9(2) VALUE 0.
       01 RESTANCE-DAGE          PIC 9(5) VALUE 0.
       01 AFVIS-TEKST            PIC X(40) VALUE SPACES.
       01 TERMIN-GYLDIG          PIC X VALUE "J".
           88 TERMIN-ER-GYLDIG       VALUE "J".

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 MELLEM-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).

      *Laaneregistret holdes i hukommelsen under koerslen, saa
      *restgaelden kan nedskrives pr. betalt termin og registret
      *genskrives een gang til sidst. Et register der ikke kan
      *rummes, stopper koerslen - et laan der ikke er i tabellen
      *ville ellers aldrig blive opkraevet.
       01 LAAN-ANTAL             PIC 9(4) VALUE 0.
       01 LAAN-TABEL.
           02 LAAN-POST OCCURS 2000 TIMES.
               03 LT-RECORD          PIC X(120).
       01 LAAN-IX                PIC 9(4).
       01 LAAN-FUNDET-IX         PIC 9(4) VALUE 0.

      *Hjaelperegistrene indlaeses som i CLEARINGUD.
       01 RES-ANTAL              PIC 9(4) VALUE 0.
       01 RES-TABEL.
           02 RES-POST OCCURS 2000 TIMES.
               03 RT-KONTONUMMER     PIC X(20).
               03 RT-BELOEB          PIC 9(7)V9(2).
       01 RES-IX                 PIC 9(4).
       01 RESERVERET-SUM         PIC S9(9)V9(2) VALUE 0.
       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
               03 GT-GRAENSE         PIC 9(7)V9(2).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
       01 SPAER-IX               PIC 9(4).
       01 RES-OVERLOB            PIC X VALUE "N".
       01 GRAENSE-OVERLOB        PIC X VALUE "N".
       01 SPAER-OVERLOB          PIC X VALUE "N".
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-LAANEREGISTER
           IF LAAN-ANTAL = 0
               DISPLAY "LAANEOPKRAEVNING: ingen laan i registret - "
                   "intet opkraevet"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-RESERVATIONER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-KONTOSPAERRINGER
      *En spaerring, reservation eller graense der ikke kom med i
      *tabellerne ville lade ydelsen traekke paa et forkert grundlag
      *- saa opkraeves der slet ikke.
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: hjaelperegistrene kan ikke rummes - "
                   "koerslen standses foer opkraevningen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS NOT = "00"
               DISPLAY "FEJL: LaaneAmortisering.txt findes ikke - "
                   "status " PLANFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNALFIL
           IF JOURNALFIL-STATUS NOT = "00"
               CLOSE JOURNALFIL
               OPEN OUTPUT JOURNALFIL
           END-IF
           OPEN OUTPUT PLANNYFIL
           OPEN OUTPUT RESTANCEFIL
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL END-OF-FILE = "Y"
               READ PLANFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF (PLAN-AABEN OR PLAN-I-RESTANCE)
                               AND PLAN-FORFALD NOT > KOERSEL-DATO
                           ADD 1 TO ANTAL-FORFALDNE
                           PERFORM OPKRAEV-TERMIN
                       END-IF
                       MOVE PLAN-RECORD TO PLANNY-RECORD
                       WRITE PLANNY-RECORD
               END-READ
           END-PERFORM

           CLOSE PLANFIL
           CLOSE PLANNYFIL
           CLOSE KUNDEFIL
           CLOSE JOURNALFIL
           CLOSE RESTANCEFIL
           CLOSE AUDITFIL
           PERFORM FLYT-PLANFIL
           PERFORM SKRIV-LAANEREGISTER
           PERFORM FRIGIV-KOERSELLAAS

           DISPLAY "================================================"
           DISPLAY "LAANEOPKRAEVNING - laaneydelser " KOERSEL-DATO
           DISPLAY "================================================"
           DISPLAY "Forfaldne terminer   : " ANTAL-FORFALDNE
           DISPLAY "Terminer betalt      : " ANTAL-BETALT
           DISPLAY "  heraf rente        : " SUM-RENTE
           DISPLAY "  heraf afdrag       : " SUM-AFDRAG
           DISPLAY "Laan indfriet        : " ANTAL-INDFRIET
           DISPLAY "Terminer i restance  : " ANTAL-RESTANCE
           DISPLAY "  restancebeloeb     : " SUM-RESTANCE

           IF ANTAL-RESTANCE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: en eller flere kunders konti kunne "
                   "ikke gemmes - terminerne staar i restance"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPKRAEV-TERMIN.
           MOVE "J" TO TERMIN-GYLDIG
           MOVE SPACES TO AFVIS-TEKST
           PERFORM FIND-LAAN
           IF LAAN-FUNDET-IX = 0
               MOVE "Laanet findes ikke i registret" TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           MOVE LT-RECORD(LAAN-FUNDET-IX) TO LAANE-RECORD
           IF NOT LAAN-AKTIVT
               MOVE "Laanet er ikke aktivt" TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           MOVE LAAN-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "Ukendt kunde" TO AFVIS-TEKST
                   PERFORM SAET-RESTANCE
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               MOVE "Kunde er ikke aktiv" TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-BLOKERET
               MOVE "Kunde under compliance-review" TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-IX = 0
               MOVE "Afdragskonto findes ikke paa kunden"
                   TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           IF VALUTAKODE(KONTO-FUNDET-IX) NOT = LAAN-VALUTA
               MOVE "Valuta matcher ikke afdragskontoen"
                   TO AFVIS-TEKST
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-DAEKNING
           IF NOT TERMIN-ER-GYLDIG
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM DEBITER-YDELSE
           EXIT.

       FIND-LAAN.
           MOVE 0 TO LAAN-FUNDET-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1
                   UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-RECORD(LAAN-IX)(1:10) = PLAN-LAAN-ID
                   MOVE LAAN-IX TO LAAN-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       FIND-KONTO.
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(LAAN-KONTONUMMER)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Samme daekningsregler som CLEARINGUD: udlaegs-spaerring og
      *aftaleindlaans-binding afviser, og ydelsen skal kunne baeres
      *af den disponible saldo ned til en eventuel overtraeks-
      *graense. Som i KONTOPOSTERING maa en mindreaarig og et
      *produkt uden overtraek aldrig gaa under nul, uanset graense-
      *registret.
       TJEK-DAEKNING.
           IF BINDING(KONTO-FUNDET-IX) = "J"
                   AND UDLOEBSDATO(KONTO-FUNDET-IX) NUMERIC
                   AND UDLOEBSDATO(KONTO-FUNDET-IX) > KOERSEL-DATO
               MOVE "N" TO TERMIN-GYLDIG
               MOVE "Konto er bundet aftaleindlaan" TO AFVIS-TEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-ANTAL
               IF FUNCTION TRIM(ST-KONTONUMMER(SPAER-IX)) =
                       FUNCTION TRIM(LAAN-KONTONUMMER)
                   MOVE "N" TO TERMIN-GYLDIG
                   MOVE "Konto spaerret ved udlaeg" TO AFVIS-TEKST
               END-IF
           END-PERFORM
           IF NOT TERMIN-ER-GYLDIG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RESERVERET-SUM
           PERFORM VARYING RES-IX FROM 1 BY 1
                   UNTIL RES-IX > RES-ANTAL
               IF FUNCTION TRIM(RT-KONTONUMMER(RES-IX)) =
                       FUNCTION TRIM(LAAN-KONTONUMMER)
                   ADD RT-BELOEB(RES-IX) TO RESERVERET-SUM
               END-IF
           END-PERFORM
           MOVE 0 TO GRAENSE-FUNDET-IX
           PERFORM VARYING GRAENSE-IX FROM 1 BY 1
                   UNTIL GRAENSE-IX > GRAENSE-ANTAL
               IF FUNCTION TRIM(GT-KONTONUMMER(GRAENSE-IX)) =
                       FUNCTION TRIM(LAAN-KONTONUMMER)
                   MOVE GRAENSE-IX TO GRAENSE-FUNDET-IX
               END-IF
           END-PERFORM
           COMPUTE NY-BALANCE =
               BALANCE(KONTO-FUNDET-IX) - PLAN-YDELSE
           IF NY-BALANCE - RESERVERET-SUM < 0
               MOVE KUNDE-ID TO MA-KUNDE-ID
               MOVE CPR-NUMMER TO MA-CPR-NUMMER
               MOVE KOERSEL-DATO TO MA-DATO
               MOVE 0 TO MA-BELOEB
               MOVE VALUTAKODE(KONTO-FUNDET-IX) TO MA-VALUTA
               CALL "MINDREAARIG" USING MA-OMRAADE
               IF MA-REGLER-OVERLOEBET
                   MOVE "J" TO KAPACITET-OVERLOB
               END-IF
               IF MA-ER-MINDREAARIG
                   MOVE "N" TO TERMIN-GYLDIG
                   MOVE "Mindreaarig - overtraek ikke tilladt"
                       TO AFVIS-TEKST
                   EXIT PARAGRAPH
               END-IF
               MOVE PRODUKTKODE(KONTO-FUNDET-IX) TO PK-KODE
               MOVE VALUTAKODE(KONTO-FUNDET-IX) TO PK-VALUTA
               CALL "PRODUKTKATALOG" USING PK-OMRAADE
               IF PK-KATALOG-OVERLOEBET
                   MOVE "J" TO KAPACITET-OVERLOB
               END-IF
               IF PK-FUNDET AND NOT PK-OVERTRAEK-TILLADT
                   MOVE "N" TO TERMIN-GYLDIG
                   MOVE "Produktet tillader ikke overtraek"
                       TO AFVIS-TEKST
                   EXIT PARAGRAPH
               END-IF
               IF GRAENSE-FUNDET-IX = 0
                   MOVE "N" TO TERMIN-GYLDIG
                   MOVE "Utilstraekkelig daekning" TO AFVIS-TEKST
               ELSE
                   IF NY-BALANCE - RESERVERET-SUM
                           + GT-GRAENSE(GRAENSE-FUNDET-IX) < 0
                       MOVE "N" TO TERMIN-GYLDIG
                       MOVE "Overtraeksgraense overskredet"
                           TO AFVIS-TEKST
                   END-IF
               END-IF
           END-IF
           EXIT.

       DEBITER-YDELSE.
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(KONTO-FUNDET-IX) TO GAMMEL-BALANCE
           COMPUTE MELLEM-BALANCE = GAMMEL-BALANCE - PLAN-RENTE
           COMPUTE NY-BALANCE = MELLEM-BALANCE - PLAN-AFDRAG
           MOVE NY-BALANCE TO BALANCE(KONTO-FUNDET-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   MOVE "Opdatering af kunde fejlede"
                       TO AFVIS-TEKST
                   PERFORM SAET-RESTANCE
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
                       MOVE "Konti kunne ikke gemmes" TO AFVIS-TEKST
                       PERFORM SAET-RESTANCE
                   ELSE
                       PERFORM SKRIV-JOURNALLINJER
                       PERFORM SKRIV-AUDITLINJE
                       PERFORM MARKER-BETALT
                   END-IF
           END-REWRITE
           EXIT.

      *Rente og afdrag journaliseres hver for sig, saa hver linje
      *baerer sin egen foer/efter-saldo og kan summeres pr. type.
       SKRIV-JOURNALLINJER.
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=LRT"
               " MODPART=" LAAN-ID
               " VALOER=" PLAN-FORFALD
               " FOER=" GAMMEL-BALANCE
               " EFTER=" MELLEM-BALANCE
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(KONTO-FUNDET-IX)
               " BELOEB=" PLAN-RENTE
               " OMREGNET=" PLAN-RENTE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=LAF"
               " MODPART=" LAAN-ID
               " VALOER=" PLAN-FORFALD
               " FOER=" MELLEM-BALANCE
               " EFTER=" NY-BALANCE
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(KONTO-FUNDET-IX)
               " BELOEB=" PLAN-AFDRAG
               " OMREGNET=" PLAN-AFDRAG
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           EXIT.

       MARKER-BETALT.
           MOVE "B" TO PLAN-STATUS
           MOVE KOERSEL-DATO TO PLAN-BETALT-DATO
           ADD 1 TO ANTAL-BETALT
           ADD PLAN-RENTE TO SUM-RENTE
           ADD PLAN-AFDRAG TO SUM-AFDRAG
           IF PLAN-AFDRAG > LAAN-RESTGAELD
               MOVE 0 TO LAAN-RESTGAELD
           ELSE
               SUBTRACT PLAN-AFDRAG FROM LAAN-RESTGAELD
           END-IF
           IF PLAN-TERMIN = LAAN-LOEBETID-MDR
               MOVE "I" TO LAAN-STATUS
               ADD 1 TO ANTAL-INDFRIET
           END-IF
           MOVE LAANE-RECORD TO LT-RECORD(LAAN-FUNDET-IX)
           EXIT.

      *Terminen bliver staaende som restance og kommer med paa
      *dagens restanceliste med antal dage siden forfald.
       SAET-RESTANCE.
           MOVE "R" TO PLAN-STATUS
           ADD 1 TO ANTAL-RESTANCE
           ADD PLAN-YDELSE TO SUM-RESTANCE
           COMPUTE RESTANCE-DAGE =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(PLAN-FORFALD)
           MOVE SPACES TO RESTANCELINJE
           IF LAAN-FUNDET-IX = 0
               STRING "RESTANCE LAAN=" PLAN-LAAN-ID
                   " TERMIN=" PLAN-TERMIN
                   " FORFALD=" PLAN-FORFALD
                   " YDELSE=" PLAN-YDELSE
                   " DAGE=" RESTANCE-DAGE
                   " AARSAG=" AFVIS-TEKST
                   DELIMITED BY SIZE INTO RESTANCELINJE
               END-STRING
           ELSE
               STRING "RESTANCE LAAN=" PLAN-LAAN-ID
                   " KUNDE=" LAAN-KUNDE-ID
                   " KONTO=" LAAN-KONTONUMMER
                   " TERMIN=" PLAN-TERMIN
                   " FORFALD=" PLAN-FORFALD
                   " YDELSE=" PLAN-YDELSE
                   " DAGE=" RESTANCE-DAGE
                   " AARSAG=" AFVIS-TEKST
                   DELIMITED BY SIZE INTO RESTANCELINJE
               END-STRING
           END-IF
           WRITE RESTANCELINJE
           EXIT.

       LAES-LAANEREGISTER.
           OPEN INPUT LAANEFIL
           IF LAANEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LAANEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LAAN-ANTAL < 2000
                           ADD 1 TO LAAN-ANTAL
                           MOVE LAANE-RECORD TO LT-RECORD(LAAN-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 laan i "
                               "LaaneRegister.txt - intet opkraevet"
                           CLOSE LAANEFIL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAANEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "LAAN-TABEL" TO TK-TABEL
           MOVE LAAN-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives fra tabellen med de nedskrevne
      *restgaelder - samme midlertidig-fil-og-mv-teknik som
      *KONTOSPAERRING.
       SKRIV-LAANEREGISTER.
           OPEN OUTPUT LAANENYFIL
           PERFORM VARYING LAAN-IX FROM 1 BY 1
                   UNTIL LAAN-IX > LAAN-ANTAL
               MOVE LT-RECORD(LAAN-IX) TO LAANENY-RECORD
               WRITE LAANENY-RECORD
           END-PERFORM
           CLOSE LAANENYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(LAANENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LAANEFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       FLYT-PLANFIL.
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(PLANNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PLANFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       LAES-RESERVATIONER.
           OPEN INPUT RESFIL
           IF RESFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RESFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RES-UDLOEB >= KOERSEL-DATO
                           IF RES-ANTAL < 2000
                               ADD 1 TO RES-ANTAL
                               MOVE RES-KONTONUMMER
                                   TO RT-KONTONUMMER(RES-ANTAL)
                               MOVE RES-BELOEB
                                   TO RT-BELOEB(RES-ANTAL)
                           ELSE
                               MOVE "J" TO RES-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESFIL
           MOVE "N" TO END-OF-FILE
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-OVERTRAEKSGRAENSER.
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GRAENSEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GRAENSE-ANTAL < 2000
                           ADD 1 TO GRAENSE-ANTAL
                           MOVE GRAENSE-KONTONUMMER
                               TO GT-KONTONUMMER(GRAENSE-ANTAL)
                           MOVE GRAENSE-BELOEB-REG
                               TO GT-GRAENSE(GRAENSE-ANTAL)
                       ELSE
                           MOVE "J" TO GRAENSE-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-KONTOSPAERRINGER.
           OPEN INPUT SPAERFIL
           IF SPAERFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SPAERFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SPAER-ANTAL < 2000
                           ADD 1 TO SPAER-ANTAL
                           MOVE SPAER-KONTONUMMER
                               TO ST-KONTONUMMER(SPAER-ANTAL)
                       ELSE
                           MOVE "J" TO SPAER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SPAER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "BATCH" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       OPGOER-BALANCE-SUM.
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "LAANEOPKRAEVNING" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE "LAANYDLS" TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE AUDIT-FOER-BALANCE TO JOURNAL-FOER-BALANCE
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - batch og online
      *kan ikke kollidere om Kundeoplysninger.txt, og en afvist
      *ansoeger faar at vide hvem der holder laasen.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "LAANEOPKRAEVNING" TO LAAS-PROGRAM
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
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata,
      *og KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO LAANEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneRegister.txt"
                   DELIMITED BY SIZE INTO LAANEFIL-NAVN
               END-STRING
               MOVE SPACES TO LAANENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneRegisterNy.tmp"
                   DELIMITED BY SIZE INTO LAANENYFIL-NAVN
               END-STRING
               MOVE SPACES TO PLANFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneAmortisering.txt"
                   DELIMITED BY SIZE INTO PLANFIL-NAVN
               END-STRING
               MOVE SPACES TO PLANNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneAmortiseringNy.tmp"
                   DELIMITED BY SIZE INTO PLANNYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO JOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO JOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO RESTANCEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneRestancer.txt"
                   DELIMITED BY SIZE INTO RESTANCEFIL-NAVN
               END-STRING
               MOVE SPACES TO RESFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Reservationer.txt"
                   DELIMITED BY SIZE INTO RESFIL-NAVN
               END-STRING
               MOVE SPACES TO GRAENSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OvertraekGraenser.txt"
                   DELIMITED BY SIZE INTO GRAENSEFIL-NAVN
               END-STRING
               MOVE SPACES TO SPAERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoSpaerringer.txt"
                   DELIMITED BY SIZE INTO SPAERFIL-NAVN
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

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "LAANEOPKRAEVNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
