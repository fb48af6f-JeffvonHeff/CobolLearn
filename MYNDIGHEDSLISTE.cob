       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYNDIGHEDSLISTE.
      *Maanedlig myndighedsliste - kunder der fylder 18 i naeste
      *kalendermaaned (MYNDIG-MAANED i miljoeet, YYYYMM, kan angive
      *en anden maaned). Foedselsdatoen udledes af CPR-nummeret via
      *MINDREAARIG, som posteringsprogrammerne bruger til
      *mindreaarigs-reglerne. Koeres af driften efter koersels-
      *kalenderen den foerste bankdag i maaneden:
      *  - Myndighedsliste.txt faar en MYNDIG-linje pr. kunde med
      *    18-aarsdag, foedselsdato og raadgiver, en KONTO-linje pr.
      *    konto med produktkode, saa filialen kan omlaegge kontiene
      *    til voksenprodukter, og en FULDMAGT-linje pr. fuldmagt
      *    kunden har givet
      *  - vaergebefoejelserne afsluttes paa foedselsdagen: enhver
      *    VAERGE-fuldmagt fra en kunde hvis 18-aarsdag falder senest
      *    i listens maaned, og som er gyldig til eller efter
      *    18-aarsdagen, faar sin til-dato sat til dagen foer. En
      *    VAERGE-fuldmagt oprettet i FULDMAGTREGISTER er allerede
      *    begraenset saadan; koerslen fanger aeldre registreringer
      *    og CPR-rettelser. Hver afslutning skrives paa listen som
      *    AFSLUTTET og faar en linje i den faelles audit-journal.
      *Fuldmagtsregistret genskrives via en midlertidig fil og mv,
      *som FULDMAGTREGISTER's fjernelse, under eksklusiv laas, saa
      *en samtidig oprettelse ikke gaar tabt. Kunder uden brugbart
      *CPR-nummer kan ikke vurderes; antallet vises i SYSOUT.
      *Erhvervskunder (KUNDETYPE "E") har ingen alder og springes
      *over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL FMFIL ASSIGN TO FMFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMFIL-STATUS.
           SELECT FMNYFIL ASSIGN TO FMNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

      *Fuldmagtsrecorden - samme layout som FULDMAGTREGISTER.
       FD FMFIL.
       01 FM-RECORD.
           02 FM-GIVER             PIC X(10).
           02 FM-HOLDER            PIC X(10).
           02 FM-OMFANG            PIC X(8).
           02 FM-FRA               PIC 9(8).
           02 FM-TIL               PIC 9(8).

       FD FMNYFIL.
       01 FMNY-RECORD             PIC X(45).

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(132).

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
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 FMFIL-NAVN             PIC X(80)
           VALUE "Fuldmagter.txt".
       01 FMNYFIL-NAVN           PIC X(80)
           VALUE "FuldmagterNy.tmp".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "Myndighedsliste.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 FMFIL-STATUS           PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 FMFIL-SLUT             PIC X VALUE "N".
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Listens maaned: fra den 1. til den sidste dag. Uden
      *MYNDIG-MAANED er det maaneden efter koerselsdatoen.
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELT REDEFINES KOERSEL-DATO.
           02 KOERSEL-AAR        PIC 9(4).
           02 KOERSEL-MD         PIC 9(2).
           02 KOERSEL-DAG        PIC 9(2).
       01 MAANED-TEKST           PIC X(6) VALUE SPACES.
       01 MAANED-TAL REDEFINES MAANED-TEKST PIC 9(6).
       01 LISTE-FRA              PIC 9(8) VALUE 0.
       01 LISTE-FRA-DELT REDEFINES LISTE-FRA.
           02 LISTE-AAR          PIC 9(4).
           02 LISTE-MD           PIC 9(2).
           02 LISTE-DAG          PIC 9(2).
       01 LISTE-TIL              PIC 9(8) VALUE 0.
       01 NAESTE-FRA             PIC 9(8) VALUE 0.
       01 NAESTE-FRA-DELT REDEFINES NAESTE-FRA.
           02 NAESTE-AAR         PIC 9(4).
           02 NAESTE-MD          PIC 9(2).
           02 NAESTE-DAG         PIC 9(2).
       01 VAERGE-SLUT            PIC 9(8) VALUE 0.

      *Fuldmagtsregistret holdes i tabellen under koerslen, saa det
      *kan genskrives med de afsluttede vaergefuldmagter.
       01 FM-ANTAL               PIC 9(4) VALUE 0.
       01 FM-OVERLOB             PIC X VALUE "N".
           88 FM-ER-OVERLOEBET       VALUE "J".
       01 FM-TABEL.
           02 FM-POST OCCURS 5000 TIMES.
               03 FT-GIVER           PIC X(10).
               03 FT-HOLDER          PIC X(10).
               03 FT-OMFANG          PIC X(8).
               03 FT-FRA             PIC 9(8).
               03 FT-TIL             PIC 9(8).
               03 FT-AFSLUTTET       PIC X(1).
       01 FM-IX                  PIC 9(4).
       01 FM-AENDRET             PIC X VALUE "N".
           88 FM-ER-AENDRET          VALUE "J".

       01 KONTO-IX               PIC 9(3).
       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-MYNDIGE          PIC 9(7) VALUE 0.
       01 ANTAL-MINDREAARIGE     PIC 9(7) VALUE 0.
       01 ANTAL-UKENDT-ALDER     PIC 9(7) VALUE 0.
       01 ANTAL-AFSLUTTET        PIC 9(7) VALUE 0.
       01 VIS-NAVN               PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM SAET-LISTEMAANED
           IF LISTE-FRA = 0
               DISPLAY "FEJL: MYNDIG-MAANED skal vaere YYYYMM - "
                   MAANED-TEKST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-FULDMAGTER
           IF FM-ER-OVERLOEBET
               DISPLAY "FEJL: over 5000 fuldmagter - registret kan "
                   "ikke genskrives"
               CLOSE KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL
           OPEN OUTPUT RAPPORTFIL
           MOVE SPACES TO RAPPORTLINJE
           STRING "MYNDIGHEDSLISTE " LISTE-FRA "-" LISTE-TIL
               " KOERT " KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM AFSLUT-VAERGEFULDMAGTER
           MOVE LOW-VALUES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                               OR KUNDE-SLETTET
                           CONTINUE
                       ELSE
                           PERFORM VURDER-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAPPORTFIL
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           IF FM-ER-AENDRET
               PERFORM GENSKRIV-FULDMAGTER
           END-IF

           DISPLAY "================================================"
           DISPLAY "MYNDIGHEDSLISTE - kunder der fylder 18 "
               LISTE-FRA "-" LISTE-TIL
           DISPLAY "================================================"
           DISPLAY "Kunder gennemgaaet       : " ANTAL-KUNDER
           DISPLAY "Mindreaarige i dag       : " ANTAL-MINDREAARIGE
           DISPLAY "Fylder 18 i maaneden     : " ANTAL-MYNDIGE
           DISPLAY "Vaergemagter afsluttet   : " ANTAL-AFSLUTTET
           DISPLAY "Uden brugbart CPR-nummer : " ANTAL-UKENDT-ALDER
      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-UKENDT-ALDER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *MYNDIG-MAANED (YYYYMM) eller maaneden efter koerselsdatoen;
      *en ugyldig maaned giver LISTE-FRA 0.
       SAET-LISTEMAANED.
           MOVE 0 TO LISTE-FRA
           ACCEPT MAANED-TEKST FROM ENVIRONMENT "MYNDIG-MAANED"
           IF MAANED-TEKST = SPACES
               MOVE KOERSEL-AAR TO LISTE-AAR
               MOVE KOERSEL-MD TO LISTE-MD
               IF LISTE-MD = 12
                   ADD 1 TO LISTE-AAR
                   MOVE 1 TO LISTE-MD
               ELSE
                   ADD 1 TO LISTE-MD
               END-IF
           ELSE
               IF MAANED-TEKST NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LISTE-FRA = MAANED-TAL * 100
           END-IF
           MOVE 1 TO LISTE-DAG
           IF FUNCTION TEST-DATE-YYYYMMDD(LISTE-FRA) NOT = 0
               MOVE 0 TO LISTE-FRA
               EXIT PARAGRAPH
           END-IF
           MOVE LISTE-FRA TO NAESTE-FRA
           IF NAESTE-MD = 12
               ADD 1 TO NAESTE-AAR
               MOVE 1 TO NAESTE-MD
           ELSE
               ADD 1 TO NAESTE-MD
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NAESTE-FRA) - 1)
               TO LISTE-TIL
           EXIT.

       LAES-FULDMAGTER.
           MOVE 0 TO FM-ANTAL
           OPEN INPUT FMFIL
           IF FMFIL-STATUS NOT = "00"
               CLOSE FMFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FMFIL-SLUT
           PERFORM UNTIL FMFIL-SLUT = "J"
               READ FMFIL
                   AT END
                       MOVE "J" TO FMFIL-SLUT
                   NOT AT END
                       IF FM-ANTAL < 5000
                           ADD 1 TO FM-ANTAL
                           MOVE FM-GIVER TO FT-GIVER(FM-ANTAL)
                           MOVE FM-HOLDER TO FT-HOLDER(FM-ANTAL)
                           MOVE FM-OMFANG TO FT-OMFANG(FM-ANTAL)
                           MOVE FM-FRA TO FT-FRA(FM-ANTAL)
                           MOVE FM-TIL TO FT-TIL(FM-ANTAL)
                           MOVE "N" TO FT-AFSLUTTET(FM-ANTAL)
                       ELSE
                           MOVE "J" TO FM-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FMFIL
           MOVE "FM-TABEL" TO TK-TABEL
           MOVE FM-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE FM-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Vaergefuldmagter der raekker ud over giverens 18-aarsdag, og
      *hvor 18-aarsdagen falder senest i listens maaned, begraenses
      *til dagen foer. Giveren slaas op i masteren for CPR-nummeret.
       AFSLUT-VAERGEFULDMAGTER.
           PERFORM VARYING FM-IX FROM 1 BY 1
                   UNTIL FM-IX > FM-ANTAL
               IF FT-OMFANG(FM-IX) = "VAERGE"
                       AND FT-TIL(FM-IX) NUMERIC
                   PERFORM VURDER-VAERGEFULDMAGT
               END-IF
           END-PERFORM
           EXIT.

       VURDER-VAERGEFULDMAGT.
           MOVE FT-GIVER(FM-IX) TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM SLAA-ALDER-OP
           IF MA-ALDER-UKENDT
               EXIT PARAGRAPH
           END-IF
           IF MA-MYNDIG-DATO > LISTE-TIL
                   OR FT-TIL(FM-IX) < MA-MYNDIG-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MA-MYNDIG-DATO) - 1)
               TO VAERGE-SLUT
           MOVE VAERGE-SLUT TO FT-TIL(FM-IX)
           MOVE "J" TO FT-AFSLUTTET(FM-IX)
           MOVE "J" TO FM-AENDRET
           ADD 1 TO ANTAL-AFSLUTTET
           MOVE SPACES TO RAPPORTLINJE
           STRING "AFSLUTTET KUNDE=" FT-GIVER(FM-IX)
               " VAERGE=" FT-HOLDER(FM-IX)
               " TIL=" VAERGE-SLUT
               " MYNDIG=" MA-MYNDIG-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM HENT-KONTI
           MOVE "FULDMGTF" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Kunden i bufferen. Alderen vurderes paa koerselsdatoen.
       SLAA-ALDER-OP.
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE 0 TO MA-BELOEB
           MOVE SPACES TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       VURDER-KUNDE.
           IF KUNDE-ERHVERV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-KUNDER
           PERFORM SLAA-ALDER-OP
           IF MA-ALDER-UKENDT
               ADD 1 TO ANTAL-UKENDT-ALDER
               EXIT PARAGRAPH
           END-IF
           IF MA-ER-MINDREAARIG
               ADD 1 TO ANTAL-MINDREAARIGE
           END-IF
           IF MA-MYNDIG-DATO < LISTE-FRA
                   OR MA-MYNDIG-DATO > LISTE-TIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-MYNDIGE
           PERFORM HENT-KONTI
           MOVE SPACES TO VIS-NAVN
           STRING FUNCTION TRIM(FORNAVN) " "
               FUNCTION TRIM(EFTERNAVN)
               DELIMITED BY SIZE INTO VIS-NAVN
           END-STRING
           MOVE SPACES TO RAPPORTLINJE
           STRING "MYNDIG " MA-MYNDIG-DATO
               " KUNDE=" KUNDE-ID
               " FOEDT=" MA-FOEDSELSDATO
               " RAADGIVER=" RAADGIVER-ID
               " NAVN=" VIS-NAVN
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               MOVE SPACES TO RAPPORTLINJE
               STRING "   KONTO=" KONTONUMMER(KONTO-IX)
                   " PRODUKT=" PRODUKTKODE(KONTO-IX)
                   " VALUTA=" VALUTAKODE(KONTO-IX)
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-PERFORM
           PERFORM VARYING FM-IX FROM 1 BY 1
                   UNTIL FM-IX > FM-ANTAL
               IF FT-GIVER(FM-IX) = KUNDE-ID
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "   FULDMAGT HOLDER=" FT-HOLDER(FM-IX)
                       " OMFANG=" FT-OMFANG(FM-IX)
                       " TIL=" FT-TIL(FM-IX)
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           EXIT.

      *Registret skrives fra tabellen til den midlertidige fil og
      *flyttes paa plads - samme teknik som FULDMAGTREGISTER.
       GENSKRIV-FULDMAGTER.
           OPEN OUTPUT FMNYFIL
           PERFORM VARYING FM-IX FROM 1 BY 1
                   UNTIL FM-IX > FM-ANTAL
               MOVE FT-GIVER(FM-IX) TO FM-GIVER
               MOVE FT-HOLDER(FM-IX) TO FM-HOLDER
               MOVE FT-OMFANG(FM-IX) TO FM-OMFANG
               MOVE FT-FRA(FM-IX) TO FM-FRA
               MOVE FT-TIL(FM-IX) TO FM-TIL
               MOVE FM-RECORD TO FMNY-RECORD
               WRITE FMNY-RECORD
           END-PERFORM
           CLOSE FMNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FMNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FMFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - giverens record
      *staar i bufferen, saa linjen baerer giverens status/balance.
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

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "MYNDIGHEDSLISTE" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Eksklusiv laas: masteren laeses kun, men fuldmagtsregistret
      *genskrives, og FULDMAGTREGISTER maa ikke oprette imens.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "MYNDIGHEDSLISTE" TO LAAS-PROGRAM
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
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO FMFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Fuldmagter.txt"
                   DELIMITED BY SIZE INTO FMFIL-NAVN
               END-STRING
               MOVE SPACES TO FMNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FuldmagterNy.tmp"
                   DELIMITED BY SIZE INTO FMNYFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Myndighedsliste.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
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
           MOVE "MYNDIGHEDSLISTE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
