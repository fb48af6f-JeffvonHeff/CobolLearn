       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKATTEOPFOELGNING.
      *Opfoelgningsliste til FATCA/CRS: kunder med tegn paa
      *udenlandsk skattepligt, som ikke har afgivet en
      *selvcertificering af deres skatteresidens. Alle kunder paa
      *masteren undtagen slettede gennemgaas for disse tegn:
      *  ADRESSE  - postnummeret er ikke et dansk postnummer (4
      *             cifre)
      *  TELEFON  - telefonnummeret har et udenlandsk landenummer
      *             (+xx eller 00xx, bortset fra +45/0045)
      *  LAND=xx  - skatteresidensregistret (SkatteResidens.txt,
      *             SKATTERESIDENS.CPY) har et andet land end DK
      *En kunde med mindst eet tegn og ingen linje i registret med
      *en dato for selvcertificering skrives paa listen
      *SkatteOpfoelgning.txt med tegnene, saa kundeservice kan
      *indhente selvcertificeringen. Listen dannes forfra ved hver
      *koersel; en kunde forsvinder fra den, naar selv-
      *certificeringen er registreret i KUNDEVEDLIGEHOLD (F).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL SKATFIL ASSIGN TO SKATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD SKATFIL.
       01 SKAT-RECORD.
           COPY "SKATTERESIDENS.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 SKATFIL-NAVN           PIC X(80)
           VALUE "SkatteResidens.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "SkatteOpfoelgning.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 SKATFIL-STATUS         PIC X(2) VALUE "00".
       01 SKATFIL-SLUT           PIC X VALUE "N".
       01 RAPPORTFIL-STATUS      PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).

      *Registret i arbejdslageret - opslag pr. kunde under
      *gennemloebningen af masteren.
       01 REG-ANTAL              PIC 9(4) VALUE 0.
       01 REG-OVERLOEB           PIC X VALUE "N".
           88 REG-ER-OVERLOEBET      VALUE "J".
       01 REG-TABEL.
           02 REG-POST OCCURS 5000 TIMES.
               03 REG-KUNDE-ID       PIC X(10).
               03 REG-LAND           PIC X(2).
               03 REG-SELVCERT-DATO  PIC 9(8).
       01 REG-IX                 PIC 9(4).

       01 INDIKATION-TEKST       PIC X(40) VALUE SPACES.
       01 INDIKATION-POS         PIC 9(3) VALUE 1.
       01 SELVCERT-FUNDET        PIC X VALUE "N".
           88 HAR-SELVCERT           VALUE "J".
       01 KUNDE-NAVN             PIC X(41) VALUE SPACES.
       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-MED-INDIKATION   PIC 9(7) VALUE 0.
       01 ANTAL-PAA-LISTEN       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-REGISTER
           MOVE "REG-TABEL" TO TK-TABEL
           MOVE REG-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE REG-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           OPEN OUTPUT RAPPORTFIL
           IF RAPPORTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(RAPPORTFIL-NAVN)
                   " kan ikke oprettes - status " RAPPORTFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               CLOSE RAPPORTFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF NOT KUNDE-SLETTET
                               PERFORM VURDER-KUNDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
           CLOSE RAPPORTFIL
           PERFORM FRIGIV-KOERSELLAAS

           DISPLAY "================================================"
           DISPLAY "SKATTEOPFOELGNING - FATCA/CRS-indikationer "
               KOERSEL-DATO
           DISPLAY "================================================"
           DISPLAY "Kunder gennemgaaet        : " ANTAL-KUNDER
           DISPLAY "Kunder med indikationer   : " ANTAL-MED-INDIKATION
           DISPLAY "Uden selvcertificering    : " ANTAL-PAA-LISTEN
           DISPLAY "Opfoelgningsliste         : "
               FUNCTION TRIM(RAPPORTFIL-NAVN)
           IF REG-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 5000 linjer i "
                   "SkatteResidens.txt - listen er ufuldstaendig"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Tegnene samles i INDIKATION-TEKST; registrets lande og
      *selvcertificering findes i samme gennemloebning af tabellen.
       VURDER-KUNDE.
           ADD 1 TO ANTAL-KUNDER
           MOVE SPACES TO INDIKATION-TEKST
           MOVE 1 TO INDIKATION-POS
           MOVE "N" TO SELVCERT-FUNDET
           IF POSTNR NOT = SPACES AND POSTNR NOT NUMERIC
               STRING "ADRESSE " DELIMITED BY SIZE
                   INTO INDIKATION-TEKST WITH POINTER INDIKATION-POS
               END-STRING
           END-IF
           IF (TELEFON(1:1) = "+" AND TELEFON(1:3) NOT = "+45")
                   OR (TELEFON(1:2) = "00"
                       AND TELEFON(1:4) NOT = "0045")
               STRING "TELEFON " DELIMITED BY SIZE
                   INTO INDIKATION-TEKST WITH POINTER INDIKATION-POS
               END-STRING
           END-IF
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               IF REG-KUNDE-ID(REG-IX) = KUNDE-ID
                   IF REG-SELVCERT-DATO(REG-IX) > 0
                       MOVE "J" TO SELVCERT-FUNDET
                   END-IF
                   IF REG-LAND(REG-IX) NOT = "DK"
                       STRING "LAND=" REG-LAND(REG-IX) " "
                           DELIMITED BY SIZE INTO INDIKATION-TEKST
                           WITH POINTER INDIKATION-POS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF INDIKATION-TEKST = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-MED-INDIKATION
           IF HAR-SELVCERT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-PAA-LISTEN
           IF KUNDE-ERHVERV
               MOVE FIRMANAVN TO KUNDE-NAVN
           ELSE
               MOVE SPACES TO KUNDE-NAVN
               STRING FUNCTION TRIM(FORNAVN) " "
                   FUNCTION TRIM(EFTERNAVN)
                   DELIMITED BY SIZE INTO KUNDE-NAVN
               END-STRING
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           STRING "OPFOELG " KUNDE-ID " " KUNDE-NAVN
               " INDIKATION=" FUNCTION TRIM(INDIKATION-TEKST)
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS NOT = "00"
               CLOSE SKATFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SKATFIL-SLUT = "J"
               READ SKATFIL
                   AT END
                       MOVE "J" TO SKATFIL-SLUT
                   NOT AT END
                       IF REG-ANTAL < 5000
                           ADD 1 TO REG-ANTAL
                           MOVE SR-KUNDE-ID TO REG-KUNDE-ID(REG-ANTAL)
                           MOVE SR-LAND TO REG-LAND(REG-ANTAL)
                           MOVE SR-SELVCERT-DATO
                               TO REG-SELVCERT-DATO(REG-ANTAL)
                       ELSE
                           MOVE "J" TO REG-OVERLOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKATFIL
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *listen kun laeser.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "SKATTEOPFOELGNING" TO LAAS-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO SKATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidens.txt"
                   DELIMITED BY SIZE INTO SKATFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteOpfoelgning.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
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
           MOVE "SKATTEOPFOELGNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
