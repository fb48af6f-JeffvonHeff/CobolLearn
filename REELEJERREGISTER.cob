       IDENTIFICATION DIVISION.
       PROGRAM-ID. REELEJERREGISTER.
      *Register over reelle ejere - de personer der direkte eller
      *indirekte ejer 25% eller mere af en erhvervskunde
      *(KUNDETYPE "E"). Hvidvasklovens kundekendskab gaelder
      *personerne bag virksomheden, ikke kun firmanavnet, saa
      *registret (ReelleEjere.txt, REELEJER.CPY) foeres her:
      *  O - opret ejer (virksomheden skal findes i masteren og
      *      vaere erhvervskunde; ejerandelen skal vaere 25-100%, og
      *      de aktive ejeres andele tilsammen hoejst 100%)
      *  F - fjern ejer (virksomhed + ejer-nr) - ejerskabet afsluttes
      *      med gaarsdagens dato, saa historikken bevares
      *  L - list ejere for en virksomhed
      *En ejer identificeres ved CPR-nummer (modulus-11-kontrol;
      *foedselsdatoen udledes via MINDREAARIG) eller - for en
      *udenlandsk ejer - ved foedselsdato og landekode.
      *SANKTIONSSCREENING screener hver aktiv ejer, og KYCREVIEW
      *lader ejerne indgaa i virksomhedens risikoklasse. Hver
      *oprettelse/afslutning faar en linje i den faelles audit-
      *journal under operatoer-identitet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFIL ASSIGN TO REFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFIL-STATUS.
           SELECT RENYFIL ASSIGN TO RENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REFIL.
       01 RE-RECORD.
           COPY "REELEJER.CPY".

       FD RENYFIL.
       01 RENY-RECORD             PIC X(93).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 REFIL-NAVN             PIC X(80)
           VALUE "ReelleEjere.txt".
       01 RENYFIL-NAVN           PIC X(80)
           VALUE "ReelleEjereNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 REFIL-STATUS           PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 GAARSDAG-DATO          PIC 9(8).
       01 REFIL-SLUT             PIC X VALUE "N".
       01 INP-VIRKSOMHED         PIC X(10) VALUE SPACES.
       01 INP-EJER-NR            PIC X(2) VALUE SPACES.
       01 INP-NAVN               PIC X(40) VALUE SPACES.
       01 INP-CPR                PIC X(10) VALUE SPACES.
       01 INP-FOEDSELSDATO       PIC X(8) VALUE SPACES.
       01 INP-LAND               PIC X(2) VALUE SPACES.
       01 INP-ANDEL              PIC X(7) VALUE SPACES.
       01 INP-FRA                PIC X(8) VALUE SPACES.
       01 INP-TIL                PIC X(8) VALUE SPACES.
       01 NY-ANDEL               PIC 9(3)V9(2) VALUE 0.
       01 AKTIV-ANDEL-SUM        PIC 9(5)V9(2) VALUE 0.
       01 HOEJESTE-EJER-NR       PIC 9(2) VALUE 0.
       01 FJERN-EJER-NR          PIC 9(2) VALUE 0.
       01 ANTAL-VIST             PIC 9(3) VALUE 0.
       01 AFSLUTTET              PIC X VALUE "N".
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 CPR-GYLDIGT            PIC X VALUE "J".
           88 CPR-ER-GYLDIGT         VALUE "J".
       01 CPR-SUM                PIC 9(4) VALUE 0.
       01 CPR-POS                PIC 9(2) VALUE 1.
       01 CPR-CIFFER             PIC 9 VALUE 0.
       01 CPR-VAEGT-DATA         PIC X(10) VALUE "4327654321".
       01 CPR-VAEGT-TABEL REDEFINES CPR-VAEGT-DATA.
           02 CPR-VAEGT OCCURS 10 TIMES PIC 9.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO) - 1)
               TO GAARSDAG-DATO
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Reelle ejere: O-opret F-fjern L-list "
                   "X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-EJER
                   WHEN "F" PERFORM FJERN-EJER
                   WHEN "L" PERFORM LIST-EJERE
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPRET-EJER.
           DISPLAY "Virksomhed (kunde-id paa erhvervskunden):"
           ACCEPT INP-VIRKSOMHED
           MOVE INP-VIRKSOMHED TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: virksomheden findes ikke i "
                       "masteren"
                   EXIT PARAGRAPH
           END-READ
           IF NOT KUNDE-ERHVERV
               DISPLAY "FEJL: " INP-VIRKSOMHED " er ikke "
                   "erhvervskunde - registrer CVR i "
                   "kundevedligeholdelsen foerst"
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KONTI
           PERFORM OPGOER-EJERANDELE
           DISPLAY "Ejerens navn:"
           ACCEPT INP-NAVN
           DISPLAY "Ejerens CPR-nummer (blank for udenlandsk ejer):"
           ACCEPT INP-CPR
           MOVE SPACES TO INP-FOEDSELSDATO
           MOVE SPACES TO INP-LAND
           IF INP-CPR = SPACES
               DISPLAY "Foedselsdato (YYYYMMDD):"
               ACCEPT INP-FOEDSELSDATO
               DISPLAY "Landekode (2 bogstaver):"
               ACCEPT INP-LAND
           END-IF
           DISPLAY "Ejerandel i procent (fx 33.50):"
           ACCEPT INP-ANDEL
           DISPLAY "Ejer fra (YYYYMMDD, blank = i dag):"
           ACCEPT INP-FRA
           DISPLAY "Ejer til (YYYYMMDD, blank = indtil videre):"
           ACCEPT INP-TIL
           IF INP-NAVN = SPACES
               DISPLAY "FEJL: ejerens navn skal udfyldes"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RE-RECORD
           MOVE 0 TO RE-FOEDSELSDATO
           IF INP-CPR NOT = SPACES
               PERFORM TJEK-CPR
               IF NOT CPR-ER-GYLDIGT
                   DISPLAY "FEJL: ugyldigt CPR-nummer"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO MA-KUNDE-ID
               MOVE INP-CPR TO MA-CPR-NUMMER
               MOVE KOERSEL-DATO TO MA-DATO
               MOVE 0 TO MA-BELOEB
               MOVE SPACES TO MA-VALUTA
               CALL "MINDREAARIG" USING MA-OMRAADE
               IF MA-REGLER-OVERLOEBET
                   MOVE "J" TO KAPACITET-OVERLOB
               END-IF
               IF NOT MA-ALDER-UKENDT
                   MOVE MA-FOEDSELSDATO TO RE-FOEDSELSDATO
               END-IF
               MOVE "DK" TO RE-LAND
           ELSE
               IF INP-FOEDSELSDATO NOT NUMERIC
                   DISPLAY "FEJL: en ejer uden CPR kraever "
                       "foedselsdato YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(INP-FOEDSELSDATO)) NOT = 0
                   DISPLAY "FEJL: ugyldig foedselsdato"
                   EXIT PARAGRAPH
               END-IF
               IF INP-LAND NOT ALPHABETIC OR INP-LAND = SPACES
                   DISPLAY "FEJL: landekode skal vaere 2 bogstaver"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-FOEDSELSDATO)
                   TO RE-FOEDSELSDATO
               MOVE FUNCTION UPPER-CASE(INP-LAND) TO RE-LAND
           END-IF
           IF FUNCTION TEST-NUMVAL(INP-ANDEL) NOT = 0
               DISPLAY "FEJL: ejerandelen er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(INP-ANDEL) < 25
                   OR FUNCTION NUMVAL(INP-ANDEL) > 100
               DISPLAY "FEJL: kun ejere med 25-100% registreres"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-ANDEL) TO NY-ANDEL
           IF INP-FRA = SPACES
               MOVE KOERSEL-DATO TO RE-FRA
           ELSE
               IF INP-FRA NOT NUMERIC
                   DISPLAY "FEJL: datoer skal vaere YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-FRA) TO RE-FRA
           END-IF
           IF INP-TIL = SPACES
               MOVE 99999999 TO RE-TIL
           ELSE
               IF INP-TIL NOT NUMERIC
                   DISPLAY "FEJL: datoer skal vaere YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-TIL) TO RE-TIL
           END-IF
           IF RE-TIL < RE-FRA
               DISPLAY "FEJL: til-dato foer fra-dato"
               EXIT PARAGRAPH
           END-IF
           IF AKTIV-ANDEL-SUM + NY-ANDEL > 100
               DISPLAY "FEJL: de aktive ejere har allerede "
                   AKTIV-ANDEL-SUM "% - i alt over 100%"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REFIL
           IF REFIL-STATUS NOT = "00"
               CLOSE REFIL
               OPEN OUTPUT REFIL
           END-IF
           MOVE INP-VIRKSOMHED TO RE-KUNDE-ID
           ADD 1 TO HOEJESTE-EJER-NR GIVING RE-EJER-NR
           MOVE INP-NAVN TO RE-NAVN
           MOVE INP-CPR TO RE-CPR
           MOVE NY-ANDEL TO RE-ANDEL
           WRITE RE-RECORD
           CLOSE REFIL
           MOVE "REELEJER" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Reel ejer " RE-EJER-NR " oprettet for "
               INP-VIRKSOMHED ": " FUNCTION TRIM(RE-NAVN)
           EXIT.

      *Summen af de aktive ejeres andele for INP-VIRKSOMHED og det
      *hoejeste ejer-nr der er brugt (ogsaa for afsluttede ejere,
      *saa et nummer aldrig genbruges). REFIL laeses til ende, saa
      *RE-RECORD skal bygges bagefter.
       OPGOER-EJERANDELE.
           MOVE 0 TO AKTIV-ANDEL-SUM
           MOVE 0 TO HOEJESTE-EJER-NR
           MOVE "N" TO REFIL-SLUT
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
                       IF RE-KUNDE-ID = INP-VIRKSOMHED
                           IF RE-EJER-NR > HOEJESTE-EJER-NR
                               MOVE RE-EJER-NR TO HOEJESTE-EJER-NR
                           END-IF
                           IF RE-FRA <= KOERSEL-DATO
                                   AND RE-TIL >= KOERSEL-DATO
                               ADD RE-ANDEL TO AKTIV-ANDEL-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFIL
           EXIT.

      *Modulus-11-kontrol af CPR-nummeret - samme regel som
      *KUNDEVEDLIGEHOLD's TJEK-CPR.
       TJEK-CPR.
           MOVE "J" TO CPR-GYLDIGT
           IF INP-CPR NOT NUMERIC
               MOVE "N" TO CPR-GYLDIGT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CPR-SUM
           PERFORM VARYING CPR-POS FROM 1 BY 1 UNTIL CPR-POS > 10
               MOVE FUNCTION NUMVAL(INP-CPR(CPR-POS:1))
                   TO CPR-CIFFER
               COMPUTE CPR-SUM =
                   CPR-SUM + CPR-CIFFER * CPR-VAEGT(CPR-POS)
           END-PERFORM
           IF FUNCTION MOD(CPR-SUM, 11) NOT = 0
               MOVE "N" TO CPR-GYLDIGT
           END-IF
           EXIT.

      *Afslutningen genskriver registret med RE-TIL sat til i gaar
      *paa den valgte ejer - samme midlertidig-fil-og-mv-teknik som
      *FULDMAGTREGISTER. Linjen bliver staaende, saa KYC-sagen kan
      *se hvem der ejede virksomheden hvornaar.
       FJERN-EJER.
           DISPLAY "Virksomhed (kunde-id):"
           ACCEPT INP-VIRKSOMHED
           DISPLAY "Ejer-nr:"
           ACCEPT INP-EJER-NR
           IF INP-EJER-NR NOT NUMERIC
               DISPLAY "FEJL: ejer-nr skal vaere 2 cifre"
               EXIT PARAGRAPH
           END-IF
           MOVE INP-EJER-NR TO FJERN-EJER-NR
           MOVE "N" TO AFSLUTTET
           MOVE "N" TO REFIL-SLUT
           OPEN INPUT REFIL
           IF REFIL-STATUS NOT = "00"
               CLOSE REFIL
               DISPLAY "FEJL: intet register over reelle ejere"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RENYFIL
           PERFORM UNTIL REFIL-SLUT = "J"
               READ REFIL
                   AT END
                       MOVE "J" TO REFIL-SLUT
                   NOT AT END
                       IF RE-KUNDE-ID = INP-VIRKSOMHED
                               AND RE-EJER-NR = FJERN-EJER-NR
                               AND RE-TIL >= KOERSEL-DATO
                           MOVE GAARSDAG-DATO TO RE-TIL
                           IF RE-TIL < RE-FRA
                               MOVE RE-FRA TO RE-TIL
                           END-IF
                           MOVE "J" TO AFSLUTTET
                       END-IF
                       MOVE RE-RECORD TO RENY-RECORD
                       WRITE RENY-RECORD
               END-READ
           END-PERFORM
           CLOSE REFIL
           CLOSE RENYFIL
           IF AFSLUTTET = "J"
               MOVE SPACES TO MV-KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(RENYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(REFIL-NAVN)
                   DELIMITED BY SIZE INTO MV-KOMMANDO
               END-STRING
               CALL "SYSTEM" USING MV-KOMMANDO
               MOVE INP-VIRKSOMHED TO KUNDE-ID
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM HENT-KONTI
                       MOVE "REELEJRF" TO AUDIT-AKTION
                       PERFORM SKRIV-AUDITLINJE
               END-READ
               DISPLAY "Ejerskab afsluttet pr. " GAARSDAG-DATO
           ELSE
               DISPLAY "FEJL: ingen aktiv ejer med det nummer"
           END-IF
           EXIT.

       LIST-EJERE.
           DISPLAY "Virksomhed (kunde-id):"
           ACCEPT INP-VIRKSOMHED
           MOVE 0 TO ANTAL-VIST
           MOVE 0 TO AKTIV-ANDEL-SUM
           MOVE "N" TO REFIL-SLUT
           OPEN INPUT REFIL
           IF REFIL-STATUS NOT = "00"
               CLOSE REFIL
               DISPLAY "Ingen reelle ejere i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REFIL-SLUT = "J"
               READ REFIL
                   AT END
                       MOVE "J" TO REFIL-SLUT
                   NOT AT END
                       IF RE-KUNDE-ID = INP-VIRKSOMHED
                           ADD 1 TO ANTAL-VIST
                           IF RE-FRA <= KOERSEL-DATO
                                   AND RE-TIL >= KOERSEL-DATO
                               ADD RE-ANDEL TO AKTIV-ANDEL-SUM
                               DISPLAY RE-EJER-NR " AKTIV    "
                                   RE-NAVN " " RE-CPR " "
                                   RE-FOEDSELSDATO " " RE-LAND " "
                                   RE-ANDEL "% " RE-FRA "-" RE-TIL
                           ELSE
                               DISPLAY RE-EJER-NR " OPHOERT  "
                                   RE-NAVN " " RE-CPR " "
                                   RE-FOEDSELSDATO " " RE-LAND " "
                                   RE-ANDEL "% " RE-FRA "-" RE-TIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen reelle ejere registreret for "
                   INP-VIRKSOMHED
           ELSE
               DISPLAY "Aktive ejeres andel i alt: "
                   AKTIV-ANDEL-SUM "%"
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - virksomhedens
      *record staar i bufferen, saa linjen baerer dens status/balance.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "UKENDT" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "REELEJERREGISTER" TO JOURNAL-PROGRAM
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

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *programmet kun laeser masteren.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "REELEJERREGISTER" TO LAAS-PROGRAM
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

      *Virksomhedens konti hentes fra kontomasteren til KUNDEKONTI
      *efter hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

      *Filplaceringer kan flyttes via miljoeet: DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO REFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ReelleEjere.txt"
                   DELIMITED BY SIZE INTO REFIL-NAVN
               END-STRING
               MOVE SPACES TO RENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ReelleEjereNy.tmp"
                   DELIMITED BY SIZE INTO RENYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
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
