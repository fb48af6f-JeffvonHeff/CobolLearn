       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASSEBEHOLDNING.
      *Kassebeholdning og kasseafstemning ved skranken. Kontante
      *ind- og udbetalinger kommer ind i Transaktioner.txt som
      *almindelige IND/UD-linjer; en skrankelinje baerer desuden
      *kassens id i en niende kolonne, saa kontanterne kan foeres
      *tilbage til den kasse de gik igennem. Dette program styrer
      *kasserne under operatoer-identitet (OPERATOER i miljoeet,
      *sat af SIGNON - uden den kan en kasse hverken aabnes eller
      *lukkes):
      *  - aabning: kassereren taeller byttepengene op pr. seddel
      *    og moent, og kassen skrives i KasseRegister.txt
      *    (KASSEREG.CPY) som aaben under operatoerens id. En
      *    operatoer kan kun have en aaben kasse, og en kasse kan
      *    kun vaere aaben hos en operatoer ad gangen.
      *  - status: viser den forventede beholdning lige nu -
      *    byttepenge plus kontante indbetalinger minus kontante
      *    udbetalinger paa kassen i dagens Transaktioner.txt.
      *  - lukning: kassereren taeller kassen op pr. seddel og moent,
      *    og den optalte beholdning holdes op mod den forventede.
      *    En difference (overskud eller kassemangel) posteres paa
      *    bankens kassedifferencekonto (KASSEDIFF-KUNDE/-KONTO i
      *    parameterregistret, samme idiom som DORMANTAFVIKLING's
      *    hvilekonto),
      *    journalfoeres i PosteringsJournal.txt som TYPE=KAS med
      *    kassens id som modpart og faar en linje i den faelles
      *    audit-journal. Afstemningen skrives til
      *    KasseAfstemning_<kasse>_<dato>.txt.
      *Lukningen skal ske samme dag og foer natkaedens
      *posteringskoersel, da den forventede beholdning regnes af de
      *linjer der staar i dagens transaktionsfil. Kundemasteren
      *laases kun mens differencen posteres, saa en aaben kasse
      *ikke blokerer andre vaerktoejer. Lukkede kasser ud over
      *opbevaringsperioden ryddes af registret ved lukning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KASSEFIL ASSIGN TO KASSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KASSEFIL-STATUS.
           SELECT KASSENYFIL ASSIGN TO KASSENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFIL ASSIGN TO TRANSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO JOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT AFSTEMFIL ASSIGN TO AFSTEM-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KASSEFIL.
       01 KASSE-RECORD.
           COPY "KASSEREG.CPY".

       FD KASSENYFIL.
       01 KASSENY-RECORD         PIC X(92).

       FD TRANSFIL.
       01 TRANS-FIL-LINJE        PIC X(100).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD AFSTEMFIL.
       01 AFSTEMLINJE            PIC X(80).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KASSEFIL-NAVN          PIC X(80)
           VALUE "KasseRegister.txt".
       01 KASSENYFIL-NAVN        PIC X(80)
           VALUE "KasseRegisterNy.tmp".
       01 TRANSFIL-NAVN          PIC X(80)
           VALUE "Transaktioner.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 AFSTEM-NAVN            PIC X(100) VALUE SPACES.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 KASSEFIL-STATUS        PIC X(2) VALUE "00".
       01 TRANSFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-X REDEFINES KOERSEL-DATO PIC X(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.

      *Kasseregistret indlaeses i tabellen ved hver handling og
      *genskrives derfra - samme teknik som RYKKERKOERSEL's
      *sagsregister.
       01 KR-ANTAL               PIC 9(4) VALUE 0.
       01 KR-TABEL.
           02 KR-RECORD OCCURS 2000 TIMES PIC X(92).
       01 KR-IX                  PIC 9(4).
       01 EGEN-KASSE-IX          PIC 9(4) VALUE 0.
       01 KASSE-BEVARES          PIC X VALUE "J".
           88 KASSE-SKAL-BEVARES     VALUE "J".
       01 INP-KASSE-ID           PIC X(8) VALUE SPACES.
       01 KASSE-OPTAGET          PIC X VALUE "N".
           88 KASSE-ER-OPTAGET       VALUE "J".

      *Seddel- og moentsorterne i DKK, stoerste foerst (1000 kr
      *ned til 50 oere).
       01 PENGESORT-DATA.
           02 FILLER             PIC X(35)
               VALUE "01000000050000002000000100000005000".
           02 FILLER             PIC X(42)
               VALUE "000200000010000000500000020000001000000050".
       01 PENGESORT-TABEL REDEFINES PENGESORT-DATA.
           02 PENGESORT OCCURS 11 TIMES PIC 9(5)V9(2).
       01 SORT-ANTAL-TABEL.
           02 SORT-ANTAL OCCURS 11 TIMES PIC 9(6).
       01 SORT-IX                PIC 9(2).
       01 INP-ANTAL              PIC X(8) VALUE SPACES.
       01 TAELLING-GYLDIG        PIC X VALUE "J".
           88 TAELLING-ER-GYLDIG     VALUE "J".
       01 OPTALT-SUM             PIC 9(9)V9(2) VALUE 0.
       01 SORT-BELOEB            PIC 9(9)V9(2) VALUE 0.

      *Dagens kontante bevaegelser paa kassen, talt op fra
      *transaktionsfilens kolonner.
       01 TRANS-KUNDE-ID         PIC X(10).
       01 TRANS-KONTONUMMER      PIC X(20).
       01 TRANS-TYPE             PIC X(3).
       01 TRANS-BELOEB-TEKST     PIC X(12).
       01 TRANS-VALOERDATO       PIC X(8).
       01 TRANS-VALUTA           PIC X(3).
       01 TRANS-MODPART-ID       PIC X(10).
       01 TRANS-MODPART-KONTO    PIC X(20).
       01 TRANS-KASSE-ID         PIC X(8).
       01 IND-SUM                PIC 9(9)V9(2) VALUE 0.
       01 UD-SUM                 PIC 9(9)V9(2) VALUE 0.
       01 ANTAL-IND              PIC 9(5) VALUE 0.
       01 ANTAL-UD               PIC 9(5) VALUE 0.
       01 ANTAL-UDELADT          PIC 9(5) VALUE 0.
       01 FORVENTET-SUM          PIC S9(9)V9(2) VALUE 0.
       01 DIFFERENCE-SUM         PIC S9(9)V9(2) VALUE 0.

      *Kassedifferencekontoen - bankens egen konto i kundemasteren.
       01 DIFF-KUNDE-ID          PIC X(10) VALUE SPACES.
       01 DIFF-KONTO             PIC X(20) VALUE SPACES.
       01 DIFF-KONTO-IX          PIC 9(3) VALUE 0.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2) VALUE 0.
       01 NY-BALANCE             PIC S9(7)V9(2) VALUE 0.
       01 JOURNAL-BELOEB         PIC 9(7)V9(2) VALUE 0.
       01 DIFF-POSTERET          PIC X VALUE "N".
           88 DIFFERENCE-POSTERET    VALUE "J".

       01 BELOEB-VIST            PIC -(9)9.99.
       01 SORT-VIST              PIC Z(4)9.99.
       01 ANTAL-VIST             PIC Z(5)9.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer-identitet - "
                   "kassebeholdningen startes fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "KASSEDIFF-KUNDE" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE DIFF-KUNDE-ID TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO DIFF-KUNDE-ID
           MOVE "KASSEDIFF-KONTO" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE DIFF-KONTO TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO DIFF-KONTO

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Kassebeholdning (" AUDIT-OPERATOER "): "
                   "A-aabn S-status L-luk X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "A" PERFORM AABN-KASSE
                   WHEN "S" PERFORM VIS-KASSESTATUS
                   WHEN "L" PERFORM LUK-KASSE
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Aabning: byttepengene taelles op og kassen skrives i
      *registret som aaben under operatoerens id.
       AABN-KASSE.
           PERFORM LAES-KASSEREGISTER
           PERFORM FIND-EGEN-KASSE
           IF EGEN-KASSE-IX > 0
               MOVE KR-RECORD(EGEN-KASSE-IX) TO KASSE-RECORD
               DISPLAY "FEJL: operatoeren har allerede kasse "
                   FUNCTION TRIM(KASSE-ID) " aaben fra "
                   KASSE-DATO " - luk den foerst"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kasse-id:"
           ACCEPT INP-KASSE-ID
           IF INP-KASSE-ID = SPACES
               DISPLAY "FEJL: kasse-id skal udfyldes"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO KASSE-OPTAGET
           PERFORM VARYING KR-IX FROM 1 BY 1 UNTIL KR-IX > KR-ANTAL
               MOVE KR-RECORD(KR-IX) TO KASSE-RECORD
               IF KASSE-ID = INP-KASSE-ID AND KASSE-AABEN
                   MOVE "J" TO KASSE-OPTAGET
                   DISPLAY "FEJL: kassen er aaben hos "
                       FUNCTION TRIM(KASSE-OPERATOER) " fra "
                       KASSE-DATO
               END-IF
           END-PERFORM
           IF KASSE-ER-OPTAGET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Optaelling af byttepenge:"
           PERFORM TAEL-BEHOLDNING
           IF NOT TAELLING-ER-GYLDIG
               DISPLAY "FEJL: optaellingen er ugyldig - kassen er "
                   "IKKE aabnet"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KASSE-RECORD
           MOVE INP-KASSE-ID TO KASSE-ID
           MOVE AUDIT-OPERATOER TO KASSE-OPERATOER
           MOVE KOERSEL-DATO TO KASSE-DATO
           MOVE "A" TO KASSE-STATUS
           MOVE "DKK" TO KASSE-VALUTA
           MOVE OPTALT-SUM TO KASSE-BYTTEPENGE
           MOVE 0 TO KASSE-IND-SUM KASSE-UD-SUM KASSE-FORVENTET
               KASSE-OPTALT KASSE-DIFFERENCE
           OPEN EXTEND KASSEFIL
           IF KASSEFIL-STATUS NOT = "00"
               CLOSE KASSEFIL
               OPEN OUTPUT KASSEFIL
           END-IF
           WRITE KASSE-RECORD
           CLOSE KASSEFIL
           MOVE OPTALT-SUM TO BELOEB-VIST
           DISPLAY "Kasse " FUNCTION TRIM(KASSE-ID) " aabnet af "
               FUNCTION TRIM(AUDIT-OPERATOER) " med byttepenge "
               FUNCTION TRIM(BELOEB-VIST) " DKK"
           EXIT.

       VIS-KASSESTATUS.
           PERFORM LAES-KASSEREGISTER
           PERFORM FIND-EGEN-KASSE
           IF EGEN-KASSE-IX = 0
               DISPLAY "Ingen aaben kasse for "
                   FUNCTION TRIM(AUDIT-OPERATOER)
               EXIT PARAGRAPH
           END-IF
           MOVE KR-RECORD(EGEN-KASSE-IX) TO KASSE-RECORD
           PERFORM BEREGN-FORVENTET
           DISPLAY "Kasse " FUNCTION TRIM(KASSE-ID) " aabnet "
               KASSE-DATO
           MOVE KASSE-BYTTEPENGE TO BELOEB-VIST
           DISPLAY "  Byttepenge          : " BELOEB-VIST
           MOVE IND-SUM TO BELOEB-VIST
           MOVE ANTAL-IND TO ANTAL-VIST
           DISPLAY "  Kontante indbet.    : " BELOEB-VIST
               " (" FUNCTION TRIM(ANTAL-VIST) " linjer)"
           MOVE UD-SUM TO BELOEB-VIST
           MOVE ANTAL-UD TO ANTAL-VIST
           DISPLAY "  Kontante udbet.     : " BELOEB-VIST
               " (" FUNCTION TRIM(ANTAL-VIST) " linjer)"
           MOVE FORVENTET-SUM TO BELOEB-VIST
           DISPLAY "  Forventet beholdning: " BELOEB-VIST
           IF ANTAL-UDELADT > 0
               DISPLAY "ADVARSEL: " ANTAL-UDELADT " linjer paa kassen "
                   "er i fremmed valuta, har anden valoerdato eller "
                   "ulaeseligt beloeb og er ikke talt med"
           END-IF
           EXIT.

      *Lukning: kassen taelles op, differencen posteres (hvis der
      *er en), registret opdateres og afstemningen skrives. Kan
      *differencen ikke posteres, forbliver kassen aaben, saa
      *lukningen kan gentages.
       LUK-KASSE.
           PERFORM LAES-KASSEREGISTER
           PERFORM FIND-EGEN-KASSE
           IF EGEN-KASSE-IX = 0
               DISPLAY "FEJL: ingen aaben kasse for "
                   FUNCTION TRIM(AUDIT-OPERATOER)
               EXIT PARAGRAPH
           END-IF
           MOVE KR-RECORD(EGEN-KASSE-IX) TO KASSE-RECORD
           IF KASSE-DATO NOT = KOERSEL-DATO
               DISPLAY "ADVARSEL: kassen blev aabnet " KASSE-DATO
                   " - kun linjer med den valoerdato tages med"
           END-IF
           PERFORM BEREGN-FORVENTET
           DISPLAY "Optaelling af kassen:"
           PERFORM TAEL-BEHOLDNING
           IF NOT TAELLING-ER-GYLDIG
               DISPLAY "FEJL: optaellingen er ugyldig - kassen er "
                   "IKKE lukket"
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIFFERENCE-SUM = OPTALT-SUM - FORVENTET-SUM
           MOVE "N" TO DIFF-POSTERET
           IF DIFFERENCE-SUM NOT = 0
               PERFORM POSTER-DIFFERENCE
               IF NOT DIFFERENCE-POSTERET
                   DISPLAY "FEJL: differencen er IKKE posteret - "
                       "kassen forbliver aaben"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "L" TO KASSE-STATUS
           MOVE IND-SUM TO KASSE-IND-SUM
           MOVE UD-SUM TO KASSE-UD-SUM
           MOVE FORVENTET-SUM TO KASSE-FORVENTET
           MOVE OPTALT-SUM TO KASSE-OPTALT
           MOVE DIFFERENCE-SUM TO KASSE-DIFFERENCE
           MOVE KASSE-RECORD TO KR-RECORD(EGEN-KASSE-IX)
           PERFORM SKRIV-KASSEREGISTER
           PERFORM SKRIV-AFSTEMNING
           MOVE FORVENTET-SUM TO BELOEB-VIST
           DISPLAY "Forventet: " BELOEB-VIST
           MOVE OPTALT-SUM TO BELOEB-VIST
           DISPLAY "Optalt   : " BELOEB-VIST
           MOVE DIFFERENCE-SUM TO BELOEB-VIST
           EVALUATE TRUE
               WHEN DIFFERENCE-SUM > 0
                   DISPLAY "Overskud : " BELOEB-VIST
               WHEN DIFFERENCE-SUM < 0
                   DISPLAY "Kassemangel: " BELOEB-VIST
               WHEN OTHER
                   DISPLAY "Kassen stemmer"
           END-EVALUATE
           DISPLAY "Kasse " FUNCTION TRIM(KASSE-ID) " lukket - "
               "afstemning i " FUNCTION TRIM(AFSTEM-NAVN)
           EXIT.

      *Optaelling pr. seddel- og moentsort. Et ikke-numerisk,
      *negativt eller broekent antal goer hele optaellingen ugyldig.
       TAEL-BEHOLDNING.
           MOVE "J" TO TAELLING-GYLDIG
           MOVE 0 TO OPTALT-SUM
           PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL SORT-IX > 11
               MOVE 0 TO SORT-ANTAL(SORT-IX)
               IF TAELLING-ER-GYLDIG
                   PERFORM TAEL-PENGESORT
               END-IF
           END-PERFORM
           IF TAELLING-ER-GYLDIG
               MOVE OPTALT-SUM TO BELOEB-VIST
               DISPLAY "Optalt i alt: " BELOEB-VIST " DKK"
           END-IF
           EXIT.

       TAEL-PENGESORT.
           MOVE PENGESORT(SORT-IX) TO SORT-VIST
           DISPLAY "  Antal a " SORT-VIST " kr:"
           ACCEPT INP-ANTAL
           IF INP-ANTAL = SPACES
               MOVE "0" TO INP-ANTAL
           END-IF
           IF FUNCTION TEST-NUMVAL(INP-ANTAL) NOT = 0
               MOVE "N" TO TAELLING-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(INP-ANTAL) < 0
                   OR FUNCTION NUMVAL(INP-ANTAL) > 999999
                   OR FUNCTION NUMVAL(INP-ANTAL) NOT =
                       FUNCTION INTEGER(FUNCTION NUMVAL(INP-ANTAL))
               MOVE "N" TO TAELLING-GYLDIG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-ANTAL) TO SORT-ANTAL(SORT-IX)
           COMPUTE OPTALT-SUM = OPTALT-SUM
               + SORT-ANTAL(SORT-IX) * PENGESORT(SORT-IX)
           EXIT.

      *Den forventede beholdning: byttepenge plus kassens kontante
      *indbetalinger minus dens udbetalinger. Kun IND/UD-linjer
      *maerket med kassens id, med kassens dag som valoerdato (eller
      *blank) og i DKK (eller blank valuta) taelles med.
       BEREGN-FORVENTET.
           MOVE 0 TO IND-SUM UD-SUM ANTAL-IND ANTAL-UD ANTAL-UDELADT
           OPEN INPUT TRANSFIL
           IF TRANSFIL-STATUS NOT = "00"
               AND TRANSFIL-STATUS NOT = "05"
               DISPLAY "ADVARSEL: Transaktioner.txt kan ikke laeses - "
                   "status " TRANSFIL-STATUS
           ELSE
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRANSFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-TRANSLINJE
                   END-READ
               END-PERFORM
               CLOSE TRANSFIL
               MOVE "N" TO END-OF-FILE
           END-IF
           COMPUTE FORVENTET-SUM =
               KASSE-BYTTEPENGE + IND-SUM - UD-SUM
           EXIT.

       TAEL-TRANSLINJE.
           MOVE SPACES TO TRANS-KUNDE-ID TRANS-KONTONUMMER TRANS-TYPE
               TRANS-BELOEB-TEKST TRANS-VALOERDATO TRANS-VALUTA
               TRANS-MODPART-ID TRANS-MODPART-KONTO TRANS-KASSE-ID
           UNSTRING TRANS-FIL-LINJE DELIMITED BY ","
               INTO TRANS-KUNDE-ID, TRANS-KONTONUMMER, TRANS-TYPE,
                   TRANS-BELOEB-TEKST, TRANS-VALOERDATO, TRANS-VALUTA,
                   TRANS-MODPART-ID, TRANS-MODPART-KONTO,
                   TRANS-KASSE-ID
           IF TRANS-KASSE-ID NOT = KASSE-ID
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE NOT = "IND" AND TRANS-TYPE NOT = "UD "
               EXIT PARAGRAPH
           END-IF
           IF (TRANS-VALUTA NOT = SPACES
                   AND TRANS-VALUTA NOT = KASSE-VALUTA)
               OR (TRANS-VALOERDATO NOT = SPACES
                   AND TRANS-VALOERDATO NOT = KASSE-DATO)
               OR FUNCTION TEST-NUMVAL(TRANS-BELOEB-TEKST) NOT = 0
               ADD 1 TO ANTAL-UDELADT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE = "IND"
               ADD FUNCTION NUMVAL(TRANS-BELOEB-TEKST) TO IND-SUM
               ADD 1 TO ANTAL-IND
           ELSE
               ADD FUNCTION NUMVAL(TRANS-BELOEB-TEKST) TO UD-SUM
               ADD 1 TO ANTAL-UD
           END-IF
           EXIT.

      *Differencen posteres paa kassedifferencekontoen: et overskud
      *krediteres, en kassemangel debiteres. Kundemasteren laases
      *eksklusivt mens posteringen staar paa.
       POSTER-DIFFERENCE.
           IF DIFF-KUNDE-ID = SPACES OR DIFF-KONTO = SPACES
               DISPLAY "FEJL: KASSEDIFF-KUNDE og KASSEDIFF-KONTO skal "
                   "staa i parameterregistret"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAG-KOERSELLAAS
           IF LAAS-AFVIST
               EXIT PARAGRAPH
           END-IF
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               EXIT PARAGRAPH
           END-IF
           PERFORM KREDITER-DIFFERENCEKONTO
           CLOSE KUNDEFIL
           PERFORM FRIGIV-KOERSELLAAS
           EXIT.

       KREDITER-DIFFERENCEKONTO.
           MOVE DIFF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kassedifference-kunden "
                       DIFF-KUNDE-ID " findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO DIFF-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(DIFF-KONTO)
                   MOVE KONTO-IX TO DIFF-KONTO-IX
               END-IF
           END-PERFORM
           IF DIFF-KONTO-IX = 0
               DISPLAY "FEJL: kassedifferencekontoen findes ikke paa "
                   DIFF-KUNDE-ID
               EXIT PARAGRAPH
           END-IF
           IF VALUTAKODE(DIFF-KONTO-IX) NOT = KASSE-VALUTA
               DISPLAY "FEJL: kassedifferencekontoen er ikke i "
                   KASSE-VALUTA
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(DIFF-KONTO-IX) TO GAMMEL-BALANCE
           COMPUTE NY-BALANCE = GAMMEL-BALANCE + DIFFERENCE-SUM
           MOVE NY-BALANCE TO BALANCE(DIFF-KONTO-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   MOVE GAMMEL-BALANCE TO BALANCE(DIFF-KONTO-IX)
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(DIFF-KONTO-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-KAS-JOURNAL
           MOVE "KASSEDIF" TO AUDIT-AKTION
           PERFORM AABN-AUDITJOURNAL
           PERFORM SKRIV-AUDITLINJE
           CLOSE AUDITFIL
           MOVE "J" TO DIFF-POSTERET
           EXIT.

       SKRIV-KAS-JOURNAL.
           OPEN EXTEND JOURNALFIL
           IF JOURNALFIL-STATUS NOT = "00"
               CLOSE JOURNALFIL
               OPEN OUTPUT JOURNALFIL
           END-IF
           IF DIFFERENCE-SUM < 0
               COMPUTE JOURNAL-BELOEB = 0 - DIFFERENCE-SUM
           ELSE
               MOVE DIFFERENCE-SUM TO JOURNAL-BELOEB
           END-IF
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(DIFF-KONTO-IX)
               " TYPE=KAS"
               " MODPART=" KASSE-ID
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" NY-BALANCE
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(DIFF-KONTO-IX)
               " BELOEB=" JOURNAL-BELOEB
               " OMREGNET=" JOURNAL-BELOEB
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           CLOSE JOURNALFIL
           EXIT.

      *Afstemningen pr. kasse og dag: optaellingen pr. sort, de
      *kontante bevaegelser og differencen.
       SKRIV-AFSTEMNING.
           MOVE SPACES TO AFSTEM-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "KasseAfstemning_" FUNCTION TRIM(KASSE-ID)
               "_" KOERSEL-DATO-X ".txt"
               DELIMITED BY SIZE INTO AFSTEM-NAVN
           END-STRING
           OPEN OUTPUT AFSTEMFIL
           MOVE SPACES TO AFSTEMLINJE
           STRING "KASSEAFSTEMNING KASSE " FUNCTION TRIM(KASSE-ID)
               " AABNET " KASSE-DATO " LUKKET " KOERSEL-DATO
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE SPACES TO AFSTEMLINJE
           STRING "OPERATOER " FUNCTION TRIM(KASSE-OPERATOER)
               " VALUTA " KASSE-VALUTA
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE SPACES TO AFSTEMLINJE
           WRITE AFSTEMLINJE
           MOVE "OPTAELLING" TO AFSTEMLINJE
           WRITE AFSTEMLINJE
           PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL SORT-IX > 11
               MOVE PENGESORT(SORT-IX) TO SORT-VIST
               MOVE SORT-ANTAL(SORT-IX) TO ANTAL-VIST
               COMPUTE SORT-BELOEB =
                   SORT-ANTAL(SORT-IX) * PENGESORT(SORT-IX)
               MOVE SORT-BELOEB TO BELOEB-VIST
               MOVE SPACES TO AFSTEMLINJE
               STRING "  " SORT-VIST " x " ANTAL-VIST " = "
                   BELOEB-VIST
                   DELIMITED BY SIZE INTO AFSTEMLINJE
               END-STRING
               WRITE AFSTEMLINJE
           END-PERFORM
           MOVE SPACES TO AFSTEMLINJE
           WRITE AFSTEMLINJE
           MOVE KASSE-BYTTEPENGE TO BELOEB-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "BYTTEPENGE            " BELOEB-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE KASSE-IND-SUM TO BELOEB-VIST
           MOVE ANTAL-IND TO ANTAL-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "+ KONTANTE INDBET.    " BELOEB-VIST
               "  LINJER " ANTAL-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE KASSE-UD-SUM TO BELOEB-VIST
           MOVE ANTAL-UD TO ANTAL-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "- KONTANTE UDBET.     " BELOEB-VIST
               "  LINJER " ANTAL-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE KASSE-FORVENTET TO BELOEB-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "= FORVENTET           " BELOEB-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE KASSE-OPTALT TO BELOEB-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "OPTALT                " BELOEB-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           MOVE KASSE-DIFFERENCE TO BELOEB-VIST
           MOVE SPACES TO AFSTEMLINJE
           STRING "DIFFERENCE            " BELOEB-VIST
               DELIMITED BY SIZE INTO AFSTEMLINJE
           END-STRING
           WRITE AFSTEMLINJE
           IF KASSE-DIFFERENCE NOT = 0
               MOVE SPACES TO AFSTEMLINJE
               STRING "POSTERET PAA " FUNCTION TRIM(DIFF-KUNDE-ID)
                   " KONTO " FUNCTION TRIM(DIFF-KONTO)
                   DELIMITED BY SIZE INTO AFSTEMLINJE
               END-STRING
               WRITE AFSTEMLINJE
           END-IF
           IF ANTAL-UDELADT > 0
               MOVE ANTAL-UDELADT TO ANTAL-VIST
               MOVE SPACES TO AFSTEMLINJE
               STRING "UDELADT (VALUTA/VALOER/BELOEB): " ANTAL-VIST
                   " LINJER"
                   DELIMITED BY SIZE INTO AFSTEMLINJE
               END-STRING
               WRITE AFSTEMLINJE
           END-IF
           CLOSE AFSTEMFIL
           EXIT.

       FIND-EGEN-KASSE.
           MOVE 0 TO EGEN-KASSE-IX
           PERFORM VARYING KR-IX FROM 1 BY 1 UNTIL KR-IX > KR-ANTAL
               MOVE KR-RECORD(KR-IX) TO KASSE-RECORD
               IF KASSE-AABEN AND KASSE-OPERATOER = AUDIT-OPERATOER
                   MOVE KR-IX TO EGEN-KASSE-IX
               END-IF
           END-PERFORM
           EXIT.

       LAES-KASSEREGISTER.
           MOVE 0 TO KR-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT KASSEFIL
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KASSEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KR-ANTAL < 2000
                           ADD 1 TO KR-ANTAL
                           MOVE KASSE-RECORD TO KR-RECORD(KR-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 linjer i "
                               "KasseRegister.txt"
                           CLOSE KASSEFIL
                           MOVE "KR-TABEL" TO TK-TABEL
                           MOVE KR-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KASSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "KR-TABEL" TO TK-TABEL
           MOVE KR-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives fra tabellen - samme midlertidig-fil-
      *og-mv-teknik som KONTOSPAERRING. Lukkede kasser ud over
      *opbevaringsperioden tages ikke med; afstemningsfilerne
      *bevarer deres tal.
       SKRIV-KASSEREGISTER.
           OPEN OUTPUT KASSENYFIL
           PERFORM VARYING KR-IX FROM 1 BY 1 UNTIL KR-IX > KR-ANTAL
               MOVE KR-RECORD(KR-IX) TO KASSE-RECORD
               MOVE "J" TO KASSE-BEVARES
               IF KASSE-LUKKET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(KASSE-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO KASSE-BEVARES
                   END-IF
               END-IF
               IF KASSE-SKAL-BEVARES
                   MOVE KASSE-RECORD TO KASSENY-RECORD
                   WRITE KASSENY-RECORD
               END-IF
           END-PERFORM
           CLOSE KASSENYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(KASSENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KASSEFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - en linje pr.
      *postering paa kassedifferencekontoen, stemplet med den
      *kasserer der lukkede kassen.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
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
           MOVE "KASSEBEHOLDNING" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
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

      *Systemlaas paa kundemasteren via KOERSELLAAS - tages kun
      *mens differencen posteres. En afvist laas afbryder kun
      *lukningen, ikke sessionen.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "KASSEBEHOLDNING" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
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
           END-IF
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "KASSEBEHOLDNING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
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
               MOVE SPACES TO KASSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KasseRegister.txt"
                   DELIMITED BY SIZE INTO KASSEFIL-NAVN
               END-STRING
               MOVE SPACES TO KASSENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KasseRegisterNy.tmp"
                   DELIMITED BY SIZE INTO KASSENYFIL-NAVN
               END-STRING
               MOVE SPACES TO TRANSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Transaktioner.txt"
                   DELIMITED BY SIZE INTO TRANSFIL-NAVN
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
           MOVE "KASSEBEHOLDNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
