       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDBETALINGSRETUR.
      *Retur af udgaaende betalinger. Naar en modtagerbank afviser
      *en betaling CLEARINGUD har sendt (lukket konto, forkert
      *kontonummer, navnet passer ikke ...), kommer den tilbage i
      *returfilen fra clearingcentralen (ClearingUdRetur.txt,
      *kommasepareret: betalingsreference, modtagerbank,
      *modtagerkonto, beloeb, valutakode, aarsagskode). Dette skridt:
      *  - finder den oprindelige ordre i registret over udgaaende
      *    betalinger (UdgaaendeBetalinger.txt, UDBETALING.CPY) paa
      *    referencen og kontrollerer at beloeb og valuta er de
      *    samme som den afsendte ordre
      *  - krediterer pengene tilbage paa kundens fra-konto med
      *    journallinje TYPE=CLR og REF=<referencen> - samme REF som
      *    den oprindelige TYPE=CLU-linje, saa de to kan parres -
      *    og audit-linje, og stempler ordren som returneret
      *  - giver kundens raadgiver besked i FilialAdvisering.txt, saa
      *    filialen kan kontakte kunden om den rigtige modtager
      *  - skriver dagens returrapport (UdbetalingsReturRapport.txt)
      *    med modtagerbankens aarsagskoder
      *En retur der ikke kan matches - ukendt reference, beloeb
      *eller valuta der ikke passer, kunde eller konto der ikke kan
      *krediteres - krediteres ALDRIG i blinde, men stilles i
      *returkoeen (UdReturKoe.txt) med aarsagen. Koeen forsoeges
      *igen hver koersel, saa en post hvor driften har rettet
      *referencen i koeen, krediteres naeste gang. En reference der
      *allerede er returneret, afvises som dublet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURFIL ASSIGN TO RETURFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURFIL-STATUS.
           SELECT OPTIONAL KOEFIL ASSIGN TO KOEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT KOENYFIL ASSIGN TO KOENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UBFIL ASSIGN TO UBFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UBFIL-STATUS.
           SELECT UBNYFIL ASSIGN TO UBNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO JOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT ADVISFIL ASSIGN TO ADVISFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RETURFIL.
       01 RETUR-LINJE            PIC X(100).

      *Returkoeen: modtagelsesdag, hvorfor posten ikke kunne
      *krediteres, og returlinjen som den blev modtaget.
       FD KOEFIL.
       01 KOE-RECORD.
           02 KOE-MODTAGET-DATO    PIC 9(8).
           02 KOE-AARSAG           PIC X(30).
           02 KOE-LINJE            PIC X(100).

       FD KOENYFIL.
       01 KOENY-RECORD           PIC X(138).

       FD UBFIL.
       01 UB-RECORD.
           COPY "UDBETALING.CPY".

       FD UBNYFIL.
       01 UBNY-RECORD            PIC X(110).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD ADVISFIL.
       01 ADVISLINJE             PIC X(200).

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(150).

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 RETURFIL-NAVN          PIC X(80)
           VALUE "ClearingUdRetur.txt".
       01 KOEFIL-NAVN            PIC X(80)
           VALUE "UdReturKoe.txt".
       01 KOENYFIL-NAVN          PIC X(80)
           VALUE "UdReturKoeNy.tmp".
       01 UBFIL-NAVN             PIC X(80)
           VALUE "UdgaaendeBetalinger.txt".
       01 UBNYFIL-NAVN           PIC X(80)
           VALUE "UdgaaendeBetalingerNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 ADVISFIL-NAVN          PIC X(80)
           VALUE "FilialAdvisering.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "UdbetalingsReturRapport.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 UBFIL-SLUT             PIC X VALUE "N".
       01 RETURFIL-STATUS        PIC X(2) VALUE "00".
       01 KOEFIL-STATUS          PIC X(2) VALUE "00".
       01 UBFIL-STATUS           PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 ADVISFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-FRA-KOE          PIC 9(7) VALUE 0.
       01 ANTAL-KREDITERET       PIC 9(7) VALUE 0.
       01 ANTAL-I-KOE            PIC 9(7) VALUE 0.
       01 ANTAL-DUBLET           PIC 9(7) VALUE 0.
       01 RETURFIL-LEVERET       PIC X VALUE "J".
           88 RETURFIL-ER-LEVERET    VALUE "J".

      *Returlinjens kolonner, i den raekkefoelge de leveres.
       01 RET-REFERENCE          PIC X(16).
       01 RET-MODTAGERBANK       PIC X(11).
       01 RET-MODTAGERKONTO      PIC X(20).
       01 RET-BELOEB-TEKST       PIC X(12).
       01 RET-VALUTA             PIC X(3).
       01 RET-AARSAGSKODE        PIC X(4).
       01 RET-BELOEB             PIC S9(7)V9(2) VALUE 0.
       01 RET-MODTAGET-DATO      PIC 9(8) VALUE 0.
       01 BEHANDLET-LINJE        PIC X(100) VALUE SPACES.
       01 KOE-TEKST              PIC X(30) VALUE SPACES.
       01 RESULTAT-TEKST         PIC X(40) VALUE SPACES.
       01 RETUR-UDFALD           PIC X VALUE SPACE.
           88 RETUR-KREDITERET       VALUE "K".
           88 RETUR-TIL-KOE          VALUE "Q".
           88 RETUR-DUBLET           VALUE "D".

      *Modtagerbankernes aarsagskoder (ISO 20022-returkoder) med den
      *tekst der vises paa rapporten og i filialens advis.
       01 AARSAG-VAERDIER.
           02 FILLER PIC X(30) VALUE "AC01Forkert kontonummer".
           02 FILLER PIC X(30) VALUE "AC04Kontoen er lukket".
           02 FILLER PIC X(30) VALUE "AC06Kontoen er spaerret".
           02 FILLER PIC X(30) VALUE "AG01Konto kan ikke modtage".
           02 FILLER PIC X(30) VALUE "AM05Dublet betaling".
           02 FILLER PIC X(30) VALUE "BE01Navn passer ikke".
           02 FILLER PIC X(30) VALUE "MD07Kontohaver afdoed".
           02 FILLER PIC X(30) VALUE "RC01Ugyldig bank-id".
           02 FILLER PIC X(30) VALUE "MS03Ingen aarsag oplyst".
       01 AARSAG-TABEL REDEFINES AARSAG-VAERDIER.
           02 AARSAG-POST OCCURS 9 TIMES.
               03 AT-KODE            PIC X(4).
               03 AT-TEKST           PIC X(26).
       01 AARSAG-ANTAL-TABEL.
           02 AT-ANTAL OCCURS 10 TIMES PIC 9(5).
       01 AARSAG-IX              PIC 9(2) VALUE 0.
       01 AARSAG-FUNDET-IX       PIC 9(2) VALUE 0.
       01 AARSAG-TEKST           PIC X(26) VALUE SPACES.

      *Dagens krediterede referencer - registret stemples med dem
      *naar alle returer er behandlet.
       01 KREDIT-ANTAL           PIC 9(4) VALUE 0.
       01 KREDIT-TABEL.
           02 KREDIT-POST OCCURS 2000 TIMES.
               03 KT-REFERENCE       PIC X(16).
               03 KT-AARSAG          PIC X(4).
       01 KREDIT-IX              PIC 9(4).
       01 REFERENCE-FUNDET       PIC X VALUE "N".
           88 REFERENCEN-FUNDET      VALUE "J".
       01 GEM-UB-RECORD          PIC X(110) VALUE SPACES.
       01 UB-BEVARES             PIC X VALUE "J".
           88 UB-SKAL-BEVARES        VALUE "J".

      *Krediteret beloeb pr. valuta, parallel med GYLDIG-VALUTA.
       01 VAL-ANTAL-TABEL.
           02 VAL-ANTAL OCCURS 20 TIMES PIC 9(7).
       01 VAL-SUM-TABEL.
           02 VAL-SUM OCCURS 20 TIMES PIC S9(11)V9(2).

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 BELOEB-VIST            PIC -(7)9.99.
       01 SUM-VIST               PIC -(11)9.99.
       01 ANTAL-VIST             PIC Z(4)9.
       01 ALDER-DAGE             PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-VALUTAREGISTER
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE 0 TO VAL-ANTAL(VALUTA-IX)
               MOVE 0 TO VAL-SUM(VALUTA-IX)
           END-PERFORM
           PERFORM VARYING AARSAG-IX FROM 1 BY 1 UNTIL AARSAG-IX > 10
               MOVE 0 TO AT-ANTAL(AARSAG-IX)
           END-PERFORM
           OPEN INPUT RETURFIL
           IF RETURFIL-STATUS NOT = "00"
               MOVE "N" TO RETURFIL-LEVERET
               OPEN INPUT KOEFIL
               IF KOEFIL-STATUS = "00"
                   READ KOEFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                   END-READ
                   CLOSE KOEFIL
               ELSE
                   MOVE "Y" TO END-OF-FILE
               END-IF
               IF END-OF-FILE = "Y"
                   DISPLAY "UDBETALINGSRETUR: ingen returfil og "
                       "ingen ventende returer"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
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
           OPEN EXTEND ADVISFIL
           IF ADVISFIL-STATUS NOT = "00"
               CLOSE ADVISFIL
               OPEN OUTPUT ADVISFIL
           END-IF
           PERFORM AABN-AUDITJOURNAL
           OPEN OUTPUT KOENYFIL
           OPEN OUTPUT RAPPORTFIL
           PERFORM SKRIV-RAPPORTHOVED

      *Foerst de ventende returer fra koeen, saa dagens nye.
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KOEFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KOE-LINJE NOT = SPACES
                               ADD 1 TO ANTAL-FRA-KOE
                               MOVE KOE-LINJE TO BEHANDLET-LINJE
                               MOVE KOE-MODTAGET-DATO
                                   TO RET-MODTAGET-DATO
                               PERFORM BEHANDL-RETUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF
           MOVE "N" TO END-OF-FILE
           IF RETURFIL-ER-LEVERET
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RETURFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RETUR-LINJE NOT = SPACES
                               ADD 1 TO ANTAL-LAEST
                               MOVE RETUR-LINJE TO BEHANDLET-LINJE
                               MOVE KOERSEL-DATO
                                   TO RET-MODTAGET-DATO
                               PERFORM BEHANDL-RETUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURFIL
           END-IF

           CLOSE KUNDEFIL
           CLOSE JOURNALFIL
           CLOSE ADVISFIL
           CLOSE AUDITFIL
           CLOSE KOENYFIL
           PERFORM SKRIV-RAPPORTTOTALER
           CLOSE RAPPORTFIL
           PERFORM FLYT-KOE
           PERFORM STEMPEL-UDBETALINGER
      *En fuld kredittabel taber intet - de overskydende returer
      *staar i koeen til naeste koersel. Fyldningsgraden maales
      *derfor uden overloeb.
           MOVE "KREDIT-TABEL" TO TK-TABEL
           MOVE KREDIT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL

           DISPLAY "================================================"
           DISPLAY "UDBETALINGSRETUR - returnerede udbetalinger"
           DISPLAY "================================================"
           DISPLAY "Returer modtaget     : " ANTAL-LAEST
           DISPLAY "Forsoegt fra koeen   : " ANTAL-FRA-KOE
           DISPLAY "Krediteret kunden    : " ANTAL-KREDITERET
           DISPLAY "Dubletter afvist     : " ANTAL-DUBLET
           DISPLAY "Staar i returkoeen   : " ANTAL-I-KOE

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-I-KOE > 0 OR ANTAL-DUBLET > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: en eller flere kunders konti kunne "
                   "ikke gemmes - returerne venter i koeen"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *kolonner ellers ville beholde vaerdier fra forrige linje i de
      *modtagefelter der ikke blev fyldt.
       BEHANDL-RETUR.
           MOVE SPACE TO RETUR-UDFALD
           MOVE SPACES TO KOE-TEKST
           MOVE SPACES TO RET-REFERENCE RET-MODTAGERBANK
               RET-MODTAGERKONTO RET-BELOEB-TEKST RET-VALUTA
               RET-AARSAGSKODE
           MOVE 0 TO RET-BELOEB
           UNSTRING BEHANDLET-LINJE DELIMITED BY ","
               INTO RET-REFERENCE, RET-MODTAGERBANK,
                   RET-MODTAGERKONTO, RET-BELOEB-TEKST, RET-VALUTA,
                   RET-AARSAGSKODE
           PERFORM FIND-AARSAGSTEKST
           IF FUNCTION TEST-NUMVAL(RET-BELOEB-TEKST) NOT = 0
               MOVE "Beloeb er ikke numerisk" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RET-BELOEB-TEKST) TO RET-BELOEB
           PERFORM FIND-UDBETALING
           IF NOT REFERENCEN-FUNDET
               MOVE "Ukendt betalingsreference" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           IF UB-RETURNERET
               MOVE "D" TO RETUR-UDFALD
               ADD 1 TO ANTAL-DUBLET
               MOVE "DUBLET - ALLEREDE KREDITERET" TO RESULTAT-TEKST
               PERFORM SKRIV-RAPPORTLINJE
               EXIT PARAGRAPH
           END-IF
           IF RET-BELOEB NOT = UB-BELOEB
               MOVE "Beloeb afviger fra ordren" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           IF RET-VALUTA NOT = SPACES
                   AND RET-VALUTA NOT = UB-VALUTA
               MOVE "Valuta afviger fra ordren" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           IF KREDIT-ANTAL NOT < 2000
               MOVE "For mange returer i koerslen" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           MOVE UB-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "Kunden findes ikke" TO KOE-TEKST
                   PERFORM STIL-I-KOE
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
      *Kun frosne og slettede kunder holdes ude af posteringer -
      *samme regel som KONTOPOSTERING.
           IF KUNDE-SLETTET OR KUNDE-FROSSET
               MOVE "Kunden er slettet eller frosset" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-IX = 0
               MOVE "Fra-kontoen findes ikke laengere" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           IF VALUTAKODE(KONTO-FUNDET-IX) NOT = UB-VALUTA
               MOVE "Kontoens valuta er aendret" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           PERFORM KREDITER-RETUR
           EXIT.

      *Registret gennemloebes for hver retur - der kommer faa
      *returer, og registret skal ikke holdes i hukommelsen. En
      *reference der allerede er krediteret i denne koersel,
      *regnes som returneret.
       FIND-UDBETALING.
           MOVE "N" TO REFERENCE-FUNDET
           MOVE "N" TO UBFIL-SLUT
           OPEN INPUT UBFIL
           IF UBFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL UBFIL-SLUT = "J"
               READ UBFIL
                   AT END
                       MOVE "J" TO UBFIL-SLUT
                   NOT AT END
                       IF UB-REFERENCE = RET-REFERENCE
                           MOVE "J" TO REFERENCE-FUNDET
                           MOVE "J" TO UBFIL-SLUT
                       END-IF
               END-READ
           END-PERFORM
           IF REFERENCEN-FUNDET
               MOVE UB-RECORD TO GEM-UB-RECORD
           END-IF
           CLOSE UBFIL
           IF NOT REFERENCEN-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE GEM-UB-RECORD TO UB-RECORD
           PERFORM VARYING KREDIT-IX FROM 1 BY 1
                   UNTIL KREDIT-IX > KREDIT-ANTAL
               IF KT-REFERENCE(KREDIT-IX) = UB-REFERENCE
                   MOVE "R" TO UB-STATUS
               END-IF
           END-PERFORM
           EXIT.

       FIND-KONTO.
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(UB-FRA-KONTO)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       FIND-AARSAGSTEKST.
           MOVE 10 TO AARSAG-FUNDET-IX
           MOVE "Ukendt aarsagskode" TO AARSAG-TEKST
           PERFORM VARYING AARSAG-IX FROM 1 BY 1 UNTIL AARSAG-IX > 9
               IF AT-KODE(AARSAG-IX) = RET-AARSAGSKODE
                   MOVE AARSAG-IX TO AARSAG-FUNDET-IX
                   MOVE AT-TEKST(AARSAG-IX) TO AARSAG-TEKST
               END-IF
           END-PERFORM
           EXIT.

       KREDITER-RETUR.
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(KONTO-FUNDET-IX) TO GAMMEL-BALANCE
           COMPUTE NY-BALANCE = GAMMEL-BALANCE + UB-BELOEB
           MOVE NY-BALANCE TO BALANCE(KONTO-FUNDET-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   MOVE "Opdatering af kunde fejlede" TO KOE-TEKST
                   PERFORM STIL-I-KOE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
               MOVE "Konti kunne ikke gemmes" TO KOE-TEKST
               PERFORM STIL-I-KOE
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-JOURNALLINJE
           PERFORM SKRIV-AUDITLINJE
           PERFORM SKRIV-ADVIS
           ADD 1 TO KREDIT-ANTAL
           MOVE UB-REFERENCE TO KT-REFERENCE(KREDIT-ANTAL)
           MOVE RET-AARSAGSKODE TO KT-AARSAG(KREDIT-ANTAL)
           ADD 1 TO ANTAL-KREDITERET
           ADD 1 TO AT-ANTAL(AARSAG-FUNDET-IX)
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF UB-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   ADD 1 TO VAL-ANTAL(VALUTA-IX)
                   ADD UB-BELOEB TO VAL-SUM(VALUTA-IX)
               END-IF
           END-PERFORM
           MOVE "K" TO RETUR-UDFALD
           MOVE "KREDITERET" TO RESULTAT-TEKST
           PERFORM SKRIV-RAPPORTLINJE
           EXIT.

      *Journalformatet er KONTOPOSTERING's med TYPE=CLR,
      *modtagerbanken som modpart og den oprindelige ordres
      *reference.
       SKRIV-JOURNALLINJE.
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=CLR"
               " MODPART=" UB-MODTAGERBANK(1:10)
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(KONTO-FUNDET-IX)
               " DATO=" KOERSEL-DATO
               " VALUTA=" UB-VALUTA
               " BELOEB=" UB-BELOEB
               " OMREGNET=" UB-BELOEB
               " REF=" UB-REFERENCE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           EXIT.

      *Filialens besked gaar til kundens raadgiver (RAADGIVER-ID,
      *blank hvis kunden ikke har en).
       SKRIV-ADVIS.
           MOVE UB-BELOEB TO BELOEB-VIST
           MOVE SPACES TO ADVISLINJE
           STRING KOERSEL-DATO " RAADGIVER=" RAADGIVER-ID
               " KUNDE=" KUNDE-ID " "
               FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               " UDBETALING RETUR REF=" UB-REFERENCE
               " TIL=" FUNCTION TRIM(UB-MODTAGERBANK) "/"
               FUNCTION TRIM(UB-MODTAGERKONTO)
               " BELOEB=" FUNCTION TRIM(BELOEB-VIST) " " UB-VALUTA
               " AARSAG=" RET-AARSAGSKODE " "
               FUNCTION TRIM(AARSAG-TEKST)
               DELIMITED BY SIZE INTO ADVISLINJE
           END-STRING
           WRITE ADVISLINJE
           EXIT.

       STIL-I-KOE.
           MOVE "Q" TO RETUR-UDFALD
           ADD 1 TO ANTAL-I-KOE
           MOVE RET-MODTAGET-DATO TO KOE-MODTAGET-DATO
           MOVE KOE-TEKST TO KOE-AARSAG
           MOVE BEHANDLET-LINJE TO KOE-LINJE
           MOVE KOE-RECORD TO KOENY-RECORD
           WRITE KOENY-RECORD
           MOVE SPACES TO RESULTAT-TEKST
           STRING "I KOE: " KOE-TEKST
               DELIMITED BY SIZE INTO RESULTAT-TEKST
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTHOVED.
           MOVE SPACES TO RAPPORTLINJE
           STRING "RETURNEREDE UDGAAENDE BETALINGER " KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "REFERENCE        MODTAGET  DAGE      "
               "BELOEB VAL KODE AARSAG                     RESULTAT"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTLINJE.
           COMPUTE ALDER-DAGE =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(RET-MODTAGET-DATO)
           MOVE ALDER-DAGE TO ANTAL-VIST
           MOVE RET-BELOEB TO BELOEB-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING RET-REFERENCE " " RET-MODTAGET-DATO " "
               ANTAL-VIST " " BELOEB-VIST " " RET-VALUTA " "
               RET-AARSAGSKODE " " AARSAG-TEKST " " RESULTAT-TEKST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTTOTALER.
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "KREDITERET PR. AARSAGSKODE" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING AARSAG-IX FROM 1 BY 1 UNTIL AARSAG-IX > 10
               IF AT-ANTAL(AARSAG-IX) > 0
                   MOVE AT-ANTAL(AARSAG-IX) TO ANTAL-VIST
                   MOVE SPACES TO RAPPORTLINJE
                   IF AARSAG-IX = 10
                       STRING "  ???? Ukendt aarsagskode        "
                           ANTAL-VIST
                           DELIMITED BY SIZE INTO RAPPORTLINJE
                       END-STRING
                   ELSE
                       STRING "  " AT-KODE(AARSAG-IX) " "
                           AT-TEKST(AARSAG-IX) " " ANTAL-VIST
                           DELIMITED BY SIZE INTO RAPPORTLINJE
                       END-STRING
                   END-IF
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "KREDITERET PR. VALUTA" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VAL-ANTAL(VALUTA-IX) > 0
                   MOVE VAL-ANTAL(VALUTA-IX) TO ANTAL-VIST
                   MOVE VAL-SUM(VALUTA-IX) TO SUM-VIST
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "  " GYLDIG-VALUTA(VALUTA-IX) " ANTAL="
                       ANTAL-VIST " SUM=" SUM-VIST
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE ANTAL-I-KOE TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "STAAR I RETURKOEEN (UdReturKoe.txt): " ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

      *Den nye koe erstatter den gamle via mv, som KONTOSPAERRING
      *genskriver sit register.
       FLYT-KOE.
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(KOENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KOEFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Registret genskrives med dagens returer stemplet, og ordrer
      *ud over opbevaringsperioden tages ikke med - de kan ikke
      *komme retur laengere.
       STEMPEL-UDBETALINGER.
           MOVE "N" TO UBFIL-SLUT
           OPEN INPUT UBFIL
           IF UBFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UBNYFIL
           PERFORM UNTIL UBFIL-SLUT = "J"
               READ UBFIL
                   AT END
                       MOVE "J" TO UBFIL-SLUT
                   NOT AT END
                       PERFORM STEMPEL-EN-UDBETALING
               END-READ
           END-PERFORM
           CLOSE UBFIL
           CLOSE UBNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(UBNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(UBFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       STEMPEL-EN-UDBETALING.
           MOVE "J" TO UB-BEVARES
           IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                   - FUNCTION INTEGER-OF-DATE(UB-DATO)
                   > OPBEVARING-DAGE
               MOVE "N" TO UB-BEVARES
           END-IF
           PERFORM VARYING KREDIT-IX FROM 1 BY 1
                   UNTIL KREDIT-IX > KREDIT-ANTAL
               IF KT-REFERENCE(KREDIT-IX) = UB-REFERENCE
                   MOVE "R" TO UB-STATUS
                   MOVE KOERSEL-DATO TO UB-RETUR-DATO
                   MOVE KT-AARSAG(KREDIT-IX) TO UB-RETUR-AARSAG
               END-IF
           END-PERFORM
           IF UB-SKAL-BEVARES
               MOVE UB-RECORD TO UBNY-RECORD
               WRITE UBNY-RECORD
           END-IF
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
           MOVE "UDBETALINGSRETUR" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE "UDRETUR" TO JOURNAL-AKTION
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

      *Indlaeser det centrale valutaregister (VALUTAREG.CPY) - kun
      *aktive valutaer tages med, og en koersel uden register fejler
      *hoejt i stedet for stiltiende at falde tilbage til en
      *indbygget liste.
       LAES-VALUTAREGISTER.
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL VALUTAREGFIL-SLUT = "J"
               READ VALUTAREGFIL
                   AT END
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - batch og online
      *kan ikke kollidere om Kundeoplysninger.txt, og en afvist
      *ansoeger faar at vide hvem der holder laasen.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "UDBETALINGSRETUR" TO LAAS-PROGRAM
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
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO RETURFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingUdRetur.txt"
                   DELIMITED BY SIZE INTO RETURFIL-NAVN
               END-STRING
               MOVE SPACES TO KOEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdReturKoe.txt"
                   DELIMITED BY SIZE INTO KOEFIL-NAVN
               END-STRING
               MOVE SPACES TO KOENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdReturKoeNy.tmp"
                   DELIMITED BY SIZE INTO KOENYFIL-NAVN
               END-STRING
               MOVE SPACES TO UBFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdgaaendeBetalinger.txt"
                   DELIMITED BY SIZE INTO UBFIL-NAVN
               END-STRING
               MOVE SPACES TO UBNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdgaaendeBetalingerNy.tmp"
                   DELIMITED BY SIZE INTO UBNYFIL-NAVN
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
               MOVE SPACES TO ADVISFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialAdvisering.txt"
                   DELIMITED BY SIZE INTO ADVISFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "UdbetalingsReturRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAREGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ValutaRegister.txt"
                   DELIMITED BY SIZE INTO VALUTAREGFIL-NAVN
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
           MOVE "UDBETALINGSRETUR" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
