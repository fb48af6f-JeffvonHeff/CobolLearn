       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAANEREGISTER.
      *Udlaansregister med amortiseringsplaner. Hidtil har et
      *overtraek i BALANCE vaeret det naermeste banken kom paa et
      *udlaan - her oprettes et egentligt annuitetslaan med
      *hovedstol, aarlig nominel rentesats, loebetid i maaneder og
      *foerste forfaldsdato, knyttet til en afdragskonto i kundens
      *KONTI (LaaneRegister.txt, LAANEREG.CPY). Ved oprettelsen
      *beregnes den faste maanedlige ydelse, og hele amortiserings-
      *planen skrives termin for termin med rente/afdrag-deling og
      *restgaeld (LaaneAmortisering.txt, LAANEPLAN.CPY) - den plan
      *LAANEOPKRAEVNING opkraever efter. Menuen kan ogsaa vise en
      *plan med terminernes status og liste en kundes laan.
      *Kunden og afdragskontoen kontrolleres som ved en betalings-
      *ordre (aktiv kunde, ingen screening-spaerring, kontoen
      *findes paa kunden), og hver oprettelse faar en linje i den
      *faelles audit-journal under operatoer-identiteten fra
      *SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL LAANEFIL ASSIGN TO LAANEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANEFIL-STATUS.
           SELECT OPTIONAL PLANFIL ASSIGN TO PLANFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD LAANEFIL.
       01 LAANE-RECORD.
           COPY "LAANEREG.CPY".

       FD PLANFIL.
       01 PLAN-RECORD.
           COPY "LAANEPLAN.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 LAANEFIL-NAVN          PIC X(80)
           VALUE "LaaneRegister.txt".
       01 PLANFIL-NAVN           PIC X(80)
           VALUE "LaaneAmortisering.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 LAANEFIL-STATUS        PIC X(2) VALUE "00".
       01 PLANFIL-STATUS         PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".

      *Indtastningsfelterne til en oprettelse.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KONTO              PIC X(20) VALUE SPACES.
       01 INP-HOVEDSTOL          PIC X(12) VALUE SPACES.
       01 INP-SATS               PIC X(8) VALUE SPACES.
       01 INP-LOEBETID           PIC X(4) VALUE SPACES.
       01 INP-FORFALD            PIC X(8) VALUE SPACES.
       01 INP-FORFALD-TAL REDEFINES INP-FORFALD PIC 9(8).
       01 INP-LAAN-ID            PIC X(10) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 OPRET-GYLDIG           PIC X VALUE "J".
           88 OPRETTELSE-GYLDIG      VALUE "J".

      *Laanenummeret er "L" efterfulgt af et loebenummer, et hoejere
      *end det hoejeste i registret.
       01 NYT-LAAN-ID.
           02 NYT-LAAN-PRAEFIKS  PIC X(1) VALUE "L".
           02 NYT-LAAN-LOEBENR   PIC 9(9) VALUE 0.
       01 HOEJESTE-LOEBENR       PIC 9(9) VALUE 0.

      *Annuitetsberegningen: maanedsrenten er den aarlige nominelle
      *sats delt med 12, og ydelsen er hovedstol * r / (1 - (1+r)
      *i minus n'te). Terminens rente afrundes til oere, afdraget er
      *resten af ydelsen, og sidste termin tager den rest der er
      *tilbage, saa planen altid ender paa nul.
       01 MDR-RENTE              PIC 9V9(10) VALUE 0.
       01 ANNUITETS-FAKTOR       PIC 9(5)V9(10) VALUE 0.
       01 BEREGNET-YDELSE        PIC 9(7)V9(2) VALUE 0.
       01 TERMIN-REST            PIC 9(7)V9(2) VALUE 0.
       01 TERMIN-RENTE           PIC 9(7)V9(2) VALUE 0.
       01 TERMIN-AFDRAG          PIC 9(7)V9(2) VALUE 0.
       01 TERMIN-NR              PIC 9(3) VALUE 0.
       01 SUM-RENTE              PIC 9(9)V9(2) VALUE 0.
      *Forfaldsdatoen for termin k er foerste forfald plus k-1
      *maaneder - dagen i maaneden er hoejst 28, saa den findes i
      *alle maaneder.
       01 FORFALD-DATO           PIC 9(8).
       01 FORFALD-DELT REDEFINES FORFALD-DATO.
           02 FORFALD-AAR        PIC 9(4).
           02 FORFALD-MDR        PIC 9(2).
           02 FORFALD-DAG        PIC 9(2).
       01 FORFALD-MDR-TAELLER    PIC 9(7).

       01 YDELSE-VIST            PIC Z(6)9.99.
       01 RENTE-VIST             PIC Z(6)9.99.
       01 AFDRAG-VIST            PIC Z(6)9.99.
       01 REST-VIST              PIC Z(6)9.99.
       01 ANTAL-VIST             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
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
               DISPLAY "Laaneregister: O-opret laan V-vis plan "
                   "L-list kundens laan X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-LAAN
                   WHEN "V" PERFORM VIS-PLAN
                   WHEN "L" PERFORM LIST-LAAN
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       OPRET-LAAN.
           MOVE "J" TO OPRET-GYLDIG
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: Kunde findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "FEJL: kunden er ikke aktiv"
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-BLOKERET
               DISPLAY "FEJL: kunden er under compliance-review"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Afdragskonto (kontonummer):"
           ACCEPT INP-KONTO
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-IX = 0
               DISPLAY "FEJL: kontoen findes ikke paa kunden"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hovedstol:"
           ACCEPT INP-HOVEDSTOL
           DISPLAY "Aarlig nominel rentesats (f.eks. 0.0650):"
           ACCEPT INP-SATS
           DISPLAY "Loebetid i maaneder (1-480):"
           ACCEPT INP-LOEBETID
           DISPLAY "Foerste forfaldsdato (YYYYMMDD, dag 01-28):"
           ACCEPT INP-FORFALD
           PERFORM VALIDER-OPRETTELSE
           IF NOT OPRETTELSE-GYLDIG
               EXIT PARAGRAPH
           END-IF
           PERFORM TILDEL-LAAN-ID
           PERFORM BEREGN-YDELSE
           MOVE NYT-LAAN-ID TO LAAN-ID
           MOVE KUNDE-ID TO LAAN-KUNDE-ID
           MOVE KONTONUMMER(KONTO-FUNDET-IX) TO LAAN-KONTONUMMER
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO LAAN-VALUTA
           MOVE FUNCTION NUMVAL(INP-HOVEDSTOL) TO LAAN-HOVEDSTOL
           MOVE FUNCTION NUMVAL(INP-SATS) TO LAAN-RENTESATS
           MOVE FUNCTION NUMVAL(INP-LOEBETID) TO LAAN-LOEBETID-MDR
           MOVE INP-FORFALD-TAL TO LAAN-FOERSTE-FORFALD
           MOVE BEREGNET-YDELSE TO LAAN-YDELSE
           MOVE LAAN-HOVEDSTOL TO LAAN-RESTGAELD
           MOVE "A" TO LAAN-STATUS
           MOVE KOERSEL-DATO TO LAAN-OPRETTET-DATO
           MOVE AUDIT-OPERATOER TO LAAN-OPERATOER
           PERFORM SKRIV-PLAN
           OPEN EXTEND LAANEFIL
           IF LAANEFIL-STATUS NOT = "00"
               CLOSE LAANEFIL
               OPEN OUTPUT LAANEFIL
           END-IF
           WRITE LAANE-RECORD
           CLOSE LAANEFIL
           PERFORM SKRIV-AUDITLINJE
           MOVE LAAN-YDELSE TO YDELSE-VIST
           MOVE SUM-RENTE TO RENTE-VIST
           DISPLAY "Laan " LAAN-ID " oprettet - " LAAN-LOEBETID-MDR
               " terminer a " YDELSE-VIST " " LAAN-VALUTA
           DISPLAY "Samlet rente over loebetiden: " RENTE-VIST
           EXIT.

       FIND-KONTO.
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(INP-KONTO)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       VALIDER-OPRETTELSE.
           IF FUNCTION TEST-NUMVAL(INP-HOVEDSTOL) NOT = 0
                   OR FUNCTION TEST-NUMVAL(INP-SATS) NOT = 0
                   OR FUNCTION TEST-NUMVAL(INP-LOEBETID) NOT = 0
               DISPLAY "FEJL: hovedstol, sats eller loebetid er ikke "
                   "numerisk"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(INP-HOVEDSTOL) NOT > 0
                   OR FUNCTION NUMVAL(INP-HOVEDSTOL) > 9999999.99
               DISPLAY "FEJL: hovedstol skal vaere over 0 og under "
                   "10.000.000"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(INP-SATS) < 0
                   OR FUNCTION NUMVAL(INP-SATS) NOT < 1
               DISPLAY "FEJL: rentesatsen skal angives som brok, "
                   "f.eks. 0.0650"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(INP-LOEBETID) < 1
                   OR FUNCTION NUMVAL(INP-LOEBETID) > 480
               DISPLAY "FEJL: loebetiden skal vaere 1-480 maaneder"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF INP-FORFALD NOT NUMERIC
               DISPLAY "FEJL: forfaldsdatoen er ikke en dato"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           MOVE INP-FORFALD-TAL TO FORFALD-DATO
           IF FORFALD-MDR < 1 OR FORFALD-MDR > 12
                   OR FORFALD-DAG < 1 OR FORFALD-DAG > 28
               DISPLAY "FEJL: forfaldsdatoen skal have maaned 01-12 "
                   "og dag 01-28"
               MOVE "N" TO OPRET-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF INP-FORFALD-TAL NOT > KOERSEL-DATO
               DISPLAY "FEJL: foerste forfald skal ligge efter i dag"
               MOVE "N" TO OPRET-GYLDIG
           END-IF
           EXIT.

      *Naeste ledige laanenummer findes ved at laese registret
      *igennem - samme simple taellerteknik som GODKENDELSE bruger
      *til koe-id'er.
       TILDEL-LAAN-ID.
           MOVE 0 TO HOEJESTE-LOEBENR
           MOVE "N" TO FIL-SLUT
           OPEN INPUT LAANEFIL
           IF LAANEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ LAANEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF LAAN-ID(2:9) NUMERIC
                                   AND LAAN-ID(2:9) > HOEJESTE-LOEBENR
                               MOVE LAAN-ID(2:9) TO HOEJESTE-LOEBENR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LAANEFIL
           COMPUTE NYT-LAAN-LOEBENR = HOEJESTE-LOEBENR + 1
           EXIT.

       BEREGN-YDELSE.
           COMPUTE MDR-RENTE ROUNDED = FUNCTION NUMVAL(INP-SATS) / 12
           IF MDR-RENTE = 0
               COMPUTE BEREGNET-YDELSE ROUNDED =
                   FUNCTION NUMVAL(INP-HOVEDSTOL)
                   / FUNCTION NUMVAL(INP-LOEBETID)
           ELSE
               COMPUTE ANNUITETS-FAKTOR ROUNDED =
                   (1 + MDR-RENTE) ** FUNCTION NUMVAL(INP-LOEBETID)
               COMPUTE BEREGNET-YDELSE ROUNDED =
                   FUNCTION NUMVAL(INP-HOVEDSTOL) * MDR-RENTE
                   * ANNUITETS-FAKTOR / (ANNUITETS-FAKTOR - 1)
           END-IF
           EXIT.

      *Hele planen skrives paa een gang og appendes til plan-
      *filen. Alle terminer starter som aabne ("A").
       SKRIV-PLAN.
           OPEN EXTEND PLANFIL
           IF PLANFIL-STATUS NOT = "00"
               CLOSE PLANFIL
               OPEN OUTPUT PLANFIL
           END-IF
           MOVE LAAN-HOVEDSTOL TO TERMIN-REST
           MOVE 0 TO SUM-RENTE
           PERFORM VARYING TERMIN-NR FROM 1 BY 1
                   UNTIL TERMIN-NR > LAAN-LOEBETID-MDR
               COMPUTE TERMIN-RENTE ROUNDED = TERMIN-REST * MDR-RENTE
               IF TERMIN-NR = LAAN-LOEBETID-MDR
                       OR LAAN-YDELSE - TERMIN-RENTE > TERMIN-REST
                   MOVE TERMIN-REST TO TERMIN-AFDRAG
               ELSE
                   COMPUTE TERMIN-AFDRAG = LAAN-YDELSE - TERMIN-RENTE
               END-IF
               SUBTRACT TERMIN-AFDRAG FROM TERMIN-REST
               ADD TERMIN-RENTE TO SUM-RENTE
               PERFORM BEREGN-FORFALD
               MOVE LAAN-ID TO PLAN-LAAN-ID
               MOVE TERMIN-NR TO PLAN-TERMIN
               MOVE FORFALD-DATO TO PLAN-FORFALD
               COMPUTE PLAN-YDELSE = TERMIN-RENTE + TERMIN-AFDRAG
               MOVE TERMIN-RENTE TO PLAN-RENTE
               MOVE TERMIN-AFDRAG TO PLAN-AFDRAG
               MOVE TERMIN-REST TO PLAN-RESTGAELD
               MOVE "A" TO PLAN-STATUS
               MOVE 0 TO PLAN-BETALT-DATO
               WRITE PLAN-RECORD
           END-PERFORM
           CLOSE PLANFIL
           EXIT.

       BEREGN-FORFALD.
           MOVE LAAN-FOERSTE-FORFALD TO FORFALD-DATO
           COMPUTE FORFALD-MDR-TAELLER =
               FORFALD-AAR * 12 + FORFALD-MDR - 1 + TERMIN-NR - 1
           COMPUTE FORFALD-AAR = FORFALD-MDR-TAELLER / 12
           COMPUTE FORFALD-MDR =
               FUNCTION MOD(FORFALD-MDR-TAELLER, 12) + 1
           EXIT.

       VIS-PLAN.
           DISPLAY "Laan-id:"
           ACCEPT INP-LAAN-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS NOT = "00"
               DISPLAY "Ingen amortiseringsplaner i registret"
               CLOSE PLANFIL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERMIN FORFALD      YDELSE       RENTE"
               "      AFDRAG   RESTGAELD S"
           PERFORM UNTIL FIL-SLUT = "J"
               READ PLANFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF PLAN-LAAN-ID = INP-LAAN-ID
                           MOVE PLAN-YDELSE TO YDELSE-VIST
                           MOVE PLAN-RENTE TO RENTE-VIST
                           MOVE PLAN-AFDRAG TO AFDRAG-VIST
                           MOVE PLAN-RESTGAELD TO REST-VIST
                           DISPLAY PLAN-TERMIN "    " PLAN-FORFALD
                               " " YDELSE-VIST " " RENTE-VIST
                               " " AFDRAG-VIST " " REST-VIST
                               " " PLAN-STATUS
                           ADD 1 TO ANTAL-VIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANFIL
           IF ANTAL-VIST = 0
               DISPLAY "Laanet har ingen plan i registret"
           END-IF
           EXIT.

       LIST-LAAN.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT LAANEFIL
           IF LAANEFIL-STATUS NOT = "00"
               DISPLAY "Ingen laan i registret"
               CLOSE LAANEFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ LAANEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF LAAN-KUNDE-ID = INP-KUNDE-ID
                           MOVE LAAN-YDELSE TO YDELSE-VIST
                           MOVE LAAN-RESTGAELD TO REST-VIST
                           DISPLAY LAAN-ID " konto "
                               FUNCTION TRIM(LAAN-KONTONUMMER)
                               " ydelse " YDELSE-VIST
                               " restgaeld " REST-VIST " "
                               LAAN-VALUTA " status " LAAN-STATUS
                           ADD 1 TO ANTAL-VIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAANEFIL
           IF ANTAL-VIST = 0
               DISPLAY "Kunden har ingen laan"
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - oprettelsen
      *roerer ikke kundemasteren, men et nyt udlaan skal kunne
      *revideres fra samme sted som alle andre indgreb paa kunden.
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
           MOVE "LAANEREGISTER" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE "LAANOPR" TO JOURNAL-AKTION
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
           MOVE "LAANEREGISTER" TO LAAS-PROGRAM
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
               MOVE SPACES TO LAANEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneRegister.txt"
                   DELIMITED BY SIZE INTO LAANEFIL-NAVN
               END-STRING
               MOVE SPACES TO PLANFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneAmortisering.txt"
                   DELIMITED BY SIZE INTO PLANFIL-NAVN
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
