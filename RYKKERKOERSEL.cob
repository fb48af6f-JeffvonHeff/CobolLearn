       IDENTIFICATION DIVISION.
       PROGRAM-ID. RYKKERKOERSEL.
      *Natlig rykkerkoersel for konti i restance. KONTOPOSTERING og
      *FASTEOVERFOERSLER henviser kun de posteringer der bryder en
      *graense - denne koersel foelger op paa de konti der bliver
      *staaende i minus eller over graensen. En konto er i restance
      *naar saldoen staar under nul og den ingen linje har i
      *OvertraekGraenser.txt, eller naar den staar under sin
      *graense; et aftalt overtraek inden for graensen rykkes ikke.
      *Hver konto i restance har en rykkersag i RykkerRegister.txt
      *(RYKKERREG.CPY), og rykkertrinnene laeses fra RykkerTrin.txt
      *(dage i restance og rykkergebyr pr. trin - uden fil gaelder
      *10, 20 og 30 dage med 100,00 i gebyr). Paa hvert trin:
      *  - rykkergebyret traekkes paa kontoen og foeres i
      *    PosteringsJournal.txt som TYPE=RGB, saa GLEKSTRAKT
      *    bogfoerer det som gebyrindtaegt, med en linje i den
      *    faelles audit-journal
      *  - der bestilles et rykkerbrev pr. konto gennem
      *    BREVBESTILLING med trinnets skabelon (RYKKER1, RYKKER2,
      *    ...), som BREVKOERSEL fletter om natten
      *Det sidste trin overdrager sagen til inkasso: sagen skrives
      *til InkassoOverdragelse.txt, og kontoen spaerres for
      *udbetalinger i KontoSpaerringer.txt med aarsag RYKKER-INKASSO
      *(samme envejs-spaerring som KONTOSPAERRING saetter ved
      *udlaeg - indbetalinger kan stadig foeres). Kommer kontoen
      *igen i orden, lukkes sagen automatisk, og en spaerring som
      *rykkerkoerslen selv har sat fjernes igen.
      *Kun aktive kunder uden compliance-spaerring rykkes; for
      *andre kunder holdes sagen aaben uden nye trin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RYKKERFIL ASSIGN TO RYKKERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKERFIL-STATUS.
           SELECT RYKKERNYFIL ASSIGN TO RYKKERNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRINFIL ASSIGN TO TRINFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRINFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO JOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT INKASSOFIL ASSIGN TO INKASSOFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INKASSOFIL-STATUS.
           SELECT OPTIONAL GRAENSEFIL ASSIGN TO GRAENSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT OPTIONAL SPAERFIL ASSIGN TO SPAERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAERFIL-STATUS.
           SELECT SPAERNYFIL ASSIGN TO SPAERNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RYKKERFIL.
       01 RYKKER-RECORD.
           COPY "RYKKERREG.CPY".

       FD RYKKERNYFIL.
       01 RYKKERNY-RECORD         PIC X(78).

      *Et trin pr. linje i stigende raekkefoelge - den sidste linje
      *er inkasso-trinnet.
       FD TRINFIL.
       01 TRIN-RECORD.
           02 TRIN-DAGE-REG        PIC 9(3).
           02 TRIN-GEBYR-REG       PIC 9(5)V9(2).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD INKASSOFIL.
       01 INKASSOLINJE           PIC X(250).

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

       FD SPAERNYFIL.
       01 SPAERNY-RECORD          PIC X(56).

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
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 RYKKERFIL-NAVN         PIC X(80)
           VALUE "RykkerRegister.txt".
       01 RYKKERNYFIL-NAVN       PIC X(80)
           VALUE "RykkerRegisterNy.tmp".
       01 TRINFIL-NAVN           PIC X(80)
           VALUE "RykkerTrin.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 INKASSOFIL-NAVN        PIC X(80)
           VALUE "InkassoOverdragelse.txt".
       01 GRAENSEFIL-NAVN        PIC X(80)
           VALUE "OvertraekGraenser.txt".
       01 SPAERFIL-NAVN          PIC X(80)
           VALUE "KontoSpaerringer.txt".
       01 SPAERNYFIL-NAVN        PIC X(80)
           VALUE "KontoSpaerringerNy.tmp".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 RYKKERFIL-STATUS       PIC X(2) VALUE "00".
       01 TRINFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 INKASSOFIL-STATUS      PIC X(2) VALUE "00".
       01 GRAENSEFIL-STATUS      PIC X(2) VALUE "00".
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 ANTAL-KONTI-LAEST      PIC 9(7) VALUE 0.
       01 ANTAL-I-RESTANCE       PIC 9(7) VALUE 0.
       01 ANTAL-NYE-SAGER        PIC 9(7) VALUE 0.
       01 ANTAL-RYKKERE          PIC 9(7) VALUE 0.
       01 ANTAL-INKASSO          PIC 9(7) VALUE 0.
       01 ANTAL-LUKKET           PIC 9(7) VALUE 0.
       01 ANTAL-FEJL             PIC 9(7) VALUE 0.
       01 SUM-GEBYR              PIC S9(11)V9(2) VALUE 0.
       01 RESTANCE-DAGE          PIC 9(5) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 KONTO-I-RESTANCE       PIC X VALUE "N".
           88 KONTOEN-ER-I-RESTANCE  VALUE "J".
       01 GEBYR-GENNEMFOERT      PIC X VALUE "J".
           88 GEBYRET-ER-TRUKKET     VALUE "J".
       01 SPAER-AENDRET          PIC X VALUE "N".
           88 SPAERRINGER-AENDRET    VALUE "J".
       01 SAG-BEVARES            PIC X VALUE "J".
           88 SAG-SKAL-BEVARES       VALUE "J".
       01 JOURNAL-BELOEB         PIC 9(7)V9(2) VALUE 0.
       01 SPAER-FINDES           PIC X VALUE "N".
           88 KONTO-ER-SPAERRET      VALUE "J".

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 KONTO-GRAENSE          PIC 9(7)V9(2) VALUE 0.
       01 BREV-GRAENSE           PIC Z(6)9.99.
       01 BREV-GEBYR             PIC Z(4)9.99.
       01 BREV-DAGE              PIC Z(4)9.

      *Rykkertrinnene - uden RykkerTrin.txt bruges de tre
      *standardtrin.
       01 TRIN-ANTAL             PIC 9(1) VALUE 0.
       01 TRIN-TABEL.
           02 TRIN-POST OCCURS 9 TIMES.
               03 TD-DAGE            PIC 9(3).
               03 TD-GEBYR           PIC 9(5)V9(2).
       01 TRIN-IX                PIC 9(2).
       01 NAESTE-TRIN            PIC 9(2).

      *Rykkerregistret holdes i hukommelsen under koerslen og
      *genskrives een gang til sidst, som LAANEOPKRAEVNING goer med
      *laaneregistret. Lukkede sager slettes ved genskrivningen
      *naar de er mere end OPBEVARING-DAGE gamle.
       01 SAG-ANTAL              PIC 9(4) VALUE 0.
       01 SAG-TABEL.
           02 SAG-POST OCCURS 2000 TIMES.
               03 SAG-RECORD         PIC X(78).
       01 SAG-IX                 PIC 9(4).
       01 SAG-FUNDET-IX          PIC 9(4) VALUE 0.

       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
               03 GT-GRAENSE         PIC 9(7)V9(2).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.

      *Spaerringsregistret indlaeses helt, saa inkasso-spaerringer
      *kan tilfoejes og fjernes og registret genskrives til sidst.
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-RECORD          PIC X(56).
               03 ST-AKTIV           PIC X(1).
       01 SPAER-IX               PIC 9(4).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-RYKKERTRIN
           PERFORM LAES-RYKKERREGISTER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-KONTOSPAERRINGER
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
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
           OPEN EXTEND INKASSOFIL
           IF INKASSOFIL-STATUS NOT = "00"
               CLOSE INKASSOFIL
               OPEN OUTPUT INKASSOFIL
           END-IF
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM HENT-KONTI
                           PERFORM VARYING KONTO-IX FROM 1 BY 1
                                   UNTIL KONTO-IX > ANTAL-KONTI
                               ADD 1 TO ANTAL-KONTI-LAEST
                               PERFORM VURDER-KONTO
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE JOURNALFIL
           CLOSE INKASSOFIL
           CLOSE AUDITFIL
           PERFORM SKRIV-RYKKERREGISTER
           IF SPAERRINGER-AENDRET
               PERFORM SKRIV-KONTOSPAERRINGER
           END-IF
           PERFORM FRIGIV-KOERSELLAAS

           DISPLAY "================================================"
           DISPLAY "RYKKERKOERSEL - konti i restance " KOERSEL-DATO
           DISPLAY "================================================"
           DISPLAY "Konti gennemgaaet    : " ANTAL-KONTI-LAEST
           DISPLAY "Konti i restance     : " ANTAL-I-RESTANCE
           DISPLAY "  heraf nye sager    : " ANTAL-NYE-SAGER
           DISPLAY "Rykkere sendt        : " ANTAL-RYKKERE
           DISPLAY "  rykkergebyrer      : " SUM-GEBYR
           DISPLAY "Overdraget inkasso   : " ANTAL-INKASSO
           DISPLAY "Sager lukket         : " ANTAL-LUKKET
           DISPLAY "Fejl                 : " ANTAL-FEJL

           IF ANTAL-FEJL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Restance-vurdering af en konto: en aaben sag lukkes naar
      *kontoen er i orden, ellers oprettes/foeres sagen og det
      *naeste trin sendes naar kontoen har vaeret i restance i
      *trinnets antal dage. Der sendes hoejst eet trin pr. nat.
       VURDER-KONTO.
           PERFORM FIND-GRAENSE
           MOVE "N" TO KONTO-I-RESTANCE
           IF GRAENSE-FUNDET-IX = 0
               MOVE 0 TO KONTO-GRAENSE
               IF BALANCE(KONTO-IX) < 0
                   MOVE "J" TO KONTO-I-RESTANCE
               END-IF
           ELSE
               MOVE GT-GRAENSE(GRAENSE-FUNDET-IX) TO KONTO-GRAENSE
               IF BALANCE(KONTO-IX) + KONTO-GRAENSE < 0
                   MOVE "J" TO KONTO-I-RESTANCE
               END-IF
           END-IF
           PERFORM FIND-SAG
           IF NOT KONTOEN-ER-I-RESTANCE
               IF SAG-FUNDET-IX > 0
                   PERFORM LUK-SAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-I-RESTANCE
           IF SAG-FUNDET-IX = 0
               PERFORM OPRET-SAG
               IF SAG-FUNDET-IX = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SAG-RECORD(SAG-FUNDET-IX) TO RYKKER-RECORD
           MOVE BALANCE(KONTO-IX) TO RYK-SALDO
           IF RYK-INKASSO
                   OR NOT KUNDE-AKTIV
                   OR SCREENING-BLOKERET
               MOVE RYKKER-RECORD TO SAG-RECORD(SAG-FUNDET-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE RESTANCE-DAGE =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(RYK-START-DATO)
           COMPUTE NAESTE-TRIN = RYK-TRIN + 1
           IF NAESTE-TRIN <= TRIN-ANTAL
               IF RESTANCE-DAGE >= TD-DAGE(NAESTE-TRIN)
                   PERFORM SEND-RYKKER
               END-IF
           END-IF
           MOVE RYKKER-RECORD TO SAG-RECORD(SAG-FUNDET-IX)
           EXIT.

       FIND-GRAENSE.
           MOVE 0 TO GRAENSE-FUNDET-IX
           PERFORM VARYING GRAENSE-IX FROM 1 BY 1
                   UNTIL GRAENSE-IX > GRAENSE-ANTAL
               IF FUNCTION TRIM(GT-KONTONUMMER(GRAENSE-IX)) =
                       FUNCTION TRIM(KONTONUMMER(KONTO-IX))
                   MOVE GRAENSE-IX TO GRAENSE-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Kun en aaben ("A") eller inkasso-sag ("I") er kontoens
      *aktuelle sag - lukkede sager er historik.
       FIND-SAG.
           MOVE 0 TO SAG-FUNDET-IX
           PERFORM VARYING SAG-IX FROM 1 BY 1
                   UNTIL SAG-IX > SAG-ANTAL
               IF SAG-RECORD(SAG-IX)(1:20) = KONTONUMMER(KONTO-IX)
                   AND (SAG-RECORD(SAG-IX)(34:1) = "A"
                        OR SAG-RECORD(SAG-IX)(34:1) = "I")
                   MOVE SAG-IX TO SAG-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       OPRET-SAG.
           IF SAG-ANTAL >= 2000
               DISPLAY "FEJL: rykkerregistret er fuldt - ingen sag "
                   "for konto " KONTONUMMER(KONTO-IX)
               ADD 1 TO ANTAL-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RYKKER-RECORD
           MOVE KONTONUMMER(KONTO-IX) TO RYK-KONTONUMMER
           MOVE KUNDE-ID TO RYK-KUNDE-ID
           MOVE VALUTAKODE(KONTO-IX) TO RYK-VALUTA
           MOVE "A" TO RYK-STATUS
           MOVE KOERSEL-DATO TO RYK-START-DATO
           MOVE 0 TO RYK-TRIN
           MOVE 0 TO RYK-TRIN-DATO
           MOVE 0 TO RYK-GEBYR-SUM
           MOVE BALANCE(KONTO-IX) TO RYK-SALDO
           MOVE "N" TO RYK-SPAERRET
           MOVE 0 TO RYK-LUKKET-DATO
           ADD 1 TO SAG-ANTAL
           MOVE RYKKER-RECORD TO SAG-RECORD(SAG-ANTAL)
           MOVE SAG-ANTAL TO SAG-FUNDET-IX
           ADD 1 TO ANTAL-NYE-SAGER
           EXIT.

      *Gebyret traekkes foerst - lykkes det ikke at gemme kontoen,
      *sendes trinnet ikke, og det forsoeges igen naeste nat.
       SEND-RYKKER.
           MOVE "J" TO GEBYR-GENNEMFOERT
           IF TD-GEBYR(NAESTE-TRIN) > 0
               PERFORM DEBITER-GEBYR
           END-IF
           IF NOT GEBYRET-ER-TRUKKET
               EXIT PARAGRAPH
           END-IF
           MOVE NAESTE-TRIN TO RYK-TRIN
           MOVE KOERSEL-DATO TO RYK-TRIN-DATO
           MOVE BALANCE(KONTO-IX) TO RYK-SALDO
           ADD 1 TO ANTAL-RYKKERE
           IF NAESTE-TRIN = TRIN-ANTAL
               PERFORM OVERDRAG-INKASSO
           END-IF
           PERFORM BESTIL-RYKKERBREV
           EXIT.

       DEBITER-GEBYR.
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(KONTO-IX) TO GAMMEL-BALANCE
           COMPUTE NY-BALANCE =
               GAMMEL-BALANCE - TD-GEBYR(NAESTE-TRIN)
           MOVE NY-BALANCE TO BALANCE(KONTO-IX)
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(KONTO-IX)
               MOVE "N" TO GEBYR-GENNEMFOERT
               ADD 1 TO ANTAL-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE TD-GEBYR(NAESTE-TRIN) TO JOURNAL-BELOEB
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-IX)
               " TYPE=RGB"
               " MODPART=RYKKER" NAESTE-TRIN
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" NY-BALANCE
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(KONTO-IX)
               " BELOEB=" JOURNAL-BELOEB
               " OMREGNET=" JOURNAL-BELOEB
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           MOVE "RYKGEBYR" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           ADD TD-GEBYR(NAESTE-TRIN) TO RYK-GEBYR-SUM
           ADD TD-GEBYR(NAESTE-TRIN) TO SUM-GEBYR
           EXIT.

      *Inkasso-trinnet: sagen overdrages, og kontoen spaerres for
      *udbetalinger - medmindre den allerede er spaerret (fx ved
      *udlaeg), i saa fald roeres den eksisterende spaerring ikke.
       OVERDRAG-INKASSO.
           MOVE "I" TO RYK-STATUS
           ADD 1 TO ANTAL-INKASSO
           MOVE SPACES TO INKASSOLINJE
           STRING "INKASSO KUNDE=" KUNDE-ID
               " KONTO=" KONTONUMMER(KONTO-IX)
               " NAVN=" FORNAVN " " EFTERNAVN
               " ADRESSE=" VEJNAVN " " HUSNR " " POSTNR " " BYNAVN
               " SALDO=" BALANCE(KONTO-IX)
               " GRAENSE=" KONTO-GRAENSE
               " VALUTA=" VALUTAKODE(KONTO-IX)
               " GEBYRER=" RYK-GEBYR-SUM
               " RESTANCE-SIDEN=" RYK-START-DATO
               " DATO=" KOERSEL-DATO
               DELIMITED BY SIZE INTO INKASSOLINJE
           END-STRING
           WRITE INKASSOLINJE
           MOVE "N" TO SPAER-FINDES
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-ANTAL
               IF ST-AKTIV(SPAER-IX) = "J"
                       AND ST-RECORD(SPAER-IX)(1:20) =
                           KONTONUMMER(KONTO-IX)
                   MOVE "J" TO SPAER-FINDES
               END-IF
           END-PERFORM
           IF KONTO-ER-SPAERRET
               MOVE "N" TO RYK-SPAERRET
               EXIT PARAGRAPH
           END-IF
           IF SPAER-ANTAL >= 2000
               DISPLAY "FEJL: spaerringsregistret er fuldt - konto "
                   KONTONUMMER(KONTO-IX) " er IKKE spaerret"
               ADD 1 TO ANTAL-FEJL
               MOVE "N" TO RYK-SPAERRET
               EXIT PARAGRAPH
           END-IF
           MOVE KONTONUMMER(KONTO-IX) TO SPAER-KONTONUMMER
           MOVE KOERSEL-DATO TO SPAER-SAT-DATO
           MOVE AUDIT-OPERATOER TO SPAER-OPERATOER
           MOVE "RYKKER-INKASSO" TO SPAER-AARSAG
           ADD 1 TO SPAER-ANTAL
           MOVE SPAER-RECORD TO ST-RECORD(SPAER-ANTAL)
           MOVE "J" TO ST-AKTIV(SPAER-ANTAL)
           MOVE "J" TO SPAER-AENDRET
           MOVE "J" TO RYK-SPAERRET
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE "RYKSPAER" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Kontoen er i orden igen: sagen lukkes, og en spaerring som
      *rykkerkoerslen selv har sat, fjernes.
       LUK-SAG.
           MOVE SAG-RECORD(SAG-FUNDET-IX) TO RYKKER-RECORD
           MOVE "L" TO RYK-STATUS
           MOVE KOERSEL-DATO TO RYK-LUKKET-DATO
           MOVE BALANCE(KONTO-IX) TO RYK-SALDO
           ADD 1 TO ANTAL-LUKKET
           IF RYK-SPAERRET = "J"
               PERFORM VARYING SPAER-IX FROM 1 BY 1
                       UNTIL SPAER-IX > SPAER-ANTAL
                   IF ST-AKTIV(SPAER-IX) = "J"
                           AND ST-RECORD(SPAER-IX)(1:20) =
                               KONTONUMMER(KONTO-IX)
                           AND ST-RECORD(SPAER-IX)(37:20) =
                               "RYKKER-INKASSO"
                       MOVE "N" TO ST-AKTIV(SPAER-IX)
                       MOVE "J" TO SPAER-AENDRET
                   END-IF
               END-PERFORM
               MOVE "N" TO RYK-SPAERRET
               PERFORM OPGOER-BALANCE-SUM
               MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
               MOVE "RYKOPHAV" TO AUDIT-AKTION
               PERFORM SKRIV-AUDITLINJE
           END-IF
           MOVE RYKKER-RECORD TO SAG-RECORD(SAG-FUNDET-IX)
           EXIT.

      *Et brev pr. konto og trin, bestilt hos brevkoerslen med
      *trinnets skabelon (RYKKER1, RYKKER2, ... - det sidste trin er
      *inkasso-meddelelsen). {BELOEB}/{VALUTA} er saldoen, {DATO}
      *den dag kontoen kom i restance, og {TEKST} dagene i restance,
      *den aftalte graense og trinnets gebyr. Referencen er sagens
      *startdato og kontoen, saa en senere sag paa samme konto faar
      *sine egne breve.
       BESTIL-RYKKERBREV.
           INITIALIZE BB-OMRAADE
           MOVE KUNDE-ID TO BB-KUNDE-ID
           STRING "RYKKER" RYK-TRIN
               DELIMITED BY SIZE INTO BB-SKABELON
           END-STRING
           MOVE KONTONUMMER(KONTO-IX) TO BB-KONTONUMMER
           MOVE BALANCE(KONTO-IX) TO BB-BELOEB
           MOVE VALUTAKODE(KONTO-IX) TO BB-VALUTA
           MOVE RYK-START-DATO TO BB-BREVDATO
           STRING RYK-START-DATO "-"
               FUNCTION TRIM(KONTONUMMER(KONTO-IX))
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           MOVE RESTANCE-DAGE TO BREV-DAGE
           MOVE KONTO-GRAENSE TO BREV-GRAENSE
           MOVE TD-GEBYR(NAESTE-TRIN) TO BREV-GEBYR
           STRING FUNCTION TRIM(BREV-DAGE) " dage i restance - "
               "aftalt graense " FUNCTION TRIM(BREV-GRAENSE)
               " - rykkergebyr " FUNCTION TRIM(BREV-GEBYR)
               DELIMITED BY SIZE INTO BB-TEKST
           END-STRING
           MOVE "RYKKERKOERSEL" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *RykkerTrin.txt er valgfri. Trinnenes dage skal vaere
      *stigende - en fil der ikke er det stopper koerslen, saa et
      *fejlindtastet trin ikke sender rykkere i forkert raekkefoelge.
       LAES-RYKKERTRIN.
           OPEN INPUT TRINFIL
           IF TRINFIL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRINFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TRIN-RECORD NOT = SPACES
                               PERFORM GEM-RYKKERTRIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRINFIL
               MOVE "N" TO END-OF-FILE
           END-IF
           IF TRIN-ANTAL = 0
               MOVE 3 TO TRIN-ANTAL
               MOVE 10 TO TD-DAGE(1)
               MOVE 20 TO TD-DAGE(2)
               MOVE 30 TO TD-DAGE(3)
               MOVE 100.00 TO TD-GEBYR(1)
               MOVE 100.00 TO TD-GEBYR(2)
               MOVE 100.00 TO TD-GEBYR(3)
           END-IF
           EXIT.

       GEM-RYKKERTRIN.
           IF TRIN-DAGE-REG NOT NUMERIC
                   OR TRIN-GEBYR-REG NOT NUMERIC
               DISPLAY "FEJL: ugyldig linje i RykkerTrin.txt: "
                   TRIN-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRIN-ANTAL >= 9
               DISPLAY "FEJL: flere end 9 trin i RykkerTrin.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRIN-ANTAL > 0
               IF TRIN-DAGE-REG <= TD-DAGE(TRIN-ANTAL)
                   DISPLAY "FEJL: trinnene i RykkerTrin.txt er ikke "
                       "i stigende dagsorden"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO TRIN-ANTAL
           MOVE TRIN-DAGE-REG TO TD-DAGE(TRIN-ANTAL)
           MOVE TRIN-GEBYR-REG TO TD-GEBYR(TRIN-ANTAL)
           EXIT.

       LAES-RYKKERREGISTER.
           OPEN INPUT RYKKERFIL
           IF RYKKERFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RYKKERFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SAG-ANTAL < 2000
                           ADD 1 TO SAG-ANTAL
                           MOVE RYKKER-RECORD TO SAG-RECORD(SAG-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 sager i "
                               "RykkerRegister.txt - intet rykket"
                           CLOSE RYKKERFIL
                           MOVE "SAG-TABEL" TO TK-TABEL
                           MOVE SAG-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RYKKERFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SAG-TABEL" TO TK-TABEL
           MOVE SAG-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives fra tabellen - samme midlertidig-fil-
      *og-mv-teknik som KONTOSPAERRING. Lukkede sager ud over
      *opbevaringsperioden tages ikke med.
       SKRIV-RYKKERREGISTER.
           OPEN OUTPUT RYKKERNYFIL
           PERFORM VARYING SAG-IX FROM 1 BY 1
                   UNTIL SAG-IX > SAG-ANTAL
               MOVE SAG-RECORD(SAG-IX) TO RYKKER-RECORD
               MOVE "J" TO SAG-BEVARES
               IF RYK-LUKKET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(RYK-LUKKET-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO SAG-BEVARES
                   END-IF
               END-IF
               IF SAG-SKAL-BEVARES
                   MOVE RYKKER-RECORD TO RYKKERNY-RECORD
                   WRITE RYKKERNY-RECORD
               END-IF
           END-PERFORM
           CLOSE RYKKERNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(RYKKERNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RYKKERFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       SKRIV-KONTOSPAERRINGER.
           OPEN OUTPUT SPAERNYFIL
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-ANTAL
               IF ST-AKTIV(SPAER-IX) = "J"
                   MOVE ST-RECORD(SPAER-IX) TO SPAERNY-RECORD
                   WRITE SPAERNY-RECORD
               END-IF
           END-PERFORM
           CLOSE SPAERNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SPAERNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SPAERFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
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
                           DISPLAY "FEJL: flere end 2000 graenser i "
                               "OvertraeksGraenser.txt - intet rykket"
                           CLOSE GRAENSEFIL
                           MOVE "GRAENSE-TABEL" TO TK-TABEL
                           MOVE GRAENSE-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Et spaerringsregister der ikke kan rummes, stopper koerslen -
      *ellers ville genskrivningen tabe spaerringer.
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
                           MOVE SPAER-RECORD TO ST-RECORD(SPAER-ANTAL)
                           MOVE "J" TO ST-AKTIV(SPAER-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 spaerringer "
                               "i KontoSpaerringer.txt - intet rykket"
                           CLOSE SPAERFIL
                           MOVE "SPAER-TABEL" TO TK-TABEL
                           MOVE SPAER-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
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
           MOVE "RYKKERKOERSEL" TO JOURNAL-PROGRAM
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

      *Systemlaas paa kundemasteren via KOERSELLAAS - batch og online
      *kan ikke kollidere om kontiene.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "RYKKERKOERSEL" TO LAAS-PROGRAM
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
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet: DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO RYKKERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RykkerRegister.txt"
                   DELIMITED BY SIZE INTO RYKKERFIL-NAVN
               END-STRING
               MOVE SPACES TO RYKKERNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RykkerRegisterNy.tmp"
                   DELIMITED BY SIZE INTO RYKKERNYFIL-NAVN
               END-STRING
               MOVE SPACES TO TRINFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RykkerTrin.txt"
                   DELIMITED BY SIZE INTO TRINFIL-NAVN
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
               MOVE SPACES TO INKASSOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "InkassoOverdragelse.txt"
                   DELIMITED BY SIZE INTO INKASSOFIL-NAVN
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
               MOVE SPACES TO SPAERNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoSpaerringerNy.tmp"
                   DELIMITED BY SIZE INTO SPAERNYFIL-NAVN
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
           MOVE "RYKKERKOERSEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
