      *validerer den efter samme regler som Opgave7del2's VALIDER-
      *INPUT (saa en daarlig post fra partneren ikke kan smugle sig
      *forbi de kontroller vi allerede stiller til vores egen feed),
      *og tilfoejer de godkendte kunder til Kundeoplysninger.txt
      *og deres konto til kontomasteren (via KONTOSERVICE).
      *Feeden kan efter CPR-kolonnen baere kundens skatteresidens
      *(landekode, udenlandsk skatte-id og dato for selv-
      *certificering); et udfyldt land registreres for den nye
      *kunde i SkatteResidens.txt (SKATTERESIDENS.CPY).
      *En importeret startbalance journalfoeres som TYPE=REV i
      *PosteringsJournal.txt med importdatoen, saa hovedbogs-
      *afstemningen (GLDAGSEKSTRAKT) ser den nye saldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT SKATFIL ASSIGN TO SKATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IMPORTFIL.
       01 IMPORT-LINJE           PIC X(240).

       FD KUNDEFIL.
       01 KUNDEOPL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

      *Maskinlaesbar kvittering til onboarding-partneren i deres
      *eget kommaseparerede format: en linje pr. modtaget record med
      *partnerens kunde-id og ACCEPTED/REJECTED (ved afvisning ogsaa
       01 ALOG-RECORD.
           COPY "AFVISNINGSLOG.CPY".

       FD SKATFIL.
       01 SKAT-RECORD.
           COPY "SKATTERESIDENS.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

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
       01 IMPORTFIL-NAVN         PIC X(80)
           VALUE "AfvisningsLog.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 SKATFIL-NAVN           PIC X(80)
           VALUE "SkatteResidens.txt".
       01 SKATFIL-STATUS         PIC X(2) VALUE "00".
       01 POSTJOURNAL-NAVN       PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 NUL-BALANCE            PIC S9(7)V9(2) VALUE 0.
       01 ANTAL-SKATTELAND       PIC 9(7) VALUE 0.
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 ALOGFIL-STATUS         PIC X(2) VALUE "00".
       01 FEEDREGFIL-STATUS      PIC X(2) VALUE "00".
       01 FEEDREG-SLUT           PIC X VALUE "N".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 IMPORTFIL-STATUS       PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 IMP-BALANCE            PIC X(12).
       01 IMP-VALUTAKODE         PIC X(3).
       01 IMP-CPR                PIC X(10).
       01 IMP-SKATTELAND         PIC X(2).
       01 IMP-TIN                PIC X(20).
       01 IMP-SELVCERT           PIC X(8).
       01 IMP-SELVCERT-DATO      PIC 9(8) VALUE 0.
       01 IMPORT-DATO            PIC 9(8) VALUE 0.
       01 CPR-SUM                PIC 9(4) VALUE 0.
       01 CPR-POS                PIC 9(2) VALUE 1.
       01 CPR-CIFFER             PIC 9 VALUE 0.
       01 WATCHFIL-STATUS        PIC X(2) VALUE "00".
       01 WATCHFIL-SLUT          PIC X VALUE "N".
       01 WATCH-ANTAL            PIC 9(3) VALUE 0.
       01 WATCH-OVERLOB          PIC X VALUE "N".
           88 WATCH-ER-OVERLOEBET    VALUE "J".
       01 WATCH-TABEL.
           02 WATCH-NAVN-TABEL OCCURS 200 TIMES PIC X(40).
       01 WATCH-IX               PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT IMPORT-DATO FROM DATE YYYYMMDD
           PERFORM LAES-VALUTAREGISTER
           PERFORM LAES-WATCHLISTE
           PERFORM KONTROLLER-FEED
           OPEN OUTPUT KVITFIL
           PERFORM AABN-AFVISNINGSLOG
           PERFORM AABN-AUDITJOURNAL
           PERFORM AABN-SKATTEREGISTER
           OPEN EXTEND POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               OPEN OUTPUT POSTJOURNALFIL
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               READ IMPORTFIL
           CLOSE KVITFIL
           CLOSE ALOGFIL
           CLOSE AUDITFIL
           CLOSE SKATFIL
           CLOSE POSTJOURNALFIL

           DISPLAY "================================================"
           DISPLAY "KUNDEIMPORT - bulk-import fra onboarding-feed"
           DISPLAY "Linjer laest      : " ANTAL-LAEST
           DISPLAY "Kunder importeret : " ANTAL-IMPORTERET
           DISPLAY "Linjer afvist     : " ANTAL-AFVIST
           DISPLAY "Skatteland reg.   : " ANTAL-SKATTELAND

           PERFORM REGISTRER-FEED
      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-AFVIST > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Haandtryk med partneren foer der importeres: foerste linje
                       MOVE "Kunde-id findes allerede"
                           TO AFVIST-AARSAGSTEKST
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           PERFORM FORTRYD-OPRETTELSE
                       ELSE
                           ADD 1 TO ANTAL-IMPORTERET
                           PERFORM SKRIV-AUDITLINJE
                           PERFORM SKRIV-REV-JOURNALLINJE
                           PERFORM SKRIV-SKATTERESIDENS
                       END-IF
               END-WRITE
           END-IF
           IF RECORD-GYLDIG
           END-IF
           EXIT.

      *Startbalancen journalfoeres som korrektion (TYPE=REV,
      *REF=IMPORT) fra nul - en konto der starter paa nul giver
      *ingen bevaegelse og ingen linje.
       SKRIV-REV-JOURNALLINJE.
           IF BALANCE(1) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POSTJOURNAL-LINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(1)
               " TYPE=REV"
               " REF=IMPORT"
               " VALOER=" IMPORT-DATO
               " FOER=" NUL-BALANCE
               " EFTER=" BALANCE(1)
               " DATO=" IMPORT-DATO
               " VALUTA=" VALUTAKODE(1)
               DELIMITED BY SIZE INTO POSTJOURNAL-LINJE
           END-STRING
           WRITE POSTJOURNAL-LINJE
           EXIT.

      *Kunne kontiene ikke gemmes, slettes den nye kunderecord
      *igen, og linjen afvises, saa den kan indlaeses paany.
       FORTRYD-OPRETTELSE.
           DELETE KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: " KUNDE-ID " kunne ikke slettes "
                       "igen - kontroller masteren"
           END-DELETE
           MOVE "N" TO GYLDIG-RECORD
           MOVE "25" TO AFVIST-AARSAGSKODE
           MOVE "Konti kunne ikke gemmes" TO AFVIST-AARSAGSTEKST
           EXIT.

       SKRIV-KVIT-ACCEPTED.
           MOVE SPACES TO KVIT-LINJE
           STRING FUNCTION TRIM(IMP-KUNDE-ID) ",ACCEPTED,"
      *andet recordformat end vores eget KUNDEOPL, jf. kravet om at
      *kunne modtage data fra et partnersystem.
       LAES-IMPORT-FELTER.
           MOVE SPACES TO IMP-CPR IMP-SKATTELAND IMP-TIN IMP-SELVCERT
           UNSTRING IMPORT-LINJE DELIMITED BY ","
               INTO IMP-KUNDE-ID, IMP-FORNAVN, IMP-EFTERNAVN,
                   IMP-VEJNAVN, IMP-HUSNR, IMP-ETAGE, IMP-SIDE,
                   IMP-POSTNR, IMP-BY, IMP-TELEFON, IMP-EMAIL,
                   IMP-KONTONUMMER, IMP-BALANCE, IMP-VALUTAKODE,
                   IMP-CPR, IMP-SKATTELAND, IMP-TIN, IMP-SELVCERT
           EXIT.

      *Partnerens id bruges IKKE som vores noegle - hver ny kunde
           MOVE 0                 TO UDLOEBSDATO(1)
           MOVE 0                 TO AFTALT-SATS(1)
           MOVE "N"               TO BINDING(1)
           MOVE SPACES            TO PRODUKTKODE(1)
           EXIT.

      *Samme kontrolregler som Opgave7del2's VALIDER-INPUT (manglende
                   IF RECORD-GYLDIG
                       PERFORM TJEK-IMPORT-CPR
                   END-IF
                   IF RECORD-GYLDIG
                       PERFORM TJEK-IMPORT-SKATTELAND
                   END-IF
               END-IF
           END-IF
           EXIT.
           END-PERFORM
           EXIT.

      *Skatteresidensen er valgfri i feeden. Et leveret land skal
      *vaere to bogstaver, og en leveret dato for selv-
      *certificeringen skal vaere en gyldig dato, der ikke ligger
      *efter indlaesningen.
       TJEK-IMPORT-SKATTELAND.
           MOVE 0 TO IMP-SELVCERT-DATO
           IF IMP-SKATTELAND = SPACES
               EXIT PARAGRAPH
           END-IF
           IF IMP-SKATTELAND NOT ALPHABETIC
                   OR IMP-SKATTELAND(1:1) = SPACE
                   OR IMP-SKATTELAND(2:1) = SPACE
               MOVE "N" TO GYLDIG-RECORD
           END-IF
           IF IMP-SELVCERT NOT = SPACES AND RECORD-GYLDIG
               IF IMP-SELVCERT NOT NUMERIC
                   MOVE "N" TO GYLDIG-RECORD
               ELSE
                   MOVE IMP-SELVCERT TO IMP-SELVCERT-DATO
                   IF FUNCTION TEST-DATE-YYYYMMDD(IMP-SELVCERT-DATO)
                           NOT = 0
                           OR IMP-SELVCERT-DATO > IMPORT-DATO
                       MOVE "N" TO GYLDIG-RECORD
                   END-IF
               END-IF
           END-IF
           IF NOT RECORD-GYLDIG
               MOVE "24" TO AFVIST-AARSAGSKODE
               MOVE "Ugyldig skatteresidens"
                   TO AFVIST-AARSAGSTEKST
           END-IF
           EXIT.

       TJEK-IMPORT-POSTNRBY.
           PERFORM VARYING POSTBY-IX FROM 1 BY 1 UNTIL POSTBY-IX > 6
               IF IMP-POSTNR = POSTBY-POSTNR(POSTBY-IX)
           END-PERFORM
           EXIT.

      *Skatteresidensregistret aabnes EXTEND for hele koerslen -
      *nye kunder har ingen linjer i forvejen.
       AABN-SKATTEREGISTER.
           OPEN EXTEND SKATFIL
           IF SKATFIL-STATUS NOT = "00"
               CLOSE SKATFIL
               OPEN OUTPUT SKATFIL
           END-IF
           EXIT.

       SKRIV-SKATTERESIDENS.
           IF IMP-SKATTELAND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TILDELT-KUNDE-ID TO SR-KUNDE-ID
           MOVE FUNCTION UPPER-CASE(IMP-SKATTELAND) TO SR-LAND
           IF SR-LAND-DK
               MOVE SPACES TO SR-TIN
           ELSE
               MOVE IMP-TIN TO SR-TIN
           END-IF
           MOVE IMP-SELVCERT-DATO TO SR-SELVCERT-DATO
           MOVE IMPORT-DATO TO SR-REG-DATO
           WRITE SKAT-RECORD
           ADD 1 TO ANTAL-SKATTELAND
           EXIT.

       SKRIV-AFVIST-RECORD.
           MOVE IMP-KUNDE-ID TO AFVIST-KUNDE-ID
           MOVE IMPORT-LINJE TO AFVIST-RECORD-BILLEDE
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KUNDEIMPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Akkumulerende afvisningslog (AFVISNINGSLOG.CPY) - en dateret
      *linje pr. afvisning, saa gengangere og trends kan rapporteres
      *paa tvaers af koersler selv om afvisningsfilen toemmes.
                               ADD 1 TO WATCH-ANTAL
                               MOVE WATCH-NAVN
                                   TO WATCH-NAVN-TABEL(WATCH-ANTAL)
                           ELSE
                               MOVE "J" TO WATCH-OVERLOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHFIL
               MOVE "WATCH-TABEL" TO TK-TABEL
               MOVE WATCH-ANTAL TO TK-ANTAL
               MOVE 200 TO TK-KAPACITET
               MOVE WATCH-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
           END-IF
           IF WATCH-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 200 watchlist-navne - "
                   "kun de foerste 200 screenes"
           END-IF
           EXIT.

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
           END-IF
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
                   "OnboardingImport.txt"
                   DELIMITED BY SIZE INTO IMPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNAL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNAL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
               MOVE SPACES TO SKATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidens.txt"
                   DELIMITED BY SIZE INTO SKATFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
