       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEMKONTOREGISTER.
      *NemKonto-udpegning. Kunden kan udpege en af sine konti som
      *NemKonto, saa offentlige udbetalinger (pension, overskydende
      *skat, ydelser) der kun er adresseret til CPR-nummeret havner
      *paa den. Registret (NemKonto.txt, NEMKONTO.CPY) foeres her:
      *  A - anmeld en konto som kundens NemKonto. Kunden skal vaere
      *      aktiv og have et CPR-nummer paa masteren, og kontoen
      *      skal vaere kundens egen DKK-konto. Anmeldelsen faar
      *      status A og eksporteres af naeste NEMKONTOUDVEKSLING til
      *      det nationale register; foerst ved kvitteringen bliver
      *      den gyldig, og en tidligere bekraeftet udpegning gaelder
      *      indtil da.
      *  L - list kundens udpegninger med status
      *Der kan kun staa en anmeldelse aaben (A/E) pr. kunde ad
      *gangen. Hver anmeldelse faar en linje i den faelles
      *audit-journal under operatoer-identitet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEMKONTOFIL ASSIGN TO NEMKONTOFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEMKONTOFIL-STATUS.
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
       FD NEMKONTOFIL.
       01 NEMKONTO-RECORD.
           COPY "NEMKONTO.CPY".

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

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
       01 NEMKONTOFIL-NAVN       PIC X(80)
           VALUE "NemKonto.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 NEMKONTOFIL-STATUS     PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KONTONUMMER        PIC X(20) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 FUNDET                 PIC X VALUE "N".
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 STATUS-TEKST           PIC X(30) VALUE SPACES.

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
               DISPLAY "NemKonto: A-anmeld L-list X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "A" PERFORM ANMELD-NEMKONTO
                   WHEN "L" PERFORM LIST-NEMKONTI
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

      *Kunde og konto tastes og kontrolleres mod masteren; registret
      *gennemlaeses for en aaben anmeldelse eller en bekraeftet
      *udpegning af samme konto, foer den nye linje tilfoejes.
       ANMELD-NEMKONTO.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           DISPLAY "Kontonummer der skal vaere NemKonto:"
           ACCEPT INP-KONTONUMMER
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "FEJL: kunden er ikke aktiv (status "
                   KUNDE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           IF CPR-NUMMER = SPACES
               DISPLAY "FEJL: kunden har intet CPR-nummer paa "
                   "masteren - ret det foerst i kundevedligehold"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(INP-KONTONUMMER)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           IF KONTO-FUNDET-IX = 0
               DISPLAY "FEJL: kontoen hoerer ikke til kunden"
               EXIT PARAGRAPH
           END-IF
           IF VALUTAKODE(KONTO-FUNDET-IX) NOT = "DKK"
               DISPLAY "FEJL: en NemKonto skal vaere en DKK-konto"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT NEMKONTOFIL
           IF NEMKONTOFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ NEMKONTOFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF NK-KUNDE-ID = INP-KUNDE-ID
                               PERFORM TJEK-EKSISTERENDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEMKONTOFIL
           END-IF
           IF FUNDET = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NEMKONTOFIL
           IF NEMKONTOFIL-STATUS NOT = "00"
               CLOSE NEMKONTOFIL
               OPEN OUTPUT NEMKONTOFIL
           END-IF
           MOVE SPACES TO NEMKONTO-RECORD
           MOVE INP-KUNDE-ID TO NK-KUNDE-ID
           MOVE CPR-NUMMER TO NK-CPR-NUMMER
           MOVE KONTONUMMER(KONTO-FUNDET-IX) TO NK-KONTONUMMER
           MOVE "A" TO NK-STATUS
           MOVE KOERSEL-DATO TO NK-ANMELDT-DATO
           MOVE KOERSEL-DATO TO NK-STATUS-DATO
           MOVE AUDIT-OPERATOER TO NK-OPERATOER
           WRITE NEMKONTO-RECORD
           CLOSE NEMKONTOFIL
           MOVE "NEMKANM" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "NemKonto anmeldt: "
               FUNCTION TRIM(NK-KONTONUMMER)
               " - gyldig naar det nationale register har kvitteret"
           EXIT.

       TJEK-EKSISTERENDE.
           IF NK-ANMELDT OR NK-EKSPORTERET
               DISPLAY "FEJL: kunden har allerede en aaben "
                   "anmeldelse (" FUNCTION TRIM(NK-KONTONUMMER)
                   " fra " NK-ANMELDT-DATO ")"
               MOVE "J" TO FUNDET
               MOVE "J" TO FIL-SLUT
           END-IF
           IF NK-BEKRAEFTET
                   AND FUNCTION TRIM(NK-KONTONUMMER) =
                       FUNCTION TRIM(INP-KONTONUMMER)
               DISPLAY "FEJL: kontoen er allerede kundens NemKonto"
               MOVE "J" TO FUNDET
               MOVE "J" TO FIL-SLUT
           END-IF
           EXIT.

       LIST-NEMKONTI.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT NEMKONTOFIL
           IF NEMKONTOFIL-STATUS NOT = "00"
               DISPLAY "Ingen udpegninger i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ NEMKONTOFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF NK-KUNDE-ID = INP-KUNDE-ID
                           PERFORM VIS-UDPEGNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEMKONTOFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen udpegninger for kunden"
           END-IF
           EXIT.

       VIS-UDPEGNING.
           ADD 1 TO ANTAL-VIST
           EVALUATE TRUE
               WHEN NK-ANMELDT
                   MOVE "anmeldt, ikke eksporteret" TO STATUS-TEKST
               WHEN NK-EKSPORTERET
                   MOVE "venter paa kvittering" TO STATUS-TEKST
               WHEN NK-BEKRAEFTET
                   MOVE "GYLDIG NEMKONTO" TO STATUS-TEKST
               WHEN NK-AFVIST
                   MOVE "afvist af registret" TO STATUS-TEKST
               WHEN NK-KONTO-LUKKET
                   MOVE "konto lukket - skal flyttes" TO STATUS-TEKST
               WHEN OTHER
                   MOVE "ophoert" TO STATUS-TEKST
           END-EVALUATE
           DISPLAY NK-KONTONUMMER " anmeldt " NK-ANMELDT-DATO " "
               FUNCTION TRIM(STATUS-TEKST) " " NK-STATUS-DATO
               " " NK-AARSAG
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - kundens record
      *staar i bufferen, saa linjen baerer kundens status/balance.
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
           MOVE "NEMKONTOREGISTER" TO JOURNAL-PROGRAM
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
      *programmet kun laeser masteren; den holder ogsaa
      *NEMKONTOUDVEKSLING (eksklusiv laas) ude mens der anmeldes.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "NEMKONTOREGISTER" TO LAAS-PROGRAM
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
               MOVE SPACES TO NEMKONTOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NemKonto.txt"
                   DELIMITED BY SIZE INTO NEMKONTOFIL-NAVN
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
