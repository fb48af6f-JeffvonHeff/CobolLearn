       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSMANDATREGISTER.
      *Betalingsservice-mandater og refusioner. BETALINGSSERVICE
      *traekker kun opkraevninger som kunden har givet kreditoren
      *mandat til; registret (BsMandater.txt, BSMANDAT.CPY:
      *kreditor, kunde, konto, startdato, afmeldingsdato) foeres
      *her:
      *  O - opret mandat (kunden og kontoen skal findes)
      *  A - afmeld mandat (afmeldingsdatoen saettes - linjen
      *      bliver staaende, saa historikken kan ses)
      *  L - list mandater for en kunde
      *  R - refusion: kunden har ret til at faa et traek
      *      tilbagefoert inden for otte uger. Kundens traek fra
      *      traekregistret (BsTraek.txt, BSTRAEK.CPY) inden for
      *      fristen vises, og det valgte meldes til refusion
      *      (status R). Naeste BETALINGSSERVICE-koersel krediterer
      *      kunden og modregner beloebet i kreditorens afregning.
      *Hver oprettelse, afmelding og refusion faar en linje i den
      *faelles audit-journal under operatoer-identitet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANDATFIL ASSIGN TO MANDATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT MANDATNYFIL ASSIGN TO MANDATNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAEKFIL ASSIGN TO TRAEKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAEKFIL-STATUS.
           SELECT TRAEKNYFIL ASSIGN TO TRAEKNYFIL-NAVN
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
       FD MANDATFIL.
       01 MANDAT-RECORD.
           COPY "BSMANDAT.CPY".

       FD MANDATNYFIL.
       01 MANDATNY-RECORD         PIC X(56).

       FD TRAEKFIL.
       01 TRAEK-RECORD.
           COPY "BSTRAEK.CPY".

       FD TRAEKNYFIL.
       01 TRAEKNY-RECORD          PIC X(98).

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
       01 MANDATFIL-NAVN         PIC X(80)
           VALUE "BsMandater.txt".
       01 MANDATNYFIL-NAVN       PIC X(80)
           VALUE "BsMandaterNy.tmp".
       01 TRAEKFIL-NAVN          PIC X(80)
           VALUE "BsTraek.txt".
       01 TRAEKNYFIL-NAVN        PIC X(80)
           VALUE "BsTraekNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 MANDATFIL-STATUS       PIC X(2) VALUE "00".
       01 TRAEKFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".
       01 INP-KREDITOR           PIC X(10) VALUE SPACES.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KONTONUMMER        PIC X(20) VALUE SPACES.
       01 INP-DATO               PIC X(8) VALUE SPACES.
       01 INP-REFERENCE          PIC X(16) VALUE SPACES.
       01 VALGT-DATO             PIC 9(8) VALUE 0.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 FUNDET                 PIC X VALUE "N".
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 BELOEB-VIST            PIC -(7)9.99.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Ordningens refusionsfrist: otte uger fra traekdagen.
       01 REFUSION-DAGE          PIC 9(3) VALUE 56.
       01 REFUSION-GRAENSE       PIC 9(8) VALUE 0.
       01 REFUSION-DAGSTAL       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           COMPUTE REFUSION-DAGSTAL =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO) - REFUSION-DAGE
           MOVE FUNCTION DATE-OF-INTEGER(REFUSION-DAGSTAL)
               TO REFUSION-GRAENSE
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
               DISPLAY "Betalingsservice: O-opret mandat A-afmeld "
                   "L-list R-refusion X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-MANDAT
                   WHEN "A" PERFORM AFMELD-MANDAT
                   WHEN "L" PERFORM LIST-MANDATER
                   WHEN "R" PERFORM BESTIL-REFUSION
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

      *Kunde, konto og kreditor tastes; kontoen skal hoere til
      *kunden, og der maa ikke i forvejen staa et aktivt mandat for
      *samme kreditor og konto. Startdato blank er i dag.
       OPRET-MANDAT.
           PERFORM LAES-MANDATNOEGLE
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Startdato (YYYYMMDD, blank = i dag):"
           ACCEPT INP-DATO
           PERFORM TJEK-DATO
           IF VALGT-DATO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ MANDATFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF MD-KREDITOR = INP-KREDITOR
                                   AND MD-KUNDE-ID = INP-KUNDE-ID
                                   AND MD-KONTONUMMER = INP-KONTONUMMER
                                   AND (MD-AFMELDT-DATO = 0
                                   OR MD-AFMELDT-DATO > KOERSEL-DATO)
                               MOVE "J" TO FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
           END-IF
           IF FUNDET = "J"
               DISPLAY "FEJL: der er allerede et aktivt mandat for "
                   "kreditor og konto"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MANDATFIL
           IF MANDATFIL-STATUS NOT = "00"
               CLOSE MANDATFIL
               OPEN OUTPUT MANDATFIL
           END-IF
           MOVE INP-KREDITOR TO MD-KREDITOR
           MOVE INP-KUNDE-ID TO MD-KUNDE-ID
           MOVE INP-KONTONUMMER TO MD-KONTONUMMER
           MOVE VALGT-DATO TO MD-START-DATO
           MOVE 0 TO MD-AFMELDT-DATO
           WRITE MANDAT-RECORD
           CLOSE MANDATFIL
           MOVE "BSMANDAT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Mandat oprettet: " FUNCTION TRIM(INP-KREDITOR)
               " maa traekke paa " FUNCTION TRIM(INP-KONTONUMMER)
               " fra " VALGT-DATO
           EXIT.

      *Afmeldingen genskriver registret med afmeldingsdatoen paa
      *det aktive mandat - samme midlertidig-fil-og-mv-teknik som
      *FULDMAGTREGISTER.
       AFMELD-MANDAT.
           PERFORM LAES-MANDATNOEGLE
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Afmeldingsdato (YYYYMMDD, blank = i dag):"
           ACCEPT INP-DATO
           PERFORM TJEK-DATO
           IF VALGT-DATO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS NOT = "00"
               DISPLAY "FEJL: intet mandatregister"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MANDATNYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ MANDATFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF MD-KREDITOR = INP-KREDITOR
                               AND MD-KUNDE-ID = INP-KUNDE-ID
                               AND MD-KONTONUMMER = INP-KONTONUMMER
                               AND (MD-AFMELDT-DATO = 0
                               OR MD-AFMELDT-DATO > KOERSEL-DATO)
                           MOVE VALGT-DATO TO MD-AFMELDT-DATO
                           MOVE "J" TO FUNDET
                       END-IF
                       MOVE MANDAT-RECORD TO MANDATNY-RECORD
                       WRITE MANDATNY-RECORD
               END-READ
           END-PERFORM
           CLOSE MANDATFIL
           CLOSE MANDATNYFIL
           IF FUNDET = "J"
               MOVE SPACES TO MV-KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(MANDATNYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MANDATFIL-NAVN)
                   DELIMITED BY SIZE INTO MV-KOMMANDO
               END-STRING
               CALL "SYSTEM" USING MV-KOMMANDO
               MOVE "BSMANDAF" TO AUDIT-AKTION
               PERFORM SKRIV-AUDITLINJE
               DISPLAY "Mandat afmeldt pr. " VALGT-DATO
           ELSE
               DISPLAY "FEJL: intet aktivt mandat for kreditor, "
                   "kunde og konto"
           END-IF
           EXIT.

       LIST-MANDATER.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS NOT = "00"
               DISPLAY "Ingen mandater i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ MANDATFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF MD-KUNDE-ID = INP-KUNDE-ID
                           ADD 1 TO ANTAL-VIST
                           IF MD-AFMELDT-DATO = 0
                               DISPLAY MD-KREDITOR " "
                                   MD-KONTONUMMER " fra "
                                   MD-START-DATO " AKTIVT"
                           ELSE
                               DISPLAY MD-KREDITOR " "
                                   MD-KONTONUMMER " fra "
                                   MD-START-DATO " afmeldt "
                                   MD-AFMELDT-DATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen mandater for kunden"
           END-IF
           EXIT.

      *Refusion: kundens traek inden for fristen vises, et vaelges
      *paa referencen og bekraeftes, og traekregistret genskrives
      *med status R paa det valgte.
       BESTIL-REFUSION.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT TRAEKFIL
           IF TRAEKFIL-STATUS NOT = "00"
               DISPLAY "Ingen traek i registret"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Traek siden " REFUSION-GRAENSE ":"
           PERFORM UNTIL FIL-SLUT = "J"
               READ TRAEKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF BT-KUNDE-ID = INP-KUNDE-ID
                               AND BT-DATO >= REFUSION-GRAENSE
                           PERFORM VIS-TRAEK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAEKFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen traek inden for refusionsfristen"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reference der skal refunderes (blank = ingen):"
           ACCEPT INP-REFERENCE
           IF INP-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT TRAEKFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ TRAEKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF BT-REFERENCE = INP-REFERENCE
                               AND BT-KUNDE-ID = INP-KUNDE-ID
                           MOVE "J" TO FUNDET
                           MOVE "J" TO FIL-SLUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAEKFIL
           IF FUNDET NOT = "J"
               DISPLAY "FEJL: referencen er ikke et af kundens traek"
               EXIT PARAGRAPH
           END-IF
           IF NOT BT-TRUKKET
               DISPLAY "FEJL: traekket er allerede meldt til refusion"
               EXIT PARAGRAPH
           END-IF
           IF BT-DATO < REFUSION-GRAENSE
               DISPLAY "FEJL: traekket er aeldre end otte uger"
               EXIT PARAGRAPH
           END-IF
           MOVE BT-BELOEB TO BELOEB-VIST
           DISPLAY "Refunder " BELOEB-VIST " til konto "
               FUNCTION TRIM(BT-KONTONUMMER) " og modregn hos "
               FUNCTION TRIM(BT-KREDITOR) "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Refusion annulleret"
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-REFUSION
           MOVE "BSREFBES" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Refusion bestilt - foeres i naeste "
               "Betalingsservice-koersel"
           EXIT.

       VIS-TRAEK.
           ADD 1 TO ANTAL-VIST
           MOVE BT-BELOEB TO BELOEB-VIST
           EVALUATE TRUE
               WHEN BT-TRUKKET
                   DISPLAY BT-REFERENCE " " BT-DATO " "
                       BT-KREDITOR " " BELOEB-VIST
               WHEN BT-REFUSION-BESTILT
                   DISPLAY BT-REFERENCE " " BT-DATO " "
                       BT-KREDITOR " " BELOEB-VIST
                       " refusion bestilt " BT-BESTILT-DATO
               WHEN OTHER
                   DISPLAY BT-REFERENCE " " BT-DATO " "
                       BT-KREDITOR " " BELOEB-VIST
                       " tilbagefoert " BT-TILBAGEFOERT-DATO
           END-EVALUATE
           EXIT.

       STEMPEL-REFUSION.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT TRAEKFIL
           OPEN OUTPUT TRAEKNYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ TRAEKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF BT-REFERENCE = INP-REFERENCE
                               AND BT-TRUKKET
                           MOVE "R" TO BT-STATUS
                           MOVE KOERSEL-DATO TO BT-BESTILT-DATO
                           MOVE AUDIT-OPERATOER TO BT-OPERATOER
                       END-IF
                       MOVE TRAEK-RECORD TO TRAEKNY-RECORD
                       WRITE TRAEKNY-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAEKFIL
           CLOSE TRAEKNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(TRAEKNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(TRAEKFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Kreditor, kunde og konto til oprettelse og afmelding. Kunden
      *laeses, saa audit-linjen baerer kundens record, og kontoen
      *skal hoere til kunden.
       LAES-MANDATNOEGLE.
           MOVE "N" TO FUNDET
           DISPLAY "Kreditor-id:"
           ACCEPT INP-KREDITOR
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           DISPLAY "Kontonummer:"
           ACCEPT INP-KONTONUMMER
           IF INP-KREDITOR = SPACES
               DISPLAY "FEJL: kreditor-id mangler"
               EXIT PARAGRAPH
           END-IF
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
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
           MOVE "J" TO FUNDET
           EXIT.

       TJEK-DATO.
           MOVE 0 TO VALGT-DATO
           IF INP-DATO = SPACES
               MOVE KOERSEL-DATO TO VALGT-DATO
               EXIT PARAGRAPH
           END-IF
           IF INP-DATO NOT NUMERIC
               DISPLAY "FEJL: datoen skal vaere YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-DATO) TO VALGT-DATO
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
           MOVE "BSMANDATREGISTER" TO JOURNAL-PROGRAM
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
      *BETALINGSSERVICE (eksklusiv laas) ude mens traekregistret
      *genskrives her.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "BSMANDATREGISTER" TO LAAS-PROGRAM
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
               MOVE SPACES TO MANDATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsMandater.txt"
                   DELIMITED BY SIZE INTO MANDATFIL-NAVN
               END-STRING
               MOVE SPACES TO MANDATNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsMandaterNy.tmp"
                   DELIMITED BY SIZE INTO MANDATNYFIL-NAVN
               END-STRING
               MOVE SPACES TO TRAEKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsTraek.txt"
                   DELIMITED BY SIZE INTO TRAEKFIL-NAVN
               END-STRING
               MOVE SPACES TO TRAEKNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsTraekNy.tmp"
                   DELIMITED BY SIZE INTO TRAEKNYFIL-NAVN
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
