      *  K - afviklingskoersel (standard, ogsaa via
      *      ESCHEAT-FUNKTION=K i miljoeet): konti hvis balance har
      *      staaet uaendret i hele den lovbestemte hvileperiode
      *      (ESCHEAT-AAR i parameterregistret, standard 20 aar,
      *      maalt paa snapshots i Kundehistorik.txt) toemmes gennem
      *      posteringsmaskineriet: kundens konto debiteres til
      *      nul, bankens hvilekonto (ESCHEAT-BANK-KUNDE/-KONTO i
      *      parameterregistret) krediteres, begge ben journalfoeres og
      *      auditfoeres, kunden faar et varslingsbrev (bestilt
      *      hos BREVKOERSEL, skabelon HVILENDE), og kravet
      *      stilles AABENT i kravsregistret EscheatKrav.txt
      *  U - udbetaling af et krav: naar en arving melder sig,
      *      foeres beloebet tilbage fra hvilekontoen til kundens
           SELECT POSTJOURNAL ASSIGN TO POSTJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       FD POSTJOURNAL.
       01 POSTJOURNAL-LINJE       PIC X(180).

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
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "EscheatKravNy.tmp".
       01 POSTJOURNAL-NAVN       PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 DAGSTAL-IDAG           PIC 9(7) VALUE 0.
       01 HVILE-DAGE             PIC 9(7) VALUE 0.
       01 BANK-KUNDE-ID          PIC X(10) VALUE SPACES.
       01 BANK-KONTO             PIC X(20) VALUE SPACES.
       01 BANK-KONTO-IX          PIC 9(3) VALUE 0.

      *Hvileanalysen pr. konto ud fra historik-snapshots: seneste
      *balance, datoen for seneste AENDRING og aeldste snapshot.
       01 STILLE-DAGSTAL         PIC 9(7) VALUE 0.
       01 STILLE-DATO            PIC 9(8) VALUE 0.

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 ESCHEAT-BELOEB         PIC S9(9)V9(2) VALUE 0.
       01 NUL-BALANCE            PIC S9(7)V9(2) VALUE 0.
       01 UDBETALING-OK          PIC X VALUE "J".
           88 UDBETALING-GIK-IGENNEM VALUE "J".
       01 HVILEKREDIT-OK         PIC X VALUE "J".
           88 HVILEKONTO-KREDITERET  VALUE "J".
       01 ANTAL-AFVIKLET         PIC 9(5) VALUE 0.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

      *Udbetaling af krav.
       01 INP-KUNDE              PIC X(10) VALUE SPACES.
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           MOVE "ESCHEAT-AAR" TO PS-NAVN
           MOVE HVILE-AAR TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO AAR-TEKST
           IF AAR-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(AAR-TEKST) TO HVILE-AAR
           END-IF
           COMPUTE HVILE-DAGE = HVILE-AAR * 365
           MOVE "ESCHEAT-BANK-KUNDE" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE BANK-KUNDE-ID TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO BANK-KUNDE-ID
           MOVE "ESCHEAT-BANK-KONTO" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE BANK-KONTO TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO BANK-KONTO
           PERFORM TAG-KOERSELLAAS
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       AFVIKLINGSKOERSEL.
           IF BANK-KUNDE-ID = SPACES OR BANK-KONTO = SPACES
               DISPLAY "FEJL: ESCHEAT-BANK-KUNDE og "
                   "ESCHEAT-BANK-KONTO skal staa i parameterregistret"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-AFVIKLET
               END-READ
           END-PERFORM
           CLOSE HISTORIKFIL
           MOVE "OBS-TABEL" TO TK-TABEL
           MOVE OBS-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE OBS-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       OPSAML-SNAPSHOT.
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCHEAT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
      *Hvilekontoen krediteres foer journal, krav og brev - kan den
      *ikke krediteres, foeres kundens konto tilbage, og kontoen
      *afvikles ved en senere koersel.
           MOVE "J" TO HVILEKREDIT-OK
           PERFORM KREDITER-HVILEKONTO
           IF NOT HVILEKONTO-KREDITERET
               PERFORM TILBAGEFOER-KUNDEKONTO
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-ESC-JOURNAL
           PERFORM OPRET-KRAV
           PERFORM SKRIV-VARSLINGSBREV
           ADD 1 TO ANTAL-AFVIKLET
                   DISPLAY "FEJL: hvilekonto-kunden "
                       BANK-KUNDE-ID " findes ikke - beloebet er "
                       "IKKE krediteret, kontroller journalen"
                   MOVE "N" TO HVILEKREDIT-OK
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO BANK-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
           IF BANK-KONTO-IX = 0
               DISPLAY "FEJL: hvilekontoen findes ikke paa "
                   BANK-KUNDE-ID
               MOVE "N" TO HVILEKREDIT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-BALANCE-SUM
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke kreditere hvilekontoen"
                   MOVE "N" TO HVILEKREDIT-OK
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(BANK-KONTO-IX)
               MOVE "N" TO HVILEKREDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCHEAT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Kompensationen ved en fejlet kreditering af hvilekontoen:
      *kundens konto faar beloebet tilbage, saa intet er flyttet.
       TILBAGEFOER-KUNDEKONTO.
           MOVE OBS-KUNDE-ID(OBS-IX) TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: " KUNDE-ID " kan ikke foeres "
                       "tilbage - kontroller kontoen manuelt"
                   MOVE "J" TO KONTI-GEMFEJL
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           ADD ESCHEAT-BELOEB TO BALANCE(KONTO-FUNDET-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: " KUNDE-ID " kan ikke foeres "
                       "tilbage - kontroller kontoen manuelt"
                   MOVE "J" TO KONTI-GEMFEJL
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCHEAT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

       OPRET-KRAV.
           EXIT.

       SKRIV-VARSLINGSBREV.
      *Varslingsbrevet bestilles hos brevkoerslen (skabelon
      *HVILENDE); {TEKST} er antal hvileaar.
           INITIALIZE BB-OMRAADE
           MOVE OBS-KUNDE-ID(OBS-IX) TO BB-KUNDE-ID
           MOVE "HVILENDE" TO BB-SKABELON
           MOVE OBS-KONTONUMMER(OBS-IX) TO BB-KONTONUMMER
           MOVE ESCHEAT-BELOEB TO BB-BELOEB
           MOVE OBS-VALUTA(OBS-IX) TO BB-VALUTA
           MOVE KOERSEL-DATO TO BB-BREVDATO
           MOVE OBS-KONTONUMMER(OBS-IX) TO BB-REFERENCE
           MOVE HVILE-AAR TO BB-TEKST
           MOVE "DORMANTAFVIKLING" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Udbetaling: kravet findes, hvilekontoen debiteres, kundens
           END-IF
           IF BANK-KUNDE-ID = SPACES OR BANK-KONTO = SPACES
               DISPLAY "FEJL: ESCHEAT-BANK-KUNDE og "
                   "ESCHEAT-BANK-KONTO skal staa i parameterregistret"
                   " - "
                   "kravet er IKKE udbetalt"
               EXIT PARAGRAPH
           END-IF
                   MOVE "N" TO UDBETALING-OK
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           MOVE 0 TO BANK-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke debitere hvilekontoen"
                   MOVE "N" TO UDBETALING-OK
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               ADD UDBETAL-BELOEB TO BALANCE(BANK-KONTO-IX)
               MOVE "N" TO UDBETALING-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCUDBET" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Kompensationen ved en fejlet kreditering: hvilekontoen
                       "tilbage - kontroller journalen manuelt"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           ADD UDBETAL-BELOEB TO BALANCE(BANK-KONTO-IX)
               INVALID KEY
                   DISPLAY "FEJL: hvilekontoen kan ikke foeres "
                       "tilbage - kontroller journalen manuelt"
                   MOVE "J" TO KONTI-GEMFEJL
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               DISPLAY "FEJL: hvilekontoen kan ikke foeres "
                   "tilbage - kontroller journalen manuelt"
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCUDBET" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Kravshaveren krediteres paa sin foerste konto - den
                   MOVE "N" TO UDBETALING-OK
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(1) TO GAMMEL-BALANCE
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke kreditere kunden"
                   MOVE "N" TO UDBETALING-OK
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(1)
               MOVE "N" TO UDBETALING-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCUDBET" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           OPEN EXTEND POSTJOURNAL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNAL
               OPEN OUTPUT POSTJOURNAL
           END-IF
           MOVE SPACES TO POSTJOURNAL-LINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(1)
               " TYPE=ESC"
               " MODPART=" BANK-KUNDE-ID
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(1)
               " DATO=" KOERSEL-DATO
               DELIMITED BY SIZE INTO POSTJOURNAL-LINJE
           END-STRING
           WRITE POSTJOURNAL-LINJE
           CLOSE POSTJOURNAL
           EXIT.

       LIST-KRAV.
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "DORMANTAFVIKLING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "DORMANTAFVIKLING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
