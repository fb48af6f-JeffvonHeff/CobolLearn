       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAENDELSESUDSENDELSE.
      *Udsendelse af haendelsesadviser - natskridtet der toemmer
      *haendelsesudbakken (HaendelsesUdbakke.txt, HAENDELSE.CPY) til
      *SMS/e-mail-gatewayen. Skridtet koeres i kalenderen efter
      *BETALINGSSERVICE, AFTALEUDLOEB og KONTOPOSTERING, som har
      *lagt nattens adviser i udbakken gennem HAENDELSESUDBAKKE.
      *  - fuldmagter i Fuldmagter.txt der udloeber inden for
      *    FULDMAGT-VARSEL-DAGE (standard 30, som i
      *    FULDMAGTREGISTER) meldes som haendelse FULDMAGT til
      *    fuldmagtsgiveren - een gang pr. fuldmagt, da udbakken
      *    allerede rummer de tidligere naetters adviser
      *  - gatewayens kvitteringsfil fra i gaar
      *    (HaendelsesKvittering.txt, kommasepareret:
      *    advis-id,LEVERET eller advis-id,FEJL,fejltekst) laeses
      *    tilbage, og sendte adviser faar status L eller F. En
      *    kvittering for et ukendt advis-id giver en advarsel.
      *  - nye adviser (N) slaar kundens TELEFON (SMS) eller EMAIL
      *    (e-mail) op i kundemasteren paa udsendelsestidspunktet
      *    og skrives til HaendelsesLevering.txt (kommasepareret:
      *    advis-id,SMS|EMAIL,modtager,tekst - teksten sidst, da
      *    den kan indeholde kommaer) - status S. Mangler
      *    nummeret/adressen, eller er kunden slettet, faar advisen
      *    status X med grunden.
      *  - fejlede og ikke sendte adviser fra nattens koersel staar
      *    i HaendelsesRapport.txt til kundeservice.
      *Udbakken genskrives via en midlertidig fil; afsluttede
      *adviser ud over opbevaringsperioden tages ikke med.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UDBAKKEFIL ASSIGN TO UDBAKKEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDBAKKEFIL-STATUS.
           SELECT UDBAKKENYFIL ASSIGN TO UDBAKKENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FMFIL ASSIGN TO FMFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMFIL-STATUS.
           SELECT OPTIONAL KVITFIL ASSIGN TO KVITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVITFIL-STATUS.
           SELECT LEVERINGFIL ASSIGN TO LEVERINGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UDBAKKEFIL.
       01 UDBAKKE-RECORD.
           COPY "HAENDELSE.CPY".

       FD UDBAKKENYFIL.
       01 UDBAKKENY-RECORD        PIC X(294).

      *Fuldmagtsrecorden - samme layout som i FULDMAGTREGISTER.
       FD FMFIL.
       01 FM-RECORD.
           02 FM-GIVER             PIC X(10).
           02 FM-HOLDER            PIC X(10).
           02 FM-OMFANG            PIC X(8).
           02 FM-FRA               PIC 9(8).
           02 FM-TIL               PIC 9(8).

       FD KVITFIL.
       01 KVIT-LINJE              PIC X(100).

       FD LEVERINGFIL.
       01 LEVERING-LINJE          PIC X(150).

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(160).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 UDBAKKEFIL-NAVN        PIC X(80)
           VALUE "HaendelsesUdbakke.txt".
       01 UDBAKKENYFIL-NAVN      PIC X(80)
           VALUE "HaendelsesUdbakkeNy.tmp".
       01 FMFIL-NAVN             PIC X(80)
           VALUE "Fuldmagter.txt".
       01 KVITFIL-NAVN           PIC X(80)
           VALUE "HaendelsesKvittering.txt".
       01 LEVERINGFIL-NAVN       PIC X(80)
           VALUE "HaendelsesLevering.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "HaendelsesRapport.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 HU-OMRAADE.
           COPY "UDBAKKE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 UDBAKKEFIL-STATUS      PIC X(2) VALUE "00".
       01 FMFIL-STATUS           PIC X(2) VALUE "00".
       01 KVITFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 VARSEL-TEKST           PIC X(10) VALUE SPACES.
       01 VARSEL-DAGE            PIC 9(3) VALUE 30.
       01 VARSEL-DAGSTAL         PIC 9(8).
       01 VARSEL-GRAENSE         PIC 9(8).
       01 FM-REFERENCE.
           02 FMR-HOLDER           PIC X(10).
           02 FMR-TIL              PIC 9(8).
       01 FM-ER-ADVISERET        PIC X VALUE "N".
           88 FM-ALLEREDE-ADVISERET  VALUE "J".
       01 KVIT-ID                PIC X(24).
       01 KVIT-RESULTAT          PIC X(10).
       01 KVIT-FEJLTEKST         PIC X(60).
       01 KANAL-TEKST            PIC X(5).
       01 RAPPORT-STATUS         PIC X(10).

       01 ANTAL-FULDMAGT         PIC 9(5) VALUE 0.
       01 ANTAL-KVITTERINGER     PIC 9(5) VALUE 0.
       01 ANTAL-LEVERET          PIC 9(5) VALUE 0.
       01 ANTAL-FEJLET           PIC 9(5) VALUE 0.
       01 ANTAL-UKENDTE          PIC 9(5) VALUE 0.
       01 ANTAL-SENDT            PIC 9(5) VALUE 0.
       01 ANTAL-IKKE-SENDT       PIC 9(5) VALUE 0.
       01 ANTAL-VENTER           PIC 9(5) VALUE 0.
       01 ANTAL-FJERNET          PIC 9(5) VALUE 0.

      *Udbakken holdes i tabellen mens den behandles.
       01 UB-ANTAL               PIC 9(5) VALUE 0.
       01 UB-TABEL.
           02 UB-POST OCCURS 20000 TIMES PIC X(294).
       01 UB-IX                  PIC 9(5).
       01 UB-FUNDET-IX           PIC 9(5) VALUE 0.

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

           PERFORM LAES-UDBAKKE
           PERFORM TJEK-FULDMAGTER
           IF ANTAL-FULDMAGT > 0
               PERFORM LAES-UDBAKKE
           END-IF
           OPEN OUTPUT RAPPORTFIL
           PERFORM LAES-KVITTERINGER
           OPEN OUTPUT LEVERINGFIL
           PERFORM VARYING UB-IX FROM 1 BY 1
                   UNTIL UB-IX > UB-ANTAL
               MOVE UB-POST(UB-IX) TO UDBAKKE-RECORD
               IF HAE-NY
                   PERFORM SEND-ADVIS
                   MOVE UDBAKKE-RECORD TO UB-POST(UB-IX)
               END-IF
               IF HAE-SENDT
                   ADD 1 TO ANTAL-VENTER
               END-IF
           END-PERFORM
           CLOSE LEVERINGFIL
           CLOSE RAPPORTFIL
           CLOSE KUNDEFIL
           PERFORM SKRIV-UDBAKKE

           DISPLAY "================================================"
           DISPLAY "HAENDELSESUDSENDELSE - adviser via SMS/e-mail"
           DISPLAY "================================================"
           DISPLAY "Fuldmagtsadviser oprettet : " ANTAL-FULDMAGT
           DISPLAY "Kvitteringer laest        : " ANTAL-KVITTERINGER
           DISPLAY "  leveret                 : " ANTAL-LEVERET
           DISPLAY "  fejlet                  : " ANTAL-FEJLET
           DISPLAY "  ukendte advis-id        : " ANTAL-UKENDTE
           DISPLAY "Adviser sendt til gateway : " ANTAL-SENDT
           DISPLAY "Adviser ikke sendt        : " ANTAL-IKKE-SENDT
           DISPLAY "Venter paa kvittering     : " ANTAL-VENTER
           DISPLAY "Afsluttede fjernet        : " ANTAL-FJERNET

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-FEJLET > 0 OR ANTAL-UKENDTE > 0
                   OR ANTAL-IKKE-SENDT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LAES-UDBAKKE.
           MOVE 0 TO UB-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT UDBAKKEFIL
           IF UDBAKKEFIL-STATUS NOT = "00"
               CLOSE UDBAKKEFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ UDBAKKEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF UB-ANTAL < 20000
                           ADD 1 TO UB-ANTAL
                           MOVE UDBAKKE-RECORD TO UB-POST(UB-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 20000 adviser i "
                               "HaendelsesUdbakke.txt"
                           CLOSE UDBAKKEFIL
                           MOVE "UB-TABEL" TO TK-TABEL
                           MOVE UB-ANTAL TO TK-ANTAL
                           MOVE 20000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           CLOSE KUNDEFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UDBAKKEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "UB-TABEL" TO TK-TABEL
           MOVE UB-ANTAL TO TK-ANTAL
           MOVE 20000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Fuldmagter der udloeber inden for varselsperioden meldes til
      *giveren. Advisens reference er holderen og udloebsdatoen, saa
      *en fuldmagt der allerede staar i udbakken ikke meldes igen -
      *heller ikke naar den er fornyet med samme udloebsdato.
       TJEK-FULDMAGTER.
           MOVE "FULDMAGT-VARSEL-DAGE" TO PS-NAVN
           MOVE VARSEL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO VARSEL-TEKST
           IF VARSEL-TEKST NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(VARSEL-TEKST) = 0
               MOVE FUNCTION NUMVAL(VARSEL-TEKST) TO VARSEL-DAGE
           END-IF
           COMPUTE VARSEL-DAGSTAL =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO) + VARSEL-DAGE
           MOVE FUNCTION DATE-OF-INTEGER(VARSEL-DAGSTAL)
               TO VARSEL-GRAENSE
           MOVE "N" TO END-OF-FILE
           OPEN INPUT FMFIL
           IF FMFIL-STATUS NOT = "00"
               CLOSE FMFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FMFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FM-TIL >= KOERSEL-DATO
                               AND FM-TIL <= VARSEL-GRAENSE
                           PERFORM MELD-FULDMAGT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FMFIL
           MOVE "N" TO END-OF-FILE
           MOVE "L" TO HU-FUNKTION
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       MELD-FULDMAGT.
           MOVE FM-HOLDER TO FMR-HOLDER
           MOVE FM-TIL TO FMR-TIL
           MOVE "N" TO FM-ER-ADVISERET
           PERFORM VARYING UB-IX FROM 1 BY 1
                   UNTIL UB-IX > UB-ANTAL
                   OR FM-ALLEREDE-ADVISERET
               MOVE UB-POST(UB-IX) TO UDBAKKE-RECORD
               IF HAE-HAENDELSE = "FULDMAGT"
                       AND HAE-KUNDE-ID = FM-GIVER
                       AND HAE-REFERENCE = FM-REFERENCE
                   MOVE "J" TO FM-ER-ADVISERET
               END-IF
           END-PERFORM
           IF FM-ALLEREDE-ADVISERET
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HU-OMRAADE
           MOVE "H" TO HU-FUNKTION
           MOVE "FULDMAGT" TO HU-HAENDELSE
           MOVE FM-GIVER TO HU-KUNDE-ID
           MOVE 0 TO HU-BELOEB
           MOVE 0 TO HU-SALDO-FOER
           MOVE 0 TO HU-SALDO-EFTER
           MOVE FM-REFERENCE TO HU-REFERENCE
           STRING "Fuldmagten til " FUNCTION TRIM(FM-HOLDER)
               " (" FUNCTION TRIM(FM-OMFANG) ") udloeber "
               FM-TIL(7:2) "-" FM-TIL(5:2) "-" FM-TIL(1:4)
               DELIMITED BY SIZE INTO HU-TEKST
           END-STRING
           MOVE "HAENDELSESUDSENDELSE" TO HU-KILDE
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           ADD HU-ANTAL-SKREVET TO ANTAL-FULDMAGT
           EXIT.

      *Gatewayens kvitteringer - kun sendte adviser opdateres; en
      *kvittering der allerede er behandlet (samme fil laest to
      *gange) aendrer intet.
       LAES-KVITTERINGER.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT KVITFIL
           IF KVITFIL-STATUS NOT = "00"
               CLOSE KVITFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KVITFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KVIT-LINJE NOT = SPACES
                           PERFORM BEHANDL-KVITTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KVITFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       BEHANDL-KVITTERING.
           ADD 1 TO ANTAL-KVITTERINGER
           MOVE SPACES TO KVIT-ID KVIT-RESULTAT KVIT-FEJLTEKST
           UNSTRING KVIT-LINJE DELIMITED BY ","
               INTO KVIT-ID, KVIT-RESULTAT, KVIT-FEJLTEKST
           MOVE 0 TO UB-FUNDET-IX
           PERFORM VARYING UB-IX FROM 1 BY 1
                   UNTIL UB-IX > UB-ANTAL OR UB-FUNDET-IX > 0
               IF UB-POST(UB-IX)(1:24) = KVIT-ID
                   MOVE UB-IX TO UB-FUNDET-IX
               END-IF
           END-PERFORM
           IF UB-FUNDET-IX = 0
               ADD 1 TO ANTAL-UKENDTE
               DISPLAY "ADVARSEL: kvittering for ukendt advis "
                   FUNCTION TRIM(KVIT-ID)
               EXIT PARAGRAPH
           END-IF
           MOVE UB-POST(UB-FUNDET-IX) TO UDBAKKE-RECORD
           IF NOT HAE-SENDT
               EXIT PARAGRAPH
           END-IF
           MOVE KOERSEL-DATO TO HAE-KVITTERING-DATO
           EVALUATE KVIT-RESULTAT
               WHEN "LEVERET"
                   MOVE "L" TO HAE-STATUS
                   ADD 1 TO ANTAL-LEVERET
               WHEN OTHER
                   MOVE "F" TO HAE-STATUS
                   IF KVIT-FEJLTEKST = SPACES
                       MOVE KVIT-RESULTAT TO HAE-FEJLTEKST
                   ELSE
                       MOVE KVIT-FEJLTEKST TO HAE-FEJLTEKST
                   END-IF
                   ADD 1 TO ANTAL-FEJLET
                   MOVE "FEJLET" TO RAPPORT-STATUS
                   PERFORM SKRIV-RAPPORTLINJE
           END-EVALUATE
           MOVE UDBAKKE-RECORD TO UB-POST(UB-FUNDET-IX)
           EXIT.

       SEND-ADVIS.
           MOVE HAE-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "kunden findes ikke i kundemasteren"
                       TO HAE-FEJLTEKST
                   PERFORM MARKER-IKKE-SENDT
                   EXIT PARAGRAPH
           END-READ
           IF KUNDE-SLETTET
               MOVE "kunden er slettet" TO HAE-FEJLTEKST
               PERFORM MARKER-IKKE-SENDT
               EXIT PARAGRAPH
           END-IF
           IF HAE-SMS
               IF TELEFON = SPACES
                   MOVE "kunden har intet telefonnummer"
                       TO HAE-FEJLTEKST
                   PERFORM MARKER-IKKE-SENDT
                   EXIT PARAGRAPH
               END-IF
               MOVE TELEFON TO HAE-MODTAGER
               MOVE "SMS" TO KANAL-TEKST
           ELSE
               IF EMAIL = SPACES
                   MOVE "kunden har ingen e-mail-adresse"
                       TO HAE-FEJLTEKST
                   PERFORM MARKER-IKKE-SENDT
                   EXIT PARAGRAPH
               END-IF
               MOVE EMAIL TO HAE-MODTAGER
               MOVE "EMAIL" TO KANAL-TEKST
           END-IF
           MOVE SPACES TO LEVERING-LINJE
           STRING HAE-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(KANAL-TEKST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(HAE-MODTAGER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(HAE-TEKST) DELIMITED BY SIZE
               INTO LEVERING-LINJE
           END-STRING
           WRITE LEVERING-LINJE
           MOVE "S" TO HAE-STATUS
           MOVE KOERSEL-DATO TO HAE-SENDT-DATO
           ADD 1 TO ANTAL-SENDT
           EXIT.

       MARKER-IKKE-SENDT.
           MOVE "X" TO HAE-STATUS
           MOVE KOERSEL-DATO TO HAE-SENDT-DATO
           ADD 1 TO ANTAL-IKKE-SENDT
           MOVE "IKKE SENDT" TO RAPPORT-STATUS
           PERFORM SKRIV-RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTLINJE.
           MOVE SPACES TO RAPPORTLINJE
           STRING HAE-ID " " HAE-KUNDE-ID " " HAE-HAENDELSE " "
               HAE-KANAL " " RAPPORT-STATUS " "
               FUNCTION TRIM(HAE-FEJLTEKST)
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

      *Afsluttede adviser (leveret, fejlet, ikke sendt) fjernes naar
      *de er aeldre end opbevaringsperioden.
       SKRIV-UDBAKKE.
           OPEN OUTPUT UDBAKKENYFIL
           PERFORM VARYING UB-IX FROM 1 BY 1
                   UNTIL UB-IX > UB-ANTAL
               MOVE UB-POST(UB-IX) TO UDBAKKE-RECORD
               IF HAE-AFSLUTTET
                       AND HAE-OPRETTET-DATO NUMERIC
                       AND HAE-OPRETTET-DATO > 0
                       AND FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(HAE-OPRETTET-DATO)
                       > OPBEVARING-DAGE
                   ADD 1 TO ANTAL-FJERNET
               ELSE
                   MOVE UDBAKKE-RECORD TO UDBAKKENY-RECORD
                   WRITE UDBAKKENY-RECORD
               END-IF
           END-PERFORM
           CLOSE UDBAKKENYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(UDBAKKENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(UDBAKKEFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Delt laas - programmet laeser kun kundemasteren, men
      *natkoerslerne der fylder udbakken tager eksklusiv laas og
      *holdes dermed ude mens den genskrives.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "HAENDELSESUDSENDELSE" TO LAAS-PROGRAM
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "HAENDELSESUDSENDELSE" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO UDBAKKEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesUdbakke.txt"
                   DELIMITED BY SIZE INTO UDBAKKEFIL-NAVN
               END-STRING
               MOVE SPACES TO UDBAKKENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesUdbakkeNy.tmp"
                   DELIMITED BY SIZE INTO UDBAKKENYFIL-NAVN
               END-STRING
               MOVE SPACES TO FMFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Fuldmagter.txt"
                   DELIMITED BY SIZE INTO FMFIL-NAVN
               END-STRING
               MOVE SPACES TO KVITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesKvittering.txt"
                   DELIMITED BY SIZE INTO KVITFIL-NAVN
               END-STRING
               MOVE SPACES TO LEVERINGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesLevering.txt"
                   DELIMITED BY SIZE INTO LEVERINGFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
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
           MOVE "HAENDELSESUDSENDELSE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
