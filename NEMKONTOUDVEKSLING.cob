       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEMKONTOUDVEKSLING.
      *Udveksling med det nationale NemKonto-register. Kundernes
      *udpegninger anmeldes i NEMKONTOREGISTER (NemKonto.txt,
      *NEMKONTO.CPY); dette skridt:
      *  - indlaeser registrets kvitteringer (NemKontoKvittering.txt,
      *    kommasepareret: CPR-nummer, kontonummer, resultat OK eller
      *    AFVIST, aarsagskode). En godkendt udpegning bliver gyldig
      *    (status B), og kundens tidligere udpegning ophoerer
      *    (status O); en afvist faar status X med registrets
      *    aarsagskode, og kundens raadgiver faar besked i
      *    FilialAdvisering.txt. Kvitteringer matches kun mod
      *    eksporterede udpegninger, saa en fil der laeses to gange,
      *    ikke aendrer noget anden gang.
      *  - kontrollerer hver gyldig udpegning mod masteren: er kontoen
      *    lukket eller kunden slettet, faar udpegningen status L, og
      *    raadgiveren faar en opgave i FilialAdvisering.txt om at
      *    flytte kundens NemKonto. CLEARINGIND ruter ikke laengere
      *    til en udpegning med status L.
      *  - eksporterer dagens nye anmeldelser (status A) til
      *    NemKontoAnmeldelse.txt (kommasepareret: CPR-nummer,
      *    kontonummer, kunde-id, anmeldelsesdato) og stempler dem E.
      *Registret genskrives via en midlertidig fil; ophoerte,
      *afviste og lukkede udpegninger ud over opbevaringsperioden
      *tages ikke med.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEMKONTOFIL ASSIGN TO NEMKONTOFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEMKONTOFIL-STATUS.
           SELECT NEMKONTONYFIL ASSIGN TO NEMKONTONYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KVITTERINGFIL ASSIGN TO KVITTERINGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVITTERINGFIL-STATUS.
           SELECT EKSPORTFIL ASSIGN TO EKSPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT ADVISFIL ASSIGN TO ADVISFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NEMKONTOFIL.
       01 NEMKONTO-RECORD.
           COPY "NEMKONTO.CPY".

       FD NEMKONTONYFIL.
       01 NEMKONTONY-RECORD       PIC X(69).

       FD KVITTERINGFIL.
       01 KVITTERING-LINJE        PIC X(80).

       FD EKSPORTFIL.
       01 EKSPORT-LINJE           PIC X(80).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD ADVISFIL.
       01 ADVISLINJE              PIC X(200).

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
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 NEMKONTOFIL-NAVN       PIC X(80)
           VALUE "NemKonto.txt".
       01 NEMKONTONYFIL-NAVN     PIC X(80)
           VALUE "NemKontoNy.tmp".
       01 KVITTERINGFIL-NAVN     PIC X(80)
           VALUE "NemKontoKvittering.txt".
       01 EKSPORTFIL-NAVN        PIC X(80)
           VALUE "NemKontoAnmeldelse.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 ADVISFIL-NAVN          PIC X(80)
           VALUE "FilialAdvisering.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 NEMKONTOFIL-STATUS     PIC X(2) VALUE "00".
       01 KVITTERINGFIL-STATUS   PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 ADVISFIL-STATUS        PIC X(2) VALUE "00".
       01 END-OF-FILE            PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 ANTAL-KVITTERINGER     PIC 9(7) VALUE 0.
       01 ANTAL-BEKRAEFTET       PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST           PIC 9(7) VALUE 0.
       01 ANTAL-UMATCHET         PIC 9(7) VALUE 0.
       01 ANTAL-LUKKET           PIC 9(7) VALUE 0.
       01 ANTAL-EKSPORTERET      PIC 9(7) VALUE 0.

      *Registret holdes i en tabel under koerslen og genskrives til
      *sidst - samme teknik som CLEARINGIND's suspense-register.
       01 NK-ANTAL               PIC 9(4) VALUE 0.
       01 NK-TABEL.
           02 NK-POST OCCURS 2000 TIMES PIC X(69).
       01 NK-IX                  PIC 9(4).
       01 NK-FUNDET-IX           PIC 9(4) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 NK-BEVARES             PIC X VALUE "J".
           88 NK-SKAL-BEVARES        VALUE "J".

      *Kvitteringsfilens kolonner, i den raekkefoelge de leveres.
       01 KV-CPR-NUMMER          PIC X(10).
       01 KV-KONTONUMMER         PIC X(20).
       01 KV-RESULTAT            PIC X(6).
       01 KV-AARSAG              PIC X(4).
       01 NY-CPR-NUMMER          PIC X(10).

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 ADVIS-TEKST            PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-NEMKONTI
           IF NK-ANTAL = 0
               DISPLAY "NEMKONTOUDVEKSLING: ingen udpegninger i "
                   "registret"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ADVISFIL
           IF ADVISFIL-STATUS NOT = "00"
               CLOSE ADVISFIL
               OPEN OUTPUT ADVISFIL
           END-IF

           PERFORM LAES-KVITTERINGER
           PERFORM TJEK-LUKKEDE-KONTI
           PERFORM EKSPORTER-ANMELDELSER

           CLOSE KUNDEFIL
           CLOSE ADVISFIL
           PERFORM SKRIV-NEMKONTI

           DISPLAY "================================================"
           DISPLAY "NEMKONTOUDVEKSLING - nationalt NemKonto-register"
           DISPLAY "================================================"
           DISPLAY "Kvitteringer laest   : " ANTAL-KVITTERINGER
           DISPLAY "  bekraeftet         : " ANTAL-BEKRAEFTET
           DISPLAY "  afvist             : " ANTAL-AFVIST
           DISPLAY "  uden anmeldelse    : " ANTAL-UMATCHET
           DISPLAY "Lukkede NemKonti     : " ANTAL-LUKKET
           DISPLAY "Anmeldelser sendt    : " ANTAL-EKSPORTERET

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-AFVIST > 0 OR ANTAL-UMATCHET > 0
                   OR ANTAL-LUKKET > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LAES-NEMKONTI.
           MOVE 0 TO NK-ANTAL
           OPEN INPUT NEMKONTOFIL
           IF NEMKONTOFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ NEMKONTOFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF NK-ANTAL < 2000
                           ADD 1 TO NK-ANTAL
                           MOVE NEMKONTO-RECORD TO NK-POST(NK-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "NemKonto.txt"
                           CLOSE NEMKONTOFIL
                           MOVE "NK-TABEL" TO TK-TABEL
                           MOVE NK-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEMKONTOFIL
           MOVE "N" TO END-OF-FILE
           MOVE "NK-TABEL" TO TK-TABEL
           MOVE NK-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *kolonner ellers ville beholde vaerdier fra forrige linje.
       LAES-KVITTERINGER.
           OPEN INPUT KVITTERINGFIL
           IF KVITTERINGFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KVITTERINGFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KVITTERING-LINJE NOT = SPACES
                           ADD 1 TO ANTAL-KVITTERINGER
                           PERFORM BEHANDL-KVITTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KVITTERINGFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       BEHANDL-KVITTERING.
           MOVE SPACES TO KV-CPR-NUMMER KV-KONTONUMMER KV-RESULTAT
               KV-AARSAG
           UNSTRING KVITTERING-LINJE DELIMITED BY ","
               INTO KV-CPR-NUMMER, KV-KONTONUMMER, KV-RESULTAT,
                   KV-AARSAG
           MOVE 0 TO NK-FUNDET-IX
           PERFORM VARYING NK-IX FROM 1 BY 1 UNTIL NK-IX > NK-ANTAL
               MOVE NK-POST(NK-IX) TO NEMKONTO-RECORD
               IF NK-EKSPORTERET
                       AND NK-CPR-NUMMER = KV-CPR-NUMMER
                       AND FUNCTION TRIM(NK-KONTONUMMER) =
                           FUNCTION TRIM(KV-KONTONUMMER)
                   MOVE NK-IX TO NK-FUNDET-IX
               END-IF
           END-PERFORM
           IF NK-FUNDET-IX = 0
               DISPLAY "ADVARSEL: kvittering uden eksporteret "
                   "anmeldelse: " FUNCTION TRIM(KVITTERING-LINJE)
               ADD 1 TO ANTAL-UMATCHET
               EXIT PARAGRAPH
           END-IF
           IF KV-RESULTAT = "OK"
               PERFORM AFLOES-TIDLIGERE
               MOVE NK-POST(NK-FUNDET-IX) TO NEMKONTO-RECORD
               MOVE "B" TO NK-STATUS
               MOVE KOERSEL-DATO TO NK-STATUS-DATO
               MOVE SPACES TO NK-AARSAG
               MOVE NEMKONTO-RECORD TO NK-POST(NK-FUNDET-IX)
               ADD 1 TO ANTAL-BEKRAEFTET
           ELSE
               MOVE NK-POST(NK-FUNDET-IX) TO NEMKONTO-RECORD
               MOVE "X" TO NK-STATUS
               MOVE KOERSEL-DATO TO NK-STATUS-DATO
               MOVE KV-AARSAG TO NK-AARSAG
               MOVE NEMKONTO-RECORD TO NK-POST(NK-FUNDET-IX)
               ADD 1 TO ANTAL-AFVIST
               MOVE SPACES TO ADVIS-TEKST
               STRING "NEMKONTO AFVIST AF REGISTRET AARSAG="
                   KV-AARSAG DELIMITED BY SIZE INTO ADVIS-TEKST
               END-STRING
               PERFORM SKRIV-ADVIS
           END-IF
           EXIT.

      *Kundens hidtidige gyldige (eller lukkede) udpegning ophoerer,
      *naar den nye bekraeftes - der er kun een NemKonto pr.
      *CPR-nummer.
       AFLOES-TIDLIGERE.
           PERFORM VARYING NK-IX FROM 1 BY 1 UNTIL NK-IX > NK-ANTAL
               MOVE NK-POST(NK-IX) TO NEMKONTO-RECORD
               IF NK-CPR-NUMMER = KV-CPR-NUMMER
                       AND (NK-BEKRAEFTET OR NK-KONTO-LUKKET)
                   MOVE "O" TO NK-STATUS
                   MOVE KOERSEL-DATO TO NK-STATUS-DATO
                   MOVE NEMKONTO-RECORD TO NK-POST(NK-IX)
               END-IF
           END-PERFORM
           EXIT.

      *En gyldig udpegning paa en konto der ikke laengere findes hos
      *kunden - lukket i kundevedligehold eller afviklet med kunden -
      *eller paa en kunde der er slettet eller har faaet et andet
      *CPR-nummer, kan ikke modtage offentlige udbetalinger.
       TJEK-LUKKEDE-KONTI.
           PERFORM VARYING NK-IX FROM 1 BY 1 UNTIL NK-IX > NK-ANTAL
               MOVE NK-POST(NK-IX) TO NEMKONTO-RECORD
               IF NK-BEKRAEFTET
                   PERFORM TJEK-UDPEGNING
               END-IF
           END-PERFORM
           EXIT.

       TJEK-UDPEGNING.
           MOVE NK-KUNDE-ID TO KUNDE-ID
           MOVE 0 TO KONTO-FUNDET-IX
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE NK-KUNDE-ID TO KUNDE-ID
                   MOVE 0 TO ANTAL-KONTI
               NOT INVALID KEY
                   PERFORM HENT-KONTI
           END-READ
           IF NOT KUNDE-SLETTET AND CPR-NUMMER = NK-CPR-NUMMER
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                           FUNCTION TRIM(NK-KONTONUMMER)
                       MOVE KONTO-IX TO KONTO-FUNDET-IX
                   END-IF
               END-PERFORM
           END-IF
           IF KONTO-FUNDET-IX NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO NK-STATUS
           MOVE KOERSEL-DATO TO NK-STATUS-DATO
           MOVE NEMKONTO-RECORD TO NK-POST(NK-IX)
           ADD 1 TO ANTAL-LUKKET
           MOVE "NEMKONTO LUKKET - FLYT UDPEGNINGEN" TO ADVIS-TEKST
           PERFORM SKRIV-ADVIS
           EXIT.

       EKSPORTER-ANMELDELSER.
           OPEN OUTPUT EKSPORTFIL
           PERFORM VARYING NK-IX FROM 1 BY 1 UNTIL NK-IX > NK-ANTAL
               MOVE NK-POST(NK-IX) TO NEMKONTO-RECORD
               IF NK-ANMELDT
                   PERFORM EKSPORTER-ANMELDELSE
               END-IF
           END-PERFORM
           CLOSE EKSPORTFIL
           EXIT.

      *CPR-nummeret laeses frisk fra masteren, saa en rettelse siden
      *anmeldelsen kommer med.
       EKSPORTER-ANMELDELSE.
           MOVE NK-CPR-NUMMER TO NY-CPR-NUMMER
           MOVE NK-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CPR-NUMMER NOT = SPACES
                       MOVE CPR-NUMMER TO NY-CPR-NUMMER
                   END-IF
           END-READ
           MOVE NY-CPR-NUMMER TO NK-CPR-NUMMER
           MOVE SPACES TO EKSPORT-LINJE
           STRING NK-CPR-NUMMER ","
               FUNCTION TRIM(NK-KONTONUMMER) ","
               FUNCTION TRIM(NK-KUNDE-ID) ","
               NK-ANMELDT-DATO
               DELIMITED BY SIZE INTO EKSPORT-LINJE
           END-STRING
           WRITE EKSPORT-LINJE
           MOVE "E" TO NK-STATUS
           MOVE KOERSEL-DATO TO NK-STATUS-DATO
           MOVE NEMKONTO-RECORD TO NK-POST(NK-IX)
           ADD 1 TO ANTAL-EKSPORTERET
           EXIT.

      *Filialens besked gaar til kundens raadgiver (RAADGIVER-ID,
      *blank hvis kunden ikke har en eller ikke findes).
       SKRIV-ADVIS.
           MOVE NK-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE NK-KUNDE-ID TO KUNDE-ID
           END-READ
           MOVE SPACES TO ADVISLINJE
           STRING KOERSEL-DATO " RAADGIVER=" RAADGIVER-ID
               " KUNDE=" KUNDE-ID " "
               FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               " " FUNCTION TRIM(ADVIS-TEKST)
               " KONTO=" FUNCTION TRIM(NK-KONTONUMMER)
               DELIMITED BY SIZE INTO ADVISLINJE
           END-STRING
           WRITE ADVISLINJE
           EXIT.

      *Registret genskrives fra tabellen via en midlertidig fil og
      *mv, som KONTOSPAERRING goer det.
       SKRIV-NEMKONTI.
           OPEN OUTPUT NEMKONTONYFIL
           PERFORM VARYING NK-IX FROM 1 BY 1 UNTIL NK-IX > NK-ANTAL
               MOVE NK-POST(NK-IX) TO NEMKONTO-RECORD
               MOVE "J" TO NK-BEVARES
               IF NK-OPHOERT OR NK-AFVIST OR NK-KONTO-LUKKET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(NK-STATUS-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO NK-BEVARES
                   END-IF
               END-IF
               IF NK-SKAL-BEVARES
                   MOVE NEMKONTO-RECORD TO NEMKONTONY-RECORD
                   WRITE NEMKONTONY-RECORD
               END-IF
           END-PERFORM
           CLOSE NEMKONTONYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(NEMKONTONYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NEMKONTOFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - eksklusiv, saa
      *NEMKONTOREGISTER ikke anmelder mens registret genskrives.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "NEMKONTOUDVEKSLING" TO LAAS-PROGRAM
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
               MOVE SPACES TO NEMKONTONYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NemKontoNy.tmp"
                   DELIMITED BY SIZE INTO NEMKONTONYFIL-NAVN
               END-STRING
               MOVE SPACES TO KVITTERINGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NemKontoKvittering.txt"
                   DELIMITED BY SIZE INTO KVITTERINGFIL-NAVN
               END-STRING
               MOVE SPACES TO EKSPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NemKontoAnmeldelse.txt"
                   DELIMITED BY SIZE INTO EKSPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO ADVISFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialAdvisering.txt"
                   DELIMITED BY SIZE INTO ADVISFIL-NAVN
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
           MOVE "NEMKONTOUDVEKSLING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
