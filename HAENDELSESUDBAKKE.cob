       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAENDELSESUDBAKKE.
      *Haendelsesudbakken - kaldes af natkoerslerne naar der sker
      *noget kunden kan have bedt om at faa besked om via SMS eller
      *e-mail (BETALINGSSERVICE: returnerede traek, AFTALEUDLOEB:
      *udloebne aftaleindlaan, KONTOPOSTERING: posteringer over og
      *saldi under kundens egen graense, HAENDELSESUDSENDELSE:
      *fuldmagter der snart udloeber). Abonnementsregistret
      *(HaendelsesAbonnement.txt, HAENDABON.CPY) indlaeses ved
      *foerste kald og holdes i tabellen resten af koerslen, som
      *PRODUKTKATALOG goer det. Abonnerer kunden paa haendelsen,
      *laegges en advis pr. kanal i HaendelsesUdbakke.txt
      *(HAENDELSE.CPY) med status N; udsendelsen sker i
      *HAENDELSESUDSENDELSE. Kalderen lukker udbakken med
      *funktion L ved koerslens afslutning.
      *Graenserne: POSTERING skrives naar posteringens beloeb
      *(numerisk) er mindst abonnementets graense; LAVSALDO kun
      *naar posteringen bringer saldoen fra graensen eller derover
      *til under den - en saldo der allerede var lav, giver ikke
      *en ny advis for hver postering.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABONFIL ASSIGN TO ABONFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT UDBAKKEFIL ASSIGN TO UDBAKKEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDBAKKEFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ABONFIL.
       01 ABON-RECORD.
           COPY "HAENDABON.CPY".

       FD UDBAKKEFIL.
       01 UDBAKKE-RECORD.
           COPY "HAENDELSE.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 ABONFIL-NAVN           PIC X(80)
           VALUE "HaendelsesAbonnement.txt".
       01 UDBAKKEFIL-NAVN        PIC X(80)
           VALUE "HaendelsesUdbakke.txt".
       01 ABONFIL-STATUS         PIC X(2) VALUE "00".
       01 UDBAKKEFIL-STATUS      PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 ABON-INDLAEST          PIC X VALUE "N".
           88 ABON-ER-INDLAEST       VALUE "J".
       01 UDBAKKE-AABEN          PIC X VALUE "N".
           88 UDBAKKE-ER-AABEN       VALUE "J".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID            PIC 9(8).
       01 ADVIS-LOEBENR          PIC 9(6) VALUE 0.

      *Abonnementerne - en linje pr. kunde og haendelse.
       01 ABON-ANTAL             PIC 9(4) VALUE 0.
       01 ABON-OVERLOB           PIC X VALUE "N".
           88 ABON-ER-OVERLOEBET     VALUE "J".
       01 ABON-TABEL.
           02 ABON-POST OCCURS 5000 TIMES.
               03 AT-KUNDE-ID        PIC X(10).
               03 AT-HAENDELSE       PIC X(10).
               03 AT-KANAL           PIC X(1).
               03 AT-GRAENSE         PIC 9(9)V9(2).
       01 ABON-IX                PIC 9(4).
       01 ABON-FUNDET-IX         PIC 9(4) VALUE 0.
       01 ADVIS-SKAL-SKRIVES     PIC X VALUE "N".
           88 ADVIS-SKRIVES          VALUE "J".

       LINKAGE SECTION.
       01 HU-OMRAADE.
           COPY "UDBAKKE.CPY".

       PROCEDURE DIVISION USING HU-OMRAADE.
           MOVE 0 TO HU-ANTAL-SKREVET
           MOVE ABON-OVERLOB TO HU-OVERLOEB
           IF HU-FUNKTION = "L"
               IF UDBAKKE-ER-AABEN
                   CLOSE UDBAKKEFIL
                   MOVE "N" TO UDBAKKE-AABEN
               END-IF
               GOBACK
           END-IF
           IF NOT ABON-ER-INDLAEST
               PERFORM SAET-FILNAVNE
               ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
               ACCEPT KOERSEL-TID FROM TIME
               PERFORM LAES-ABONNEMENTER
               MOVE "ABON-TABEL" TO TK-TABEL
               MOVE ABON-ANTAL TO TK-ANTAL
               MOVE 5000 TO TK-KAPACITET
               MOVE ABON-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               MOVE ABON-OVERLOB TO HU-OVERLOEB
               IF ABON-ER-OVERLOEBET
                   DISPLAY "FEJL: over 5000 haendelsesabonnementer"
                       " - de sidste i registret adviseres ikke"
               END-IF
               MOVE "J" TO ABON-INDLAEST
           END-IF
           PERFORM FIND-ABONNEMENT
           IF ABON-FUNDET-IX = 0
               GOBACK
           END-IF
           PERFORM TJEK-GRAENSE
           IF NOT ADVIS-SKRIVES
               GOBACK
           END-IF
           IF AT-KANAL(ABON-FUNDET-IX) = "S"
                   OR AT-KANAL(ABON-FUNDET-IX) = "B"
               PERFORM SKRIV-ADVIS
               MOVE "S" TO HAE-KANAL
               WRITE UDBAKKE-RECORD
               ADD 1 TO HU-ANTAL-SKREVET
           END-IF
           IF AT-KANAL(ABON-FUNDET-IX) = "E"
                   OR AT-KANAL(ABON-FUNDET-IX) = "B"
               PERFORM SKRIV-ADVIS
               MOVE "E" TO HAE-KANAL
               WRITE UDBAKKE-RECORD
               ADD 1 TO HU-ANTAL-SKREVET
           END-IF
           GOBACK.

       FIND-ABONNEMENT.
           MOVE 0 TO ABON-FUNDET-IX
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
                   OR ABON-FUNDET-IX > 0
               IF AT-KUNDE-ID(ABON-IX) = HU-KUNDE-ID
                       AND AT-HAENDELSE(ABON-IX) = HU-HAENDELSE
                   MOVE ABON-IX TO ABON-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       TJEK-GRAENSE.
           MOVE "J" TO ADVIS-SKAL-SKRIVES
           EVALUATE HU-HAENDELSE
               WHEN "POSTERING"
                   IF FUNCTION ABS(HU-BELOEB)
                           < AT-GRAENSE(ABON-FUNDET-IX)
                       MOVE "N" TO ADVIS-SKAL-SKRIVES
                   END-IF
               WHEN "LAVSALDO"
                   IF HU-SALDO-FOER < AT-GRAENSE(ABON-FUNDET-IX)
                           OR HU-SALDO-EFTER
                           NOT < AT-GRAENSE(ABON-FUNDET-IX)
                       MOVE "N" TO ADVIS-SKAL-SKRIVES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *Udbakken aabnes EXTEND ved foerste advis i koerslen og
      *holdes aaben til kalderen lukker den.
       SKRIV-ADVIS.
           IF NOT UDBAKKE-ER-AABEN
               OPEN EXTEND UDBAKKEFIL
               IF UDBAKKEFIL-STATUS NOT = "00"
                   CLOSE UDBAKKEFIL
                   OPEN OUTPUT UDBAKKEFIL
               END-IF
               MOVE "J" TO UDBAKKE-AABEN
           END-IF
           ADD 1 TO ADVIS-LOEBENR
           MOVE SPACES TO UDBAKKE-RECORD
           MOVE "HA" TO HAE-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO HAE-ID-DATO
           MOVE KOERSEL-TID TO HAE-ID-TID
           MOVE ADVIS-LOEBENR TO HAE-ID-LOEBENR
           MOVE HU-HAENDELSE TO HAE-HAENDELSE
           MOVE HU-KUNDE-ID TO HAE-KUNDE-ID
           MOVE HU-KONTONUMMER TO HAE-KONTONUMMER
           MOVE HU-BELOEB TO HAE-BELOEB
           MOVE HU-VALUTA TO HAE-VALUTA
           MOVE HU-REFERENCE TO HAE-REFERENCE
           MOVE HU-TEKST TO HAE-TEKST
           MOVE HU-KILDE TO HAE-KILDE
           MOVE "N" TO HAE-STATUS
           MOVE KOERSEL-DATO TO HAE-OPRETTET-DATO
           MOVE 0 TO HAE-SENDT-DATO
           MOVE 0 TO HAE-KVITTERING-DATO
           EXIT.

       LAES-ABONNEMENTER.
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS NOT = "00"
               CLOSE ABONFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ ABONFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF ABON-ANTAL < 5000
                           ADD 1 TO ABON-ANTAL
                           MOVE ABN-KUNDE-ID TO AT-KUNDE-ID(ABON-ANTAL)
                           MOVE ABN-HAENDELSE
                               TO AT-HAENDELSE(ABON-ANTAL)
                           MOVE ABN-KANAL TO AT-KANAL(ABON-ANTAL)
                           MOVE 0 TO AT-GRAENSE(ABON-ANTAL)
                           IF ABN-GRAENSE NUMERIC
                               MOVE ABN-GRAENSE
                                   TO AT-GRAENSE(ABON-ANTAL)
                           END-IF
                       ELSE
                           MOVE "J" TO ABON-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABONFIL
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO ABONFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesAbonnement.txt"
                   DELIMITED BY SIZE INTO ABONFIL-NAVN
               END-STRING
               MOVE SPACES TO UDBAKKEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesUdbakke.txt"
                   DELIMITED BY SIZE INTO UDBAKKEFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb meldes tilbage til kalderen.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "HAENDELSESUDBAKKE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
