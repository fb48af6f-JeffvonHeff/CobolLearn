       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUKTKATALOG.
      *Opslag i produktkataloget (ProduktKatalog.txt) - kaldes af
      *KUNDEVEDLIGEHOLD ved kontooprettelse og binding, af
      *KONTOPOSTERING ved udbetalinger og af RENTETILSKRIV pr.
      *konto. Kataloget indlaeses ved foerste kald og holdes i
      *tabellen resten af koerslen, saa en posteringskoersel med
      *tusindvis af linjer ikke genlaeser filen pr. opslag.
      *En konto uden produktkode (records fra foer kataloget
      *fandtes) eller med en kode kataloget ikke kender faar
      *PK-RESULTAT "N", og kalderen anvender da de faelles regler.
      *Filen foelger DATASET-PRAEFIKS som de oevrige registre.
      *Har kataloget flere produkter end tabellen rummer, meldes det
      *tilbage i PK-OVERLOEB ved hvert kald, og tabellens fyldning
      *maales i TabelKapacitet.txt (TABELKAPACITET).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUKTFIL ASSIGN TO PRODUKTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUKTFIL.
       01 PRODUKT-RECORD.
           COPY "PRODUKT.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PRODUKT-OVERLOB        PIC X VALUE "N".
           88 PRODUKT-ER-OVERLOEBET  VALUE "J".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 PRODUKTFIL-NAVN        PIC X(80)
           VALUE "ProduktKatalog.txt".
       01 PRODUKTFIL-STATUS      PIC X(2) VALUE "00".
       01 PRODUKTFIL-SLUT        PIC X VALUE "N".
       01 KATALOG-INDLAEST       PIC X VALUE "N".
           88 KATALOG-ER-INDLAEST    VALUE "J".
       01 PRODUKT-ANTAL          PIC 9(3) VALUE 0.
       01 PRODUKT-TABEL.
           02 PRODUKT-POST OCCURS 100 TIMES.
               03 PT-RECORD          PIC X(70).
       01 PRODUKT-IX             PIC 9(3).
       01 PRODUKT-FUNDET-IX      PIC 9(3) VALUE 0.
       01 VALUTA-IX              PIC 9(1).

       LINKAGE SECTION.
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".

       PROCEDURE DIVISION USING PK-OMRAADE.
           IF NOT KATALOG-ER-INDLAEST
               PERFORM SAET-FILNAVNE
               PERFORM LAES-KATALOG
               MOVE "PRODUKT-TABEL" TO TK-TABEL
               MOVE PRODUKT-ANTAL TO TK-ANTAL
               MOVE 100 TO TK-KAPACITET
               MOVE PRODUKT-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               MOVE "J" TO KATALOG-INDLAEST
           END-IF
           MOVE "N" TO PK-OVERLOEB
           IF PRODUKT-ER-OVERLOEBET
               MOVE "J" TO PK-OVERLOEB
           END-IF
           IF PRODUKT-ANTAL > 0
               MOVE "J" TO PK-KATALOG-AKTIV
           ELSE
               MOVE "N" TO PK-KATALOG-AKTIV
           END-IF
           MOVE "N" TO PK-RESULTAT
           MOVE "N" TO PK-VALUTA-OK
           MOVE SPACES TO PK-NAVN
           MOVE "N" TO PK-EGNE-SATSER
           MOVE 0 TO PK-RENTESATS
           MOVE 0 TO PK-DEBETSATS
           MOVE 0 TO PK-GEBYR
           MOVE "J" TO PK-OVERTRAEK
           MOVE "J" TO PK-BINDING
           IF PK-KODE = SPACES
               GOBACK
           END-IF
           PERFORM FIND-PRODUKT
           IF PRODUKT-FUNDET-IX > 0
               PERFORM UDLEVER-PRODUKT
           END-IF
           GOBACK.

       FIND-PRODUKT.
           MOVE 0 TO PRODUKT-FUNDET-IX
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > PRODUKT-ANTAL
                   OR PRODUKT-FUNDET-IX > 0
               IF PT-RECORD(PRODUKT-IX)(1:4) = PK-KODE
                   MOVE PRODUKT-IX TO PRODUKT-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Reglerne leveres som de staar i kataloget; et ja/nej-felt
      *der ikke er "J" laeses som nej, saa en halvt udfyldt linje
      *aldrig giver flere rettigheder end den siger.
       UDLEVER-PRODUKT.
           MOVE PT-RECORD(PRODUKT-FUNDET-IX) TO PRODUKT-RECORD
           MOVE "J" TO PK-RESULTAT
           MOVE PROD-NAVN TO PK-NAVN
           MOVE "N" TO PK-EGNE-SATSER
           IF PROD-EGNE-SATSER = "J"
               MOVE "J" TO PK-EGNE-SATSER
               IF PROD-RENTESATS NUMERIC
                   MOVE PROD-RENTESATS TO PK-RENTESATS
               END-IF
               IF PROD-DEBETSATS NUMERIC
                   MOVE PROD-DEBETSATS TO PK-DEBETSATS
               END-IF
               IF PROD-GEBYR NUMERIC
                   MOVE PROD-GEBYR TO PK-GEBYR
               END-IF
           END-IF
           MOVE "N" TO PK-OVERTRAEK
           IF PROD-OVERTRAEK = "J"
               MOVE "J" TO PK-OVERTRAEK
           END-IF
           MOVE "N" TO PK-BINDING
           IF PROD-BINDING = "J"
               MOVE "J" TO PK-BINDING
           END-IF
           PERFORM VARYING VALUTA-IX FROM 1 BY 1 UNTIL VALUTA-IX > 5
               IF PROD-VALUTA(VALUTA-IX) NOT = SPACES
                       AND PROD-VALUTA(VALUTA-IX) = PK-VALUTA
                   MOVE "J" TO PK-VALUTA-OK
               END-IF
           END-PERFORM
           EXIT.

       LAES-KATALOG.
           MOVE 0 TO PRODUKT-ANTAL
           OPEN INPUT PRODUKTFIL
           IF PRODUKTFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PRODUKTFIL-SLUT
           PERFORM UNTIL PRODUKTFIL-SLUT = "J"
               READ PRODUKTFIL
                   AT END
                       MOVE "J" TO PRODUKTFIL-SLUT
                   NOT AT END
                       IF PROD-KODE NOT = SPACES
                           IF PRODUKT-ANTAL < 100
                               ADD 1 TO PRODUKT-ANTAL
                               MOVE PRODUKT-RECORD
                                   TO PT-RECORD(PRODUKT-ANTAL)
                           ELSE
                               DISPLAY "FEJL: ProduktKatalog.txt "
                                   "har over 100 produkter - "
                                   PROD-KODE " kan ikke slaas op"
                               MOVE "J" TO PRODUKT-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUKTFIL
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb meldes tilbage til kalderen.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "PRODUKTKATALOG" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO PRODUKTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ProduktKatalog.txt"
                   DELIMITED BY SIZE INTO PRODUKTFIL-NAVN
               END-STRING
           END-IF
           EXIT.
