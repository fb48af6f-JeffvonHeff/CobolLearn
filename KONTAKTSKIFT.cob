       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTAKTSKIFT.
      *Kontoovertagelses-reglen - kaldes af CLEARINGUD for hver
      *udgaaende ordre og af KONTOPOSTERING for TRF-debiteringer.
      *Det klassiske svindelmoenster er at aendre kundens adresse,
      *telefon eller e-mail og toemme kontoen en dag eller to
      *senere; derfor holdes en udgaaende betaling til et
      *bekraeftende opkald, naar:
      *  - kundens adresse (AdresseHistorik.txt) eller kontakt-
      *    oplysninger (KontaktHistorik.txt) er aendret inden for
      *    KONTAKTSKIFT-DAGE dage (parameterregistret, standard 5),
      *    og
      *  - beloebet omregnet til DKK overstiger KONTAKTSKIFT-GRAENSE
      *    (parameterregistret, hele kroner, standard 10000)
      *Omregningen bruger dagens kurser fra Valutakurser.txt oven
      *paa de samme standardkurser som VALUTAOMREGNING; en betaling
      *i en valuta uden kurs holdes altid, saa en manglende kurs
      *ikke aabner et hul i reglen.
      *Historikkerne indlaeses ved foerste kald (kun aendringer
      *inden for karensperioden) og holdes i tabellen resten af
      *koerslen, som PRODUKTKATALOG goer det. Filerne foelger
      *DATASET-PRAEFIKS som de oevrige registre. Rummer tabellen
      *ikke alle aendringerne, meldes det tilbage i KSK-OVERLOEB ved
      *hvert kald - de udeladte kunder ville ellers slippe igennem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADRHISTFIL ASSIGN TO ADRHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADRHISTFIL-STATUS.
           SELECT OPTIONAL KONHISTFIL ASSIGN TO KONHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONHISTFIL-STATUS.
           SELECT OPTIONAL VALUTAKURSFIL ASSIGN TO VALUTAKURSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAKURSFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADRHISTFIL.
       01 ADRHIST-RECORD.
           COPY "ADRESSEHIST.CPY".

       FD KONHISTFIL.
       01 KONHIST-RECORD.
           COPY "KONTAKTHIST.CPY".

      *Samme kurstabel-format som VALUTAOMREGNING laeser - kurs
      *angivet som DKK-vaerdien af en enhed af valutaen.
       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 ADRHISTFIL-NAVN        PIC X(80)
           VALUE "AdresseHistorik.txt".
       01 KONHISTFIL-NAVN        PIC X(80)
           VALUE "KontaktHistorik.txt".
       01 VALUTAKURSFIL-NAVN     PIC X(80)
           VALUE "Valutakurser.txt".
       01 ADRHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 KONHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 VALUTAKURSFIL-STATUS   PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 REGLER-INDLAEST        PIC X VALUE "N".
           88 REGLER-ER-INDLAEST     VALUE "J".
       01 KOERSEL-DATO           PIC 9(8).
       01 FRA-DATO               PIC 9(8).
       01 KARENS-DAGE            PIC 9(3) VALUE 5.
       01 GRAENSE-DKK            PIC 9(9)V9(2) VALUE 10000.
       01 PARAMETER-TEKST        PIC X(12) VALUE SPACES.

      *Aendringerne inden for karensperioden - en linje pr.
      *historikpost; opslaget tager den seneste for kunden.
       01 SKIFT-ANTAL            PIC 9(4) VALUE 0.
       01 SKIFT-OVERLOB          PIC X VALUE "N".
           88 SKIFT-ER-OVERLOEBET    VALUE "J".
       01 SKIFT-TABEL.
           02 SKIFT-POST OCCURS 2000 TIMES.
               03 SK-KUNDE-ID        PIC X(10).
               03 SK-DATO            PIC 9(8).
               03 SK-ART             PIC X(8).
               03 SK-KILDE           PIC X(20).
       01 SKIFT-IX               PIC 9(4).
       01 SKIFT-FUNDET-IX        PIC 9(4) VALUE 0.
       01 NY-ART                 PIC X(8).

       01 KURS-ANTAL             PIC 9(2) VALUE 0.
       01 KURS-TABEL.
           02 KURS-POST OCCURS 20 TIMES.
               03 KT-KODE            PIC X(3).
               03 KT-KURS            PIC 9(3)V9(6).
       01 KURS-IX                PIC 9(2).
       01 KURS-FUNDET            PIC 9(3)V9(6) VALUE 0.

       LINKAGE SECTION.
       01 KSK-OMRAADE.
           COPY "KONTAKTSKIFT.CPY".

       PROCEDURE DIVISION USING KSK-OMRAADE.
           IF NOT REGLER-ER-INDLAEST
               PERFORM SAET-FILNAVNE
               PERFORM SAET-PARAMETRE
               PERFORM SAET-STANDARDKURSER
               PERFORM LAES-VALUTAKURSER
               PERFORM LAES-ADRESSEHISTORIK
               PERFORM LAES-KONTAKTHISTORIK
               MOVE "SKIFT-TABEL" TO TK-TABEL
               MOVE SKIFT-ANTAL TO TK-ANTAL
               MOVE 2000 TO TK-KAPACITET
               MOVE SKIFT-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               IF SKIFT-ER-OVERLOEBET
                   DISPLAY "FEJL: over 2000 adresse-/kontakt"
                       "aendringer i karensperioden - reglen kan "
                       "ikke holdes"
               END-IF
               MOVE "J" TO REGLER-INDLAEST
           END-IF
           MOVE SKIFT-OVERLOB TO KSK-OVERLOEB
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KSK-OVERLOEB
           END-IF
           MOVE "N" TO KSK-RESULTAT
           MOVE SPACES TO KSK-SKIFT-ART KSK-SKIFT-KILDE
           MOVE 0 TO KSK-SKIFT-DATO
           MOVE 0 TO KSK-BELOEB-DKK
           MOVE KARENS-DAGE TO KSK-KARENS-DAGE
           MOVE GRAENSE-DKK TO KSK-GRAENSE-DKK
           PERFORM FIND-SKIFT
           IF SKIFT-FUNDET-IX = 0
               GOBACK
           END-IF
           MOVE SK-ART(SKIFT-FUNDET-IX) TO KSK-SKIFT-ART
           MOVE SK-DATO(SKIFT-FUNDET-IX) TO KSK-SKIFT-DATO
           MOVE SK-KILDE(SKIFT-FUNDET-IX) TO KSK-SKIFT-KILDE
           PERFORM OMREGN-TIL-DKK
           IF KURS-FUNDET = 0
               MOVE "J" TO KSK-RESULTAT
               GOBACK
           END-IF
           IF KSK-BELOEB-DKK > GRAENSE-DKK
               MOVE "J" TO KSK-RESULTAT
           END-IF
           GOBACK.

       FIND-SKIFT.
           MOVE 0 TO SKIFT-FUNDET-IX
           PERFORM VARYING SKIFT-IX FROM 1 BY 1
                   UNTIL SKIFT-IX > SKIFT-ANTAL
               IF SK-KUNDE-ID(SKIFT-IX) = KSK-KUNDE-ID
                   IF SKIFT-FUNDET-IX = 0
                       MOVE SKIFT-IX TO SKIFT-FUNDET-IX
                   ELSE
                       IF SK-DATO(SKIFT-IX) >
                               SK-DATO(SKIFT-FUNDET-IX)
                           MOVE SKIFT-IX TO SKIFT-FUNDET-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *Blank valuta er DKK. Beloebet er fortegnsbehaeftet hos
      *nogle kaldere; graensen holdes mod den numeriske vaerdi.
       OMREGN-TIL-DKK.
           MOVE 0 TO KURS-FUNDET
           IF KSK-VALUTA = SPACES OR KSK-VALUTA = "DKK"
               MOVE 1 TO KURS-FUNDET
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > KURS-ANTAL
                   IF KT-KODE(KURS-IX) = KSK-VALUTA
                       MOVE KT-KURS(KURS-IX) TO KURS-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE KSK-BELOEB-DKK ROUNDED =
               FUNCTION ABS(KSK-BELOEB) * KURS-FUNDET
           EXIT.

      *Karensperiode og beloebsgraense fra parameterregistret -
      *samme idiom
      *som CLEARINGIND's SUSPENSE-FRIST-DAGE; en ulaeselig vaerdi
      *efterlader standarden.
       SAET-PARAMETRE.
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE SPACES TO PARAMETER-TEKST
           MOVE "KONTAKTSKIFT-DAGE" TO PS-NAVN
           MOVE KARENS-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAMETER-TEKST
           IF PARAMETER-TEKST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARAMETER-TEKST) = 0
                   MOVE FUNCTION NUMVAL(PARAMETER-TEKST)
                       TO KARENS-DAGE
               END-IF
           END-IF
           MOVE SPACES TO PARAMETER-TEKST
           MOVE "KONTAKTSKIFT-GRAENSE" TO PS-NAVN
           MOVE GRAENSE-DKK TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAMETER-TEKST
           IF PARAMETER-TEKST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARAMETER-TEKST) = 0
                   MOVE FUNCTION NUMVAL(PARAMETER-TEKST)
                       TO GRAENSE-DKK
               END-IF
           END-IF
           COMPUTE FRA-DATO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO) - KARENS-DAGE)
           EXIT.

       SAET-STANDARDKURSER.
           MOVE 4 TO KURS-ANTAL
           MOVE "DKK" TO KT-KODE(1)
           MOVE 1.000000 TO KT-KURS(1)
           MOVE "EUR" TO KT-KODE(2)
           MOVE 7.460000 TO KT-KURS(2)
           MOVE "USD" TO KT-KODE(3)
           MOVE 6.900000 TO KT-KURS(3)
           MOVE "GBP" TO KT-KODE(4)
           MOVE 8.700000 TO KT-KURS(4)
           EXIT.

      *Dagens kurser overskriver standardkurserne, og valutaer
      *uden standardkurs laegges til tabellen.
       LAES-VALUTAKURSER.
           OPEN INPUT VALUTAKURSFIL
           IF VALUTAKURSFIL-STATUS NOT = "00"
               CLOSE VALUTAKURSFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ VALUTAKURSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM GEM-KURS
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSFIL
           EXIT.

       GEM-KURS.
           IF VALUTAKURS-KODE = SPACES
                   OR VALUTAKURS-KURS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   OR KT-KODE(KURS-IX) = VALUTAKURS-KODE
               CONTINUE
           END-PERFORM
           IF KURS-IX > KURS-ANTAL
               IF KURS-ANTAL >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KURS-ANTAL
               MOVE KURS-ANTAL TO KURS-IX
               MOVE VALUTAKURS-KODE TO KT-KODE(KURS-IX)
           END-IF
           MOVE VALUTAKURS-KURS TO KT-KURS(KURS-IX)
           EXIT.

       LAES-ADRESSEHISTORIK.
           OPEN INPUT ADRHISTFIL
           IF ADRHISTFIL-STATUS NOT = "00"
               CLOSE ADRHISTFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "ADRESSE" TO NY-ART
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ ADRHISTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF ADRH-DATO NUMERIC
                               AND ADRH-DATO NOT < FRA-DATO
                           PERFORM GEM-SKIFT-PLADS
                           IF SKIFT-IX > 0
                               MOVE ADRH-KUNDE-ID
                                   TO SK-KUNDE-ID(SKIFT-IX)
                               MOVE ADRH-DATO TO SK-DATO(SKIFT-IX)
                               MOVE ADRH-KILDE TO SK-KILDE(SKIFT-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADRHISTFIL
           EXIT.

       LAES-KONTAKTHISTORIK.
           OPEN INPUT KONHISTFIL
           IF KONHISTFIL-STATUS NOT = "00"
               CLOSE KONHISTFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "KONTAKT" TO NY-ART
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KONHISTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KONH-DATO NUMERIC
                               AND KONH-DATO NOT < FRA-DATO
                           PERFORM GEM-SKIFT-PLADS
                           IF SKIFT-IX > 0
                               MOVE KONH-KUNDE-ID
                                   TO SK-KUNDE-ID(SKIFT-IX)
                               MOVE KONH-DATO TO SK-DATO(SKIFT-IX)
                               MOVE KONH-KILDE TO SK-KILDE(SKIFT-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONHISTFIL
           EXIT.

      *Giver SKIFT-IX den naeste ledige plads (0 ved overloeb).
       GEM-SKIFT-PLADS.
           IF SKIFT-ANTAL >= 2000
               MOVE "J" TO SKIFT-OVERLOB
               MOVE 0 TO SKIFT-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SKIFT-ANTAL
           MOVE SKIFT-ANTAL TO SKIFT-IX
           MOVE NY-ART TO SK-ART(SKIFT-IX)
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "KONTAKTSKIFT" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO ADRHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AdresseHistorik.txt"
                   DELIMITED BY SIZE INTO ADRHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO KONHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontaktHistorik.txt"
                   DELIMITED BY SIZE INTO KONHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAKURSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Valutakurser.txt"
                   DELIMITED BY SIZE INTO VALUTAKURSFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb meldes tilbage til kalderen.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KONTAKTSKIFT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
