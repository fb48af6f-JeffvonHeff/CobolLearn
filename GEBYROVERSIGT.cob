       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEBYROVERSIGT.
      *Aarlig gebyroversigt efter betalingskontoreglerne - hver
      *kunde skal een gang om aaret have en oversigt over alle
      *gebyrer der er opkraevet og al rente der er betalt og
      *modtaget paa kundens konti. Koeres i januar for det
      *foregaaende aar (GEBYR-AAR i miljoeet kan angive et andet
      *aar). Pr. kunde og konto akkumuleres paa tvaers af aaret:
      *  - kontogebyret (GEBYR=) fra de tolv maanedsjournaler
      *    RentePostering_YYYYMM.txt, som AARSRENTERAPPORT laeser
      *  - rykkergebyrerne (TYPE=RGB) fra PosteringsJournal.txt,
      *    skrevet af RYKKERKOERSEL
      *  - debetrenten (negativ RENTE=) og kreditrenten (positiv
      *    RENTE=, det krediterede netto-beloeb) fra maaneds-
      *    journalerne
      *Oversigten leveres ad kontoudtogets kanaler: print-kunder i
      *print-stroemmen GebyrOversigt.txt (hver oversigt starter med
      *en GEBYROVERSIGT:-linje og kundens adresseblok),
      *elektroniske kunder i en spoolfil pr. modtager
      *(EGebyr_<kunde-id>.txt) med EMAIL som adresseringsmetadata.
      *En print-kunde med status post-retur og en kunde der ikke
      *findes i masteren faar ingen oversigt; de naevnes med
      *ADVARSEL. Kunder der er lukket i aarets loeb faar deres
      *oversigt som alle andre.
      *Kontrollisten (SYSOUT) viser maanedstotaler pr. beloebstype,
      *saa den kan afstemmes mod aarets rente-/gebyrjournaler, og
      *kontrollerer at oversigterne tilsammen giver journalernes
      *totaler.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNALFIL ASSIGN TO JOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT UDSKRIFTFIL ASSIGN TO UDSKRIFTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EGEBYRFIL ASSIGN TO EGEBYR-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFIL.
       01 JOURNAL-LINJE          PIC X(200).

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD UDSKRIFTFIL.
       01 UDSKRIFT-LINJE          PIC X(150).

      *Spoolfil pr. elektronisk modtager - oversigten plus en
      *EMAIL-metadatalinje, som EStatement-filerne.
       FD EGEBYRFIL.
       01 EGEBYR-LINJE            PIC X(150).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 UDSKRIFTFIL-NAVN       PIC X(80)
           VALUE "GebyrOversigt.txt".
       01 EGEBYR-NAVN            PIC X(80) VALUE SPACES.
       01 JOURNAL-NAVN           PIC X(40) VALUE SPACES.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 RAPPORT-AAR            PIC 9(4) VALUE 0.
       01 RAPPORT-AAR-TEKST      PIC X(4) VALUE SPACES.
       01 MAANED-IX              PIC 9(2).
       01 MAANED-TEKST           PIC 9(2).
       01 ANTAL-MDR-FUNDET       PIC 9(2) VALUE 0.
       01 OVERSIGT-KANAL         PIC X(1) VALUE SPACE.
           88 OVERSIGT-PRINT         VALUE "P".
           88 OVERSIGT-ELEKTRONISK   VALUE "E".

      *Rentejournalens dele - samme maerke-splitning og REDEFINES-
      *tilbagelaesning som AARSRENTERAPPORT/KUNDERENTABILITET.
       01 DEL-KUNDE-ID           PIC X(10).
       01 DEL-KONTO              PIC X(20).
       01 DEL-FOER               PIC X(12).
       01 DEL-RENTE              PIC X(14).
       01 DEL-GEBYR              PIC X(8).
       01 DEL-EFTER              PIC X(12).
       01 DEL-VALUTA             PIC X(6).
       01 DEL-DATO               PIC X(10).
       01 RENTE-TEKST            PIC X(11).
       01 RENTE-BELOEB REDEFINES RENTE-TEKST PIC S9(7)V9(4).
       01 GEBYR-TEKST            PIC X(5).
       01 GEBYR-BELOEB REDEFINES GEBYR-TEKST PIC S9(3)V9(2).
       01 RENTE-AFRUNDET         PIC S9(9)V9(2).

      *Posteringsjournalens dele for rykkergebyrerne - beloebet paa
      *en RGB-linje staar uden fortegn.
       01 PJ-KUNDE-ID            PIC X(10).
       01 PJ-KONTO               PIC X(20).
       01 PJ-TYPE                PIC X(4).
       01 PJ-MODPART             PIC X(10).
       01 PJ-VALOER-DEL          PIC X(80).
       01 PJ-DATO                PIC X(10).
       01 PJ-VALUTA              PIC X(6).
       01 PJ-BELOEB              PIC X(12).
       01 PJ-REST                PIC X(20).
       01 PJ-BELOEB-TEKST        PIC X(9).
       01 PJ-BELOEB-TAL REDEFINES PJ-BELOEB-TEKST PIC 9(7)V9(2).
       01 PJ-MAANED              PIC 9(2).

      *Akkumulering pr. kunde+konto - kapacitetsbegraenset som
      *AARSRENTERAPPORT's AKK-TABEL.
       01 AKK-ANTAL              PIC 9(4) VALUE 0.
       01 AKK-MAKS               PIC 9(4) VALUE 5000.
       01 AKK-OVERLOB            PIC X VALUE "N".
           88 AKK-ER-OVERLOEBET      VALUE "J".
       01 AKK-TABEL.
           02 AKK-POST OCCURS 5000 TIMES.
               03 AKK-KUNDE-ID      PIC X(10).
               03 AKK-KONTONUMMER   PIC X(20).
               03 AKK-VALUTA        PIC X(3).
               03 AKK-KONTOGEBYR    PIC S9(9)V9(2).
               03 AKK-RYKKERGEBYR   PIC S9(9)V9(2).
               03 AKK-DEBETRENTE    PIC S9(9)V9(2).
               03 AKK-KREDITRENTE   PIC S9(9)V9(2).
               03 AKK-SKREVET       PIC X(1).
       01 AKK-IX                 PIC 9(4).
       01 AKK-IX2                PIC 9(4).
       01 AKK-FUNDET-IX          PIC 9(4) VALUE 0.
       01 SOEG-KUNDE-ID          PIC X(10).
       01 SOEG-KONTO             PIC X(20).
       01 SOEG-VALUTA            PIC X(3).

      *Maanedstotaler til kontrollisten (originalvaluta, som
      *AARSRENTERAPPORT's kontrolliste).
       01 MD-TOTAL-TABEL.
           02 MD-TOTAL OCCURS 12 TIMES.
               03 MD-KONTOGEBYR     PIC S9(11)V9(2).
               03 MD-RYKKERGEBYR    PIC S9(11)V9(2).
               03 MD-DEBETRENTE     PIC S9(11)V9(2).
               03 MD-KREDITRENTE    PIC S9(11)V9(2).
       01 JOURNAL-TOTALER.
           02 JT-KONTOGEBYR       PIC S9(13)V9(2) VALUE 0.
           02 JT-RYKKERGEBYR      PIC S9(13)V9(2) VALUE 0.
           02 JT-DEBETRENTE       PIC S9(13)V9(2) VALUE 0.
           02 JT-KREDITRENTE      PIC S9(13)V9(2) VALUE 0.
       01 OVERSIGT-TOTALER.
           02 OT-KONTOGEBYR       PIC S9(13)V9(2) VALUE 0.
           02 OT-RYKKERGEBYR      PIC S9(13)V9(2) VALUE 0.
           02 OT-DEBETRENTE       PIC S9(13)V9(2) VALUE 0.
           02 OT-KREDITRENTE      PIC S9(13)V9(2) VALUE 0.
       01 IKKE-LEVERET-TOTALER.
           02 IL-KONTOGEBYR       PIC S9(13)V9(2) VALUE 0.
           02 IL-RYKKERGEBYR      PIC S9(13)V9(2) VALUE 0.
           02 IL-DEBETRENTE       PIC S9(13)V9(2) VALUE 0.
           02 IL-KREDITRENTE      PIC S9(13)V9(2) VALUE 0.

       01 ANTAL-PRINT            PIC 9(7) VALUE 0.
       01 ANTAL-ELEKTRONISK      PIC 9(7) VALUE 0.
       01 ANTAL-IKKE-LEVERET     PIC 9(7) VALUE 0.
       01 ANTAL-KONTI-SKREVET    PIC 9(7) VALUE 0.

      *Oversigtens linjer.
       01 OVERSIGT-LINJE         PIC X(150) VALUE SPACES.
       01 VIS-NAVN               PIC X(41) VALUE SPACES.
       01 VIS-ADRESSE            PIC X(70) VALUE SPACES.
       01 VIS-POSTNRBY           PIC X(25) VALUE SPACES.
       01 VIS-BELOEB             PIC -(9)9.99.
       01 VIS-TEKST              PIC X(30) VALUE SPACES.
       01 VIS-GEBYR-I-ALT        PIC S9(9)V9(2) VALUE 0.
       01 KONTROL-FORSKEL        PIC S9(13)V9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT RAPPORT-AAR-TEKST FROM ENVIRONMENT "GEBYR-AAR"
           IF RAPPORT-AAR-TEKST IS NUMERIC
               MOVE RAPPORT-AAR-TEKST TO RAPPORT-AAR
           ELSE
               COMPUTE RAPPORT-AAR = KOERSEL-DATO / 10000 - 1
               MOVE RAPPORT-AAR TO RAPPORT-AAR-TEKST
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM VARYING MAANED-IX FROM 1 BY 1
                   UNTIL MAANED-IX > 12
               MOVE 0 TO MD-KONTOGEBYR(MAANED-IX)
               MOVE 0 TO MD-RYKKERGEBYR(MAANED-IX)
               MOVE 0 TO MD-DEBETRENTE(MAANED-IX)
               MOVE 0 TO MD-KREDITRENTE(MAANED-IX)
               PERFORM LAES-MAANEDSJOURNAL
           END-PERFORM
           PERFORM LAES-RYKKERGEBYRER
           MOVE "AKK-TABEL" TO TK-TABEL
           MOVE AKK-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE AKK-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF ANTAL-MDR-FUNDET = 0 AND AKK-ANTAL = 0
               DISPLAY "FEJL: ingen rente-/gebyrjournaler fundet for "
                   RAPPORT-AAR
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
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
           OPEN OUTPUT UDSKRIFTFIL
           PERFORM VARYING AKK-IX FROM 1 BY 1
                   UNTIL AKK-IX > AKK-ANTAL
               IF AKK-SKREVET(AKK-IX) NOT = "J"
                   PERFORM SKRIV-KUNDEOVERSIGT
               END-IF
           END-PERFORM
           CLOSE UDSKRIFTFIL
           CLOSE KUNDEFIL
           PERFORM VIS-KONTROLLISTE
           PERFORM FRIGIV-KOERSELLAAS
           EVALUATE TRUE
               WHEN AKK-ER-OVERLOEBET
                   DISPLAY "FEJL: flere end 5000 kunde/konto-par"
                       " - oversigterne er ufuldstaendige"
                   MOVE 8 TO RETURN-CODE
               WHEN ANTAL-IKKE-LEVERET > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LAES-MAANEDSJOURNAL.
           MOVE MAANED-IX TO MAANED-TEKST
           MOVE SPACES TO JOURNAL-NAVN
           STRING "RentePostering_" RAPPORT-AAR MAANED-TEKST
               ".txt" DELIMITED BY SIZE INTO JOURNAL-NAVN
           END-STRING
           OPEN INPUT JOURNALFIL
           IF JOURNALFIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: " FUNCTION TRIM(JOURNAL-NAVN)
                   " findes ikke - maaneden er udeladt"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-MDR-FUNDET
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ JOURNALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF JOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-RENTEJOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALFIL
           EXIT.

      *Rentebeloebet baeres med fire decimaler i journalen og
      *afrundes til oere, som det blev krediteret/debiteret.
       OPSAML-RENTEJOURNAL.
           MOVE SPACES TO DEL-KUNDE-ID DEL-KONTO DEL-FOER DEL-RENTE
               DEL-GEBYR DEL-EFTER DEL-VALUTA DEL-DATO
           UNSTRING JOURNAL-LINJE
               DELIMITED BY " KONTO=" OR " FOER=" OR " RENTE="
                   OR " GEBYR=" OR " EFTER=" OR " VALUTA="
                   OR " DATO="
               INTO DEL-KUNDE-ID, DEL-KONTO, DEL-FOER, DEL-RENTE,
                   DEL-GEBYR, DEL-EFTER, DEL-VALUTA, DEL-DATO
           MOVE DEL-RENTE(1:11) TO RENTE-TEKST
           MOVE DEL-GEBYR(1:5) TO GEBYR-TEKST
           IF RENTE-BELOEB NOT NUMERIC OR GEBYR-BELOEB NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE RENTE-AFRUNDET ROUNDED = RENTE-BELOEB
           ADD GEBYR-BELOEB TO MD-KONTOGEBYR(MAANED-IX) JT-KONTOGEBYR
           IF RENTE-AFRUNDET < 0
               SUBTRACT RENTE-AFRUNDET
                   FROM MD-DEBETRENTE(MAANED-IX) JT-DEBETRENTE
           ELSE
               ADD RENTE-AFRUNDET
                   TO MD-KREDITRENTE(MAANED-IX) JT-KREDITRENTE
           END-IF
           MOVE DEL-KUNDE-ID TO SOEG-KUNDE-ID
           MOVE DEL-KONTO TO SOEG-KONTO
           MOVE DEL-VALUTA(1:3) TO SOEG-VALUTA
           PERFORM FIND-AKK-POST
           IF AKK-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD GEBYR-BELOEB TO AKK-KONTOGEBYR(AKK-FUNDET-IX)
           IF RENTE-AFRUNDET < 0
               SUBTRACT RENTE-AFRUNDET
                   FROM AKK-DEBETRENTE(AKK-FUNDET-IX)
           ELSE
               ADD RENTE-AFRUNDET TO AKK-KREDITRENTE(AKK-FUNDET-IX)
           END-IF
           EXIT.

      *Rykkergebyrerne staar i den delte posteringsjournal sammen
      *med alle andre bevaegelser - kun TYPE=RGB-linjer dateret i
      *rapportaaret tages med.
       LAES-RYKKERGEBYRER.
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               DISPLAY "ADVARSEL: PosteringsJournal.txt findes ikke"
                   " - rykkergebyrerne er udeladt"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ POSTJOURNALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF POSTJOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-RYKKERGEBYR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTJOURNALFIL
           EXIT.

       OPSAML-RYKKERGEBYR.
           MOVE SPACES TO PJ-KUNDE-ID PJ-KONTO PJ-TYPE PJ-MODPART
               PJ-VALOER-DEL PJ-DATO PJ-VALUTA PJ-BELOEB PJ-REST
           UNSTRING POSTJOURNAL-LINJE
               DELIMITED BY " KONTO=" OR " TYPE=" OR " MODPART="
                   OR " VALOER=" OR " DATO=" OR " VALUTA="
                   OR " BELOEB=" OR " OMREGNET="
               INTO PJ-KUNDE-ID, PJ-KONTO, PJ-TYPE, PJ-MODPART,
                   PJ-VALOER-DEL, PJ-DATO, PJ-VALUTA, PJ-BELOEB,
                   PJ-REST
           IF PJ-TYPE(1:3) NOT = "RGB"
                   OR PJ-DATO(1:4) NOT = RAPPORT-AAR-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-BELOEB(1:9) TO PJ-BELOEB-TEKST
           IF PJ-BELOEB-TEKST NOT NUMERIC
                   OR PJ-DATO(5:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-DATO(5:2) TO PJ-MAANED
           IF PJ-MAANED < 1 OR PJ-MAANED > 12
               EXIT PARAGRAPH
           END-IF
           ADD PJ-BELOEB-TAL TO MD-RYKKERGEBYR(PJ-MAANED)
               JT-RYKKERGEBYR
           MOVE PJ-KUNDE-ID TO SOEG-KUNDE-ID
           MOVE PJ-KONTO TO SOEG-KONTO
           MOVE PJ-VALUTA(1:3) TO SOEG-VALUTA
           PERFORM FIND-AKK-POST
           IF AKK-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD PJ-BELOEB-TAL TO AKK-RYKKERGEBYR(AKK-FUNDET-IX)
           EXIT.

      *Finder (eller opretter) kunde/konto-parret. Er tabellen
      *fuld, saettes overloebsmaerket og AKK-FUNDET-IX er nul.
       FIND-AKK-POST.
           MOVE 0 TO AKK-FUNDET-IX
           PERFORM VARYING AKK-IX FROM 1 BY 1
                   UNTIL AKK-IX > AKK-ANTAL OR AKK-FUNDET-IX > 0
               IF AKK-KUNDE-ID(AKK-IX) = SOEG-KUNDE-ID
                       AND AKK-KONTONUMMER(AKK-IX) = SOEG-KONTO
                   MOVE AKK-IX TO AKK-FUNDET-IX
               END-IF
           END-PERFORM
           IF AKK-FUNDET-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF AKK-ANTAL >= AKK-MAKS
               MOVE "J" TO AKK-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AKK-ANTAL
           MOVE AKK-ANTAL TO AKK-FUNDET-IX
           MOVE SOEG-KUNDE-ID TO AKK-KUNDE-ID(AKK-FUNDET-IX)
           MOVE SOEG-KONTO TO AKK-KONTONUMMER(AKK-FUNDET-IX)
           MOVE SOEG-VALUTA TO AKK-VALUTA(AKK-FUNDET-IX)
           MOVE 0 TO AKK-KONTOGEBYR(AKK-FUNDET-IX)
           MOVE 0 TO AKK-RYKKERGEBYR(AKK-FUNDET-IX)
           MOVE 0 TO AKK-DEBETRENTE(AKK-FUNDET-IX)
           MOVE 0 TO AKK-KREDITRENTE(AKK-FUNDET-IX)
           MOVE "N" TO AKK-SKREVET(AKK-FUNDET-IX)
           EXIT.

      *En oversigt pr. kunde med et afsnit pr. konto - kundens
      *konti samles fra hele tabellen, da en konto der foerst
      *optraeder sent paa aaret ligger bagest.
       SKRIV-KUNDEOVERSIGT.
           MOVE AKK-KUNDE-ID(AKK-IX) TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "ADVARSEL: ingen gebyroversigt til "
                       AKK-KUNDE-ID(AKK-IX)
                       " - kunden findes ikke i kundemasteren"
                   PERFORM MARKER-IKKE-LEVERET
                   EXIT PARAGRAPH
           END-READ
           IF LEVERING-ELEKTRONISK AND EMAIL NOT = SPACES
               MOVE "E" TO OVERSIGT-KANAL
           ELSE
               MOVE "P" TO OVERSIGT-KANAL
               IF KUNDE-POST-RETUR
                   DISPLAY "ADVARSEL: ingen gebyroversigt til "
                       AKK-KUNDE-ID(AKK-IX)
                       " - post retur, adressen er ubrugelig"
                   PERFORM MARKER-IKKE-LEVERET
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF OVERSIGT-ELEKTRONISK
               PERFORM AABN-EGEBYR
               ADD 1 TO ANTAL-ELEKTRONISK
           ELSE
               ADD 1 TO ANTAL-PRINT
           END-IF
           PERFORM SKRIV-ADRESSEBLOK
           PERFORM VARYING AKK-IX2 FROM AKK-IX BY 1
                   UNTIL AKK-IX2 > AKK-ANTAL
               IF AKK-KUNDE-ID(AKK-IX2) = AKK-KUNDE-ID(AKK-IX)
                   PERFORM SKRIV-KONTOAFSNIT
                   MOVE "J" TO AKK-SKREVET(AKK-IX2)
               END-IF
           END-PERFORM
           MOVE "Oversigten omfatter alle gebyrer og renter paa "
               TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           STRING "kontiene i perioden 01-01-" RAPPORT-AAR
               " til 31-12-" RAPPORT-AAR "."
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           IF OVERSIGT-ELEKTRONISK
               CLOSE EGEBYRFIL
           END-IF
           EXIT.

      *Kundens par markeres som behandlet, og beloebene taelles
      *som ikke leveret, saa kontrollisten stadig gaar op.
       MARKER-IKKE-LEVERET.
           ADD 1 TO ANTAL-IKKE-LEVERET
           PERFORM VARYING AKK-IX2 FROM AKK-IX BY 1
                   UNTIL AKK-IX2 > AKK-ANTAL
               IF AKK-KUNDE-ID(AKK-IX2) = AKK-KUNDE-ID(AKK-IX)
                   ADD AKK-KONTOGEBYR(AKK-IX2) TO IL-KONTOGEBYR
                   ADD AKK-RYKKERGEBYR(AKK-IX2) TO IL-RYKKERGEBYR
                   ADD AKK-DEBETRENTE(AKK-IX2) TO IL-DEBETRENTE
                   ADD AKK-KREDITRENTE(AKK-IX2) TO IL-KREDITRENTE
                   MOVE "J" TO AKK-SKREVET(AKK-IX2)
               END-IF
           END-PERFORM
           EXIT.

       AABN-EGEBYR.
           MOVE SPACES TO EGEBYR-NAVN
           IF DATASET-PRAEFIKS = SPACES
               STRING "EGebyr_" FUNCTION TRIM(KUNDE-ID) ".txt"
                   DELIMITED BY SIZE INTO EGEBYR-NAVN
               END-STRING
           ELSE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS) "EGebyr_"
                   FUNCTION TRIM(KUNDE-ID) ".txt"
                   DELIMITED BY SIZE INTO EGEBYR-NAVN
               END-STRING
           END-IF
           OPEN OUTPUT EGEBYRFIL
           MOVE SPACES TO EGEBYR-LINJE
           STRING "EMAIL: " EMAIL
               DELIMITED BY SIZE INTO EGEBYR-LINJE
           END-STRING
           WRITE EGEBYR-LINJE
           EXIT.

      *Hver oversigt indledes med en GEBYROVERSIGT:-linje (kunde og
      *aar), saa kuvertpakningen kan skille dem ad, og kundens
      *adresseblok og dagsdatoen - samme opstilling som brevene.
       SKRIV-ADRESSEBLOK.
           MOVE SPACES TO VIS-NAVN
           STRING FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               DELIMITED BY SIZE INTO VIS-NAVN
           END-STRING
           MOVE SPACES TO VIS-ADRESSE
           IF ETAGE = SPACES AND SIDE = SPACES
               STRING FUNCTION TRIM(VEJNAVN) " " FUNCTION TRIM(HUSNR)
                   DELIMITED BY SIZE INTO VIS-ADRESSE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(VEJNAVN) " " FUNCTION TRIM(HUSNR)
                   ", " FUNCTION TRIM(ETAGE) ". "
                   FUNCTION TRIM(SIDE)
                   DELIMITED BY SIZE INTO VIS-ADRESSE
               END-STRING
           END-IF
           MOVE SPACES TO VIS-POSTNRBY
           STRING POSTNR " " FUNCTION TRIM(BYNAVN)
               DELIMITED BY SIZE INTO VIS-POSTNRBY
           END-STRING
           MOVE SPACES TO OVERSIGT-LINJE
           STRING "GEBYROVERSIGT: " KUNDE-ID " " RAPPORT-AAR
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE VIS-NAVN TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE VIS-ADRESSE TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE VIS-POSTNRBY TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           STRING KOERSEL-DATO(7:2) "-" KOERSEL-DATO(5:2) "-"
               KOERSEL-DATO(1:4)
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           STRING "OVERSIGT OVER GEBYRER OG RENTER " RAPPORT-AAR
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           EXIT.

       SKRIV-KONTOAFSNIT.
           ADD 1 TO ANTAL-KONTI-SKREVET
           MOVE SPACES TO OVERSIGT-LINJE
           STRING "KONTO " FUNCTION TRIM(AKK-KONTONUMMER(AKK-IX2))
               " (" AKK-VALUTA(AKK-IX2) ")"
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           MOVE "  Kontogebyr" TO VIS-TEKST
           MOVE AKK-KONTOGEBYR(AKK-IX2) TO VIS-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
           MOVE "  Rykkergebyr" TO VIS-TEKST
           MOVE AKK-RYKKERGEBYR(AKK-IX2) TO VIS-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
           COMPUTE VIS-GEBYR-I-ALT = AKK-KONTOGEBYR(AKK-IX2)
               + AKK-RYKKERGEBYR(AKK-IX2)
           MOVE "  Gebyrer i alt" TO VIS-TEKST
           MOVE VIS-GEBYR-I-ALT TO VIS-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
           MOVE "  Debetrente betalt" TO VIS-TEKST
           MOVE AKK-DEBETRENTE(AKK-IX2) TO VIS-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
           MOVE "  Kreditrente modtaget" TO VIS-TEKST
           MOVE AKK-KREDITRENTE(AKK-IX2) TO VIS-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
           MOVE SPACES TO OVERSIGT-LINJE
           PERFORM SKRIV-OVERSIGTLINJE
           ADD AKK-KONTOGEBYR(AKK-IX2) TO OT-KONTOGEBYR
           ADD AKK-RYKKERGEBYR(AKK-IX2) TO OT-RYKKERGEBYR
           ADD AKK-DEBETRENTE(AKK-IX2) TO OT-DEBETRENTE
           ADD AKK-KREDITRENTE(AKK-IX2) TO OT-KREDITRENTE
           EXIT.

       SKRIV-BELOEBSLINJE.
           MOVE SPACES TO OVERSIGT-LINJE
           STRING VIS-TEKST " " VIS-BELOEB " " AKK-VALUTA(AKK-IX2)
               DELIMITED BY SIZE INTO OVERSIGT-LINJE
           END-STRING
           PERFORM SKRIV-OVERSIGTLINJE
           EXIT.

       SKRIV-OVERSIGTLINJE.
           IF OVERSIGT-ELEKTRONISK
               MOVE OVERSIGT-LINJE TO EGEBYR-LINJE
               WRITE EGEBYR-LINJE
           ELSE
               MOVE OVERSIGT-LINJE TO UDSKRIFT-LINJE
               WRITE UDSKRIFT-LINJE
           END-IF
           EXIT.

      *Journalernes totaler skal vaere lig oversigternes plus det
      *der ikke kunne leveres - ellers er en linje faldet ud
      *(typisk fordi tabellen er loebet fuld).
       VIS-KONTROLLISTE.
           DISPLAY "================================================"
           DISPLAY "GEBYROVERSIGT " RAPPORT-AAR " - kontrolliste"
           DISPLAY "================================================"
           PERFORM VARYING MAANED-IX FROM 1 BY 1
                   UNTIL MAANED-IX > 12
               DISPLAY "Maaned " MAANED-IX
                   ": GEBYR=" MD-KONTOGEBYR(MAANED-IX)
                   " RYKKER=" MD-RYKKERGEBYR(MAANED-IX)
                   " DEBETRENTE=" MD-DEBETRENTE(MAANED-IX)
                   " KREDITRENTE=" MD-KREDITRENTE(MAANED-IX)
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "Journaler (originalvaluta):"
           DISPLAY "  Kontogebyr    : " JT-KONTOGEBYR
           DISPLAY "  Rykkergebyr   : " JT-RYKKERGEBYR
           DISPLAY "  Debetrente    : " JT-DEBETRENTE
           DISPLAY "  Kreditrente   : " JT-KREDITRENTE
           DISPLAY "Leverede oversigter:"
           DISPLAY "  Kontogebyr    : " OT-KONTOGEBYR
           DISPLAY "  Rykkergebyr   : " OT-RYKKERGEBYR
           DISPLAY "  Debetrente    : " OT-DEBETRENTE
           DISPLAY "  Kreditrente   : " OT-KREDITRENTE
           DISPLAY "Ikke leveret:"
           DISPLAY "  Kontogebyr    : " IL-KONTOGEBYR
           DISPLAY "  Rykkergebyr   : " IL-RYKKERGEBYR
           DISPLAY "  Debetrente    : " IL-DEBETRENTE
           DISPLAY "  Kreditrente   : " IL-KREDITRENTE
           DISPLAY "------------------------------------------------"
           DISPLAY "Maanedsjournaler fundet   : " ANTAL-MDR-FUNDET
           DISPLAY "Konti paa oversigterne    : " ANTAL-KONTI-SKREVET
           DISPLAY "Oversigter til print      : " ANTAL-PRINT
           DISPLAY "Oversigter elektronisk    : " ANTAL-ELEKTRONISK
           DISPLAY "Kunder uden oversigt      : " ANTAL-IKKE-LEVERET
           COMPUTE KONTROL-FORSKEL =
               JT-KONTOGEBYR + JT-RYKKERGEBYR
               + JT-DEBETRENTE + JT-KREDITRENTE
               - OT-KONTOGEBYR - OT-RYKKERGEBYR
               - OT-DEBETRENTE - OT-KREDITRENTE
               - IL-KONTOGEBYR - IL-RYKKERGEBYR
               - IL-DEBETRENTE - IL-KREDITRENTE
           IF KONTROL-FORSKEL = 0
               DISPLAY "Afstemning mod journalerne: OK"
           ELSE
               DISPLAY "Afstemning mod journalerne: DIFFERENCE "
                   KONTROL-FORSKEL
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *oversigten kun laeser.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "GEBYROVERSIGT" TO LAAS-PROGRAM
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
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO UDSKRIFTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GebyrOversigt.txt"
                   DELIMITED BY SIZE INTO UDSKRIFTFIL-NAVN
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
           MOVE "GEBYROVERSIGT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
