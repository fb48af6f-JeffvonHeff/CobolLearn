       IDENTIFICATION DIVISION.
       PROGRAM-ID. KLAGEREGISTER.
      *Klageregister med lovpligtige svarfrister. Klager der kom ind
      *pr. telefon eller brev endte som fritekst i KundeNoter.txt,
      *hvor ingen kunne taelle dem eller se hvilke der var over
      *fristen. Registret (KlageRegister.txt, KLAGE.CPY) har en
      *linje pr. klage med kunde, kategori, kanal, modtagelsesdato,
      *svarfrist, ansvarlig operatoer, status og udfald:
      *  O - opretter en klage. Svarfristen regnes i bankdage fra
      *      modtagelsesdatoen (KLAGE-SVARFRIST, standard 15 -
      *      betalingstjenestelovens frist, som bruges for alle
      *      kategorier); loerdage, soendage og helligdagene i
      *      KoerselKalender.txt (dagtype H) taeller ikke med
      *  A - viser de aabne klager med frist og dage tilbage
      *  F - flytter en aaben klage til en anden ansvarlig
      *  L - afslutter en klage med udfald (M medhold, D delvist,
      *      A afvist, T trukket tilbage)
      *  D - dagens fristliste (KlageFristListe.txt): aabne klager
      *      hvis frist er overskredet eller ligger inden for
      *      KLAGE-VARSEL-DAGE (standard 5) kalenderdage.
      *      Returkode 4 naar en frist er overskredet
      *  K - kvartalsrapporten til compliance-ansvarlig
      *      (KlageKvartal_<aaaa>K<k>.txt): pr. kategori modtagne,
      *      afsluttede fordelt paa udfald, afsluttede efter fristen
      *      og aabne ved kvartalets udgang. Kvartalet tastes som
      *      aaaak (fx 20263); blankt giver forrige kvartal
      *Funktionen kan ogsaa vaelges via KLAGE-FUNKTION i miljoeet
      *(D eller K, kvartalet da i KLAGE-KVARTAL), saa fristlisten og
      *kvartalsrapporten kan koeres som kalenderstyrede skridt.
      *Den ansvarlige skal vaere en aktiv operatoer i
      *OperatoerRegister.txt, naar registret findes. Kundens aabne
      *klager vises i KUNDEOPSLAG, og alle kundens klager indgaar
      *i INDSIGTSDOSSIER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLAGEFIL ASSIGN TO KLAGEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGEFIL-STATUS.
           SELECT KLAGENYFIL ASSIGN TO KLAGENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL OPFIL ASSIGN TO OPFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPFIL-STATUS.
           SELECT OPTIONAL KALENDERFIL ASSIGN TO KALENDERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KALENDERFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KLAGEFIL.
       01 KLAGE-RECORD.
           COPY "KLAGE.CPY".

       FD KLAGENYFIL.
       01 KLAGENY-RECORD          PIC X(122).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD OPFIL.
       01 OP-RECORD.
           COPY "OPERATOER.CPY".

      *Samme kalenderlayout som BATCHKOERSEL laeser - kun
      *DATO-linjerne bruges her.
       FD KALENDERFIL.
       01 KALENDER-RECORD.
           02 KALENDER-TYPE       PIC X(8).
           02 KALENDER-DATO       PIC 9(8).
           02 FILLER              PIC X(1).
           02 KALENDER-DAGTYPE    PIC X(1).
           02 FILLER              PIC X(33).

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KLAGEFIL-NAVN          PIC X(80)
           VALUE "KlageRegister.txt".
       01 KLAGENYFIL-NAVN        PIC X(80)
           VALUE "KlageRegisterNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 OPFIL-NAVN             PIC X(80)
           VALUE "OperatoerRegister.txt".
       01 KALENDERFIL-NAVN       PIC X(80)
           VALUE "KoerselKalender.txt".
       01 FRISTLISTE-NAVN        PIC X(80)
           VALUE "KlageFristListe.txt".
       01 RAPPORTFIL-NAVN        PIC X(80) VALUE SPACES.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KLAGEFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 OPFIL-STATUS           PIC X(2) VALUE "00".
       01 KALENDERFIL-STATUS     PIC X(2) VALUE "00".
       01 RAPPORTFIL-STATUS      PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MILJO-FUNKTION         PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELE REDEFINES KOERSEL-DATO.
           02 KOERSEL-AAR            PIC 9(4).
           02 KOERSEL-MAANED         PIC 9(2).
           02 KOERSEL-DAG            PIC 9(2).
       01 DAGSTAL-IDAG           PIC 9(8) VALUE 0.
       01 OPERATOER-ID           PIC X(8) VALUE SPACES.
       01 PARAM-TEKST            PIC X(20) VALUE SPACES.
       01 SVARFRIST-BANKDAGE     PIC 9(3) VALUE 15.
       01 VARSEL-DAGE            PIC 9(3) VALUE 5.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Indtastning.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KATEGORI           PIC X(3) VALUE SPACES.
       01 INP-KANAL              PIC X(1) VALUE SPACE.
       01 INP-DATO               PIC X(8) VALUE SPACES.
       01 INP-ANSVARLIG          PIC X(8) VALUE SPACES.
       01 INP-UDFALD             PIC X(1) VALUE SPACE.
       01 INP-RESUME             PIC X(60) VALUE SPACES.
       01 INP-TEKST              PIC X(10) VALUE SPACES.
       01 MODTAGET-DATO          PIC 9(8) VALUE 0.
       01 SOEGT-KLAGE-ID         PIC 9(6) VALUE 0.
       01 NAESTE-KLAGE-ID        PIC 9(6) VALUE 1.
       01 OPDATERING-ART         PIC X(1) VALUE SPACE.
           88 OPDATER-ANSVARLIG      VALUE "F".
           88 OPDATER-AFSLUT         VALUE "L".
       01 KLAGE-OPDATERET        PIC X VALUE "N".
           88 KLAGEN-ER-OPDATERET    VALUE "J".
       01 OPERATOER-STATUS       PIC X(1) VALUE SPACE.
           88 OPERATOER-OK           VALUE "J".
           88 OPERATOER-UKENDT       VALUE "U".
           88 OPERATOER-SPAERRET     VALUE "S".

      *Helligdage fra koersel-kalenderen.
       01 HELLIG-ANTAL           PIC 9(3) VALUE 0.
       01 HELLIG-TABEL.
           02 HELLIG-DATO OCCURS 400 TIMES PIC 9(8).
       01 HELLIG-IX              PIC 9(3).
       01 FRIST-DAGSTAL          PIC 9(8) VALUE 0.
       01 BANKDAGE-TALT          PIC 9(3) VALUE 0.
       01 UGEDAG-NR              PIC 9(1) VALUE 0.
       01 KANDIDAT-DATO          PIC 9(8) VALUE 0.
       01 ER-HELLIGDAG           PIC X VALUE "N".
       01 DAGE-TIL-FRIST         PIC S9(5) VALUE 0.
       01 DAGE-VIST              PIC -(4)9.
       01 FRIST-TEKST            PIC X(12) VALUE SPACES.

      *Fristlistens taellere.
       01 ANTAL-AABNE            PIC 9(5) VALUE 0.
       01 ANTAL-OVERSKREDET      PIC 9(5) VALUE 0.
       01 ANTAL-NAER-FRIST       PIC 9(5) VALUE 0.

      *Kvartalsrapporten. Kategorierne i samme raekkefoelge som
      *KLAGE.CPY; den niende raekke er totalen.
       01 KVARTAL-TEKST          PIC X(5) VALUE SPACES.
       01 KVARTAL-AAR            PIC 9(4) VALUE 0.
       01 KVARTAL-NR             PIC 9(1) VALUE 0.
       01 KVARTAL-FRA            PIC 9(8) VALUE 0.
       01 KVARTAL-TIL            PIC 9(8) VALUE 0.
       01 KVARTAL-START-MAANED   PIC 9(2) VALUE 0.
       01 KATEGORI-KODER         PIC X(24)
           VALUE "BETGEBKONSERKRERAADATAND".
       01 KATEGORI-KODE-TABEL REDEFINES KATEGORI-KODER.
           02 KATEGORI-KODE OCCURS 8 TIMES PIC X(3).
       01 KATEGORI-NAVNE.
           02 FILLER PIC X(24) VALUE "Betalinger/overfoersler".
           02 FILLER PIC X(24) VALUE "Gebyrer og renter".
           02 FILLER PIC X(24) VALUE "Konti og kort".
           02 FILLER PIC X(24) VALUE "Betjening og service".
           02 FILLER PIC X(24) VALUE "Laan og kredit".
           02 FILLER PIC X(24) VALUE "Raadgivning".
           02 FILLER PIC X(24) VALUE "Persondata".
           02 FILLER PIC X(24) VALUE "Andet".
           02 FILLER PIC X(24) VALUE "I ALT".
       01 KATEGORI-NAVN-TABEL REDEFINES KATEGORI-NAVNE.
           02 KATEGORI-NAVN OCCURS 9 TIMES PIC X(24).
       01 KAT-IX                 PIC 9(2) VALUE 0.
       01 SOEGE-IX               PIC 9(2) VALUE 0.
       01 KAT-TAELLERE.
           02 KAT-POST OCCURS 9 TIMES.
               03 KT-MODTAGET        PIC 9(5).
               03 KT-AFSLUTTET       PIC 9(5).
               03 KT-MEDHOLD         PIC 9(5).
               03 KT-DELVIST         PIC 9(5).
               03 KT-AFVIST          PIC 9(5).
               03 KT-TILBAGE         PIC 9(5).
               03 KT-FOR-SENT        PIC 9(5).
               03 KT-AABEN-ULTIMO    PIC 9(5).
       01 RAPPORT-RAEKKE.
           02 RR-NAVN                PIC X(25).
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-MODTAGET             PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-AFSLUTTET            PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-MEDHOLD              PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-DELVIST              PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-AFVIST               PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-TILBAGE              PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-FOR-SENT             PIC Z(6)9.
           02 FILLER                 PIC X(3) VALUE SPACES.
           02 RR-AABEN-ULTIMO         PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           ACCEPT OPERATOER-ID FROM ENVIRONMENT "OPERATOER"
           IF OPERATOER-ID = SPACES
               MOVE "UKENDT" TO OPERATOER-ID
           END-IF
           MOVE "KLAGE-SVARFRIST" TO PS-NAVN
           MOVE SVARFRIST-BANKDAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAM-TEKST
           IF PARAM-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(PARAM-TEKST)
                   TO SVARFRIST-BANKDAGE
           END-IF
           MOVE "KLAGE-VARSEL-DAGE" TO PS-NAVN
           MOVE VARSEL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAM-TEKST
           IF PARAM-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(PARAM-TEKST) TO VARSEL-DAGE
           END-IF
           PERFORM LAES-KALENDER
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT MILJO-FUNKTION FROM ENVIRONMENT "KLAGE-FUNKTION"
           IF MILJO-FUNKTION = "D" OR MILJO-FUNKTION = "K"
               ACCEPT KVARTAL-TEKST FROM ENVIRONMENT "KLAGE-KVARTAL"
               MOVE MILJO-FUNKTION TO VALG
               PERFORM UDFOER-VALG
               CLOSE KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               IF ANTAL-OVERSKREDET > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF KAPACITET-OVERSKREDET
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           MOVE SPACE TO VALG
           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Klageregister: O-opret A-aabne F-flyt "
                   "ansvarlig L-afslut"
               DISPLAY "               D-fristliste "
                   "K-kvartalsrapport X-afslut"
               ACCEPT VALG
               IF VALG = "K"
                   DISPLAY "Kvartal (aaaak, blank = forrige):"
                   ACCEPT KVARTAL-TEKST
               END-IF
               PERFORM UDFOER-VALG
           END-PERFORM
           CLOSE KUNDEFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       UDFOER-VALG.
           EVALUATE VALG
               WHEN "O" PERFORM OPRET-KLAGE
               WHEN "A" PERFORM VIS-AABNE-KLAGER
               WHEN "F" PERFORM FLYT-ANSVARLIG
               WHEN "L" PERFORM AFSLUT-KLAGE
               WHEN "D" PERFORM SKRIV-FRISTLISTE
               WHEN "K" PERFORM SKRIV-KVARTALSRAPPORT
               WHEN "X" CONTINUE
               WHEN OTHER DISPLAY "Ukendt valg"
           END-EVALUATE
           EXIT.

      *Klagen skal hoere til en kunde paa masteren; modtagelses-
      *datoen er i dag, eller den dato brevet kom, hvis klagen
      *registreres bagud.
       OPRET-KLAGE.
           DISPLAY "Kunde-id:"
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunde " INP-KUNDE-ID
                       " findes ikke"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Kategori (BET GEB KON SER KRE RAA DAT AND):"
           ACCEPT INP-KATEGORI
           MOVE FUNCTION UPPER-CASE(INP-KATEGORI) TO KL-KATEGORI
           IF NOT KL-KATEGORI-GYLDIG
               DISPLAY "FEJL: ukendt kategori " INP-KATEGORI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kanal (T-telefon B-brev E-mail F-filial):"
           ACCEPT INP-KANAL
           MOVE FUNCTION UPPER-CASE(INP-KANAL) TO KL-KANAL
           IF NOT KL-KANAL-GYLDIG
               DISPLAY "FEJL: ukendt kanal " INP-KANAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Modtaget dato (YYYYMMDD, blank = i dag):"
           ACCEPT INP-DATO
           IF INP-DATO = SPACES
               MOVE KOERSEL-DATO TO MODTAGET-DATO
           ELSE
               IF INP-DATO NOT NUMERIC
                   DISPLAY "FEJL: ugyldig dato " INP-DATO
                   EXIT PARAGRAPH
               END-IF
               MOVE INP-DATO TO MODTAGET-DATO
               IF FUNCTION TEST-DATE-YYYYMMDD(MODTAGET-DATO) NOT = 0
                       OR MODTAGET-DATO > KOERSEL-DATO
                   DISPLAY "FEJL: ugyldig dato " INP-DATO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Ansvarlig operatoer (blank = " OPERATOER-ID "):"
           ACCEPT INP-ANSVARLIG
           IF INP-ANSVARLIG = SPACES
               MOVE OPERATOER-ID TO INP-ANSVARLIG
           END-IF
           PERFORM TJEK-OPERATOER
           IF NOT OPERATOER-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kort resume af klagen:"
           ACCEPT INP-RESUME
           IF INP-RESUME = SPACES
               DISPLAY "FEJL: resume skal udfyldes"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NAESTE-KLAGE-ID
           MOVE MODTAGET-DATO TO KL-MODTAGET
           PERFORM BEREGN-FRIST
           MOVE NAESTE-KLAGE-ID TO KL-ID
           MOVE INP-KUNDE-ID TO KL-KUNDE-ID
           MOVE INP-ANSVARLIG TO KL-ANSVARLIG
           MOVE "A" TO KL-STATUS
           MOVE SPACE TO KL-UDFALD
           MOVE 0 TO KL-AFSLUTTET-DATO
           MOVE OPERATOER-ID TO KL-OPRETTET-AF
           MOVE INP-RESUME TO KL-RESUME
           OPEN EXTEND KLAGEFIL
           IF KLAGEFIL-STATUS NOT = "00"
               CLOSE KLAGEFIL
               OPEN OUTPUT KLAGEFIL
           END-IF
           WRITE KLAGE-RECORD
           CLOSE KLAGEFIL
           DISPLAY "Klage " KL-ID " oprettet - svarfrist " KL-FRIST
           EXIT.

      *Klage-id'et er hoejeste eksisterende id plus en, som
      *POSTERINGSTVIST's tvist-id. Kategori, kanal og modtagelses-
      *dato gemmes uden om recordomraadet mens registret laeses.
       FIND-NAESTE-KLAGE-ID.
           MOVE KL-KATEGORI TO INP-KATEGORI
           MOVE KL-KANAL TO INP-KANAL
           MOVE 1 TO NAESTE-KLAGE-ID
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ KLAGEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF KL-ID >= NAESTE-KLAGE-ID
                               COMPUTE NAESTE-KLAGE-ID = KL-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KLAGEFIL
           MOVE INP-KATEGORI TO KL-KATEGORI
           MOVE INP-KANAL TO KL-KANAL
           EXIT.

      *Fristen er den SVARFRIST-BANKDAGE'te bankdag efter
      *modtagelsen. Dagstal 1 (1. januar 1601) var en mandag, saa
      *(dagstal - 1) modulo 7 giver 0 for mandag og 5-6 for
      *weekenden.
       BEREGN-FRIST.
           MOVE FUNCTION INTEGER-OF-DATE(KL-MODTAGET)
               TO FRIST-DAGSTAL
           MOVE 0 TO BANKDAGE-TALT
           PERFORM UNTIL BANKDAGE-TALT >= SVARFRIST-BANKDAGE
               ADD 1 TO FRIST-DAGSTAL
               PERFORM TAEL-BANKDAG
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGSTAL) TO KL-FRIST
           EXIT.

       TAEL-BANKDAG.
           COMPUTE UGEDAG-NR = FUNCTION MOD(FRIST-DAGSTAL - 1, 7)
           IF UGEDAG-NR > 4
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGSTAL)
               TO KANDIDAT-DATO
           MOVE "N" TO ER-HELLIGDAG
           PERFORM VARYING HELLIG-IX FROM 1 BY 1
                   UNTIL HELLIG-IX > HELLIG-ANTAL
               IF HELLIG-DATO(HELLIG-IX) = KANDIDAT-DATO
                   MOVE "J" TO ER-HELLIGDAG
               END-IF
           END-PERFORM
           IF ER-HELLIGDAG = "N"
               ADD 1 TO BANKDAGE-TALT
           END-IF
           EXIT.

      *Den ansvarlige skal vaere en aktiv operatoer. Uden
      *operatoerregister (fx i et testkatalog) godtages id'et.
       TJEK-OPERATOER.
           MOVE "U" TO OPERATOER-STATUS
           MOVE "N" TO FIL-SLUT
           OPEN INPUT OPFIL
           IF OPFIL-STATUS NOT = "00"
               CLOSE OPFIL
               MOVE "J" TO OPERATOER-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ OPFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF OP-ID = INP-ANSVARLIG
                           IF OP-AKTIV
                               MOVE "J" TO OPERATOER-STATUS
                           ELSE
                               MOVE "S" TO OPERATOER-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPFIL
           EVALUATE TRUE
               WHEN OPERATOER-UKENDT
                   DISPLAY "FEJL: operatoer " INP-ANSVARLIG
                       " findes ikke i OperatoerRegister.txt"
               WHEN OPERATOER-SPAERRET
                   DISPLAY "FEJL: operatoer " INP-ANSVARLIG
                       " er spaerret"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       VIS-AABNE-KLAGER.
           MOVE 0 TO ANTAL-AABNE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS NOT = "00"
               CLOSE KLAGEFIL
               DISPLAY "Ingen klager i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ KLAGEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KL-AABEN
                           ADD 1 TO ANTAL-AABNE
                           PERFORM BEREGN-DAGE-TIL-FRIST
                           DISPLAY "KLAGE " KL-ID " " KL-KUNDE-ID " "
                               KL-KATEGORI " modtaget " KL-MODTAGET
                               " frist " KL-FRIST " " FRIST-TEKST
                               " ansvarlig " KL-ANSVARLIG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KLAGEFIL
           DISPLAY "Aabne klager: " ANTAL-AABNE
           EXIT.

       BEREGN-DAGE-TIL-FRIST.
           COMPUTE DAGE-TIL-FRIST =
               FUNCTION INTEGER-OF-DATE(KL-FRIST) - DAGSTAL-IDAG
           MOVE DAGE-TIL-FRIST TO DAGE-VIST
           IF DAGE-TIL-FRIST < 0
               MOVE "OVERSKREDET" TO FRIST-TEKST
           ELSE
               MOVE SPACES TO FRIST-TEKST
               STRING FUNCTION TRIM(DAGE-VIST) " dage"
                   DELIMITED BY SIZE INTO FRIST-TEKST
               END-STRING
           END-IF
           EXIT.

       FLYT-ANSVARLIG.
           DISPLAY "Klage-id:"
           ACCEPT INP-TEKST
           IF FUNCTION TEST-NUMVAL(INP-TEKST) NOT = 0
               DISPLAY "FEJL: klage-id er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-TEKST) TO SOEGT-KLAGE-ID
           DISPLAY "Ny ansvarlig operatoer:"
           ACCEPT INP-ANSVARLIG
           IF INP-ANSVARLIG = SPACES
               DISPLAY "FEJL: ansvarlig skal udfyldes"
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-OPERATOER
           IF NOT OPERATOER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO OPDATERING-ART
           PERFORM OPDATER-KLAGE
           IF KLAGEN-ER-OPDATERET
               DISPLAY "Klage " SOEGT-KLAGE-ID " flyttet til "
                   INP-ANSVARLIG
           END-IF
           EXIT.

       AFSLUT-KLAGE.
           DISPLAY "Klage-id:"
           ACCEPT INP-TEKST
           IF FUNCTION TEST-NUMVAL(INP-TEKST) NOT = 0
               DISPLAY "FEJL: klage-id er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-TEKST) TO SOEGT-KLAGE-ID
           DISPLAY "Udfald (M-medhold D-delvist A-afvist "
               "T-trukket tilbage):"
           ACCEPT INP-UDFALD
           MOVE FUNCTION UPPER-CASE(INP-UDFALD) TO INP-UDFALD
           IF INP-UDFALD NOT = "M" AND INP-UDFALD NOT = "D"
                   AND INP-UDFALD NOT = "A" AND INP-UDFALD NOT = "T"
               DISPLAY "FEJL: ukendt udfald " INP-UDFALD
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO OPDATERING-ART
           PERFORM OPDATER-KLAGE
           IF KLAGEN-ER-OPDATERET
               DISPLAY "Klage " SOEGT-KLAGE-ID " afsluttet"
           END-IF
           EXIT.

      *Registret genskrives med den aabne klage rettet - samme
      *midlertidig-fil-og-mv-teknik som POSTERINGSTVIST's LUK-TVIST.
       OPDATER-KLAGE.
           MOVE "N" TO KLAGE-OPDATERET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS NOT = "00"
               CLOSE KLAGEFIL
               DISPLAY "FEJL: intet klageregister"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KLAGENYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ KLAGEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KL-ID = SOEGT-KLAGE-ID AND KL-AABEN
                           IF OPDATER-ANSVARLIG
                               MOVE INP-ANSVARLIG TO KL-ANSVARLIG
                           ELSE
                               MOVE "L" TO KL-STATUS
                               MOVE INP-UDFALD TO KL-UDFALD
                               MOVE KOERSEL-DATO TO KL-AFSLUTTET-DATO
                           END-IF
                           MOVE "J" TO KLAGE-OPDATERET
                       END-IF
                       MOVE KLAGE-RECORD TO KLAGENY-RECORD
                       WRITE KLAGENY-RECORD
               END-READ
           END-PERFORM
           CLOSE KLAGEFIL
           CLOSE KLAGENYFIL
           IF KLAGEN-ER-OPDATERET
               MOVE SPACES TO MV-KOMMANDO
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(KLAGENYFIL-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(KLAGEFIL-NAVN)
                   DELIMITED BY SIZE INTO MV-KOMMANDO
               END-STRING
               CALL "SYSTEM" USING MV-KOMMANDO
           ELSE
               DISPLAY "FEJL: ingen aaben klage med id "
                   SOEGT-KLAGE-ID
           END-IF
           EXIT.

      *Dagens fristliste: overskredne frister foerst i teksten, saa
      *de kan findes med et blik; listen dannes forfra hver dag.
       SKRIV-FRISTLISTE.
           MOVE 0 TO ANTAL-AABNE ANTAL-OVERSKREDET ANTAL-NAER-FRIST
           MOVE FRISTLISTE-NAVN TO RAPPORTFIL-NAVN
           OPEN OUTPUT RAPPORTFIL
           IF RAPPORTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(RAPPORTFIL-NAVN)
                   " kan ikke oprettes - status " RAPPORTFIL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           STRING "KLAGER TAET PAA ELLER OVER SVARFRISTEN "
               KOERSEL-DATO " (varsel " VARSEL-DAGE " dage)"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ KLAGEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF KL-AABEN
                               PERFORM VURDER-FRIST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KLAGEFIL
           CLOSE RAPPORTFIL
           DISPLAY "================================================"
           DISPLAY "KLAGEREGISTER - fristliste " KOERSEL-DATO
           DISPLAY "================================================"
           DISPLAY "Aabne klager             : " ANTAL-AABNE
           DISPLAY "Frist overskredet        : " ANTAL-OVERSKREDET
           DISPLAY "Frist inden for varsel   : " ANTAL-NAER-FRIST
           DISPLAY "Fristliste               : "
               FUNCTION TRIM(RAPPORTFIL-NAVN)
           IF ANTAL-OVERSKREDET > 0
               DISPLAY "ADVARSEL: " ANTAL-OVERSKREDET
                   " klage(r) over svarfristen"
           END-IF
           EXIT.

       VURDER-FRIST.
           ADD 1 TO ANTAL-AABNE
           PERFORM BEREGN-DAGE-TIL-FRIST
           IF DAGE-TIL-FRIST < 0
               ADD 1 TO ANTAL-OVERSKREDET
           ELSE
               IF DAGE-TIL-FRIST > VARSEL-DAGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ANTAL-NAER-FRIST
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           STRING "KLAGE " KL-ID " " KL-KUNDE-ID " " KL-KATEGORI
               " MODTAGET=" KL-MODTAGET " FRIST=" KL-FRIST " "
               FRIST-TEKST " ANSVARLIG=" KL-ANSVARLIG " "
               KL-RESUME
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

      *Kvartalsrapporten taeller pr. kategori. En klage er aaben ved
      *kvartalets udgang, naar den er modtaget senest sidste dag og
      *ikke afsluttet inden da.
       SKRIV-KVARTALSRAPPORT.
           PERFORM BESTEM-KVARTAL
           IF KVARTAL-NR = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE KAT-TAELLERE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ KLAGEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           PERFORM TAEL-KLAGE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KLAGEFIL
           MOVE SPACES TO RAPPORTFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "KlageKvartal_" KVARTAL-AAR "K" KVARTAL-NR ".txt"
               DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
           END-STRING
           OPEN OUTPUT RAPPORTFIL
           IF RAPPORTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(RAPPORTFIL-NAVN)
                   " kan ikke oprettes - status " RAPPORTFIL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           STRING "KLAGEREGISTER - KVARTALSRAPPORT " KVARTAL-AAR "K"
               KVARTAL-NR " (" KVARTAL-FRA "-" KVARTAL-TIL
               ") - UDARBEJDET " KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "KATEGORI                   MODTAGET AFSLUTTET"
               TO RAPPORTLINJE
           MOVE "   MEDHOLD   DELVIST    AFVIST   TILBAGE"
               TO RAPPORTLINJE(46:)
           MOVE "  FOR SENT AABEN ULT" TO RAPPORTLINJE(86:)
           WRITE RAPPORTLINJE
           MOVE ALL "-" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 9
               IF KAT-IX = 9
                   MOVE ALL "-" TO RAPPORTLINJE
                   WRITE RAPPORTLINJE
               END-IF
               PERFORM SKRIV-KATEGORIRAEKKE
           END-PERFORM
           CLOSE RAPPORTFIL
           DISPLAY "================================================"
           DISPLAY "KLAGEREGISTER - kvartalsrapport " KVARTAL-AAR "K"
               KVARTAL-NR
           DISPLAY "================================================"
           DISPLAY "Modtaget i kvartalet     : " KT-MODTAGET(9)
           DISPLAY "Afsluttet i kvartalet    : " KT-AFSLUTTET(9)
           DISPLAY "Heraf efter svarfristen  : " KT-FOR-SENT(9)
           DISPLAY "Aabne ved kvartalsudgang : " KT-AABEN-ULTIMO(9)
           DISPLAY "Rapport                  : "
               FUNCTION TRIM(RAPPORTFIL-NAVN)
           EXIT.

      *Kvartalet tastes eller hentes fra miljoeet som aaaak; blankt
      *giver kvartalet foer det indevaerende.
       BESTEM-KVARTAL.
           MOVE 0 TO KVARTAL-NR
           IF KVARTAL-TEKST = SPACES
               MOVE KOERSEL-AAR TO KVARTAL-AAR
               COMPUTE KVARTAL-NR = (KOERSEL-MAANED + 2) / 3 - 1
               IF KVARTAL-NR = 0
                   SUBTRACT 1 FROM KVARTAL-AAR
                   MOVE 4 TO KVARTAL-NR
               END-IF
           ELSE
               IF KVARTAL-TEKST NOT NUMERIC
                       OR KVARTAL-TEKST(5:1) < "1"
                       OR KVARTAL-TEKST(5:1) > "4"
                   DISPLAY "FEJL: ugyldigt kvartal " KVARTAL-TEKST
                       " - angives som aaaak"
                   EXIT PARAGRAPH
               END-IF
               MOVE KVARTAL-TEKST(1:4) TO KVARTAL-AAR
               MOVE KVARTAL-TEKST(5:1) TO KVARTAL-NR
           END-IF
           COMPUTE KVARTAL-START-MAANED = KVARTAL-NR * 3 - 2
           COMPUTE KVARTAL-FRA = KVARTAL-AAR * 10000
               + KVARTAL-START-MAANED * 100 + 1
           IF KVARTAL-NR = 4
               COMPUTE KVARTAL-TIL = KVARTAL-AAR * 10000 + 1231
           ELSE
               COMPUTE KVARTAL-TIL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(KVARTAL-AAR * 10000
                       + (KVARTAL-START-MAANED + 3) * 100 + 1) - 1)
           END-IF
           EXIT.

       TAEL-KLAGE.
           MOVE 0 TO KAT-IX
           PERFORM VARYING SOEGE-IX FROM 1 BY 1 UNTIL SOEGE-IX > 8
               IF KATEGORI-KODE(SOEGE-IX) = KL-KATEGORI
                   MOVE SOEGE-IX TO KAT-IX
               END-IF
           END-PERFORM
           IF KAT-IX = 0
               MOVE 8 TO KAT-IX
           END-IF
           IF KL-MODTAGET >= KVARTAL-FRA AND KL-MODTAGET <= KVARTAL-TIL
               ADD 1 TO KT-MODTAGET(KAT-IX) KT-MODTAGET(9)
           END-IF
           IF KL-AFSLUTTET AND KL-AFSLUTTET-DATO >= KVARTAL-FRA
                   AND KL-AFSLUTTET-DATO <= KVARTAL-TIL
               ADD 1 TO KT-AFSLUTTET(KAT-IX) KT-AFSLUTTET(9)
               EVALUATE TRUE
                   WHEN KL-MEDHOLD
                       ADD 1 TO KT-MEDHOLD(KAT-IX) KT-MEDHOLD(9)
                   WHEN KL-DELVIST
                       ADD 1 TO KT-DELVIST(KAT-IX) KT-DELVIST(9)
                   WHEN KL-AFVIST
                       ADD 1 TO KT-AFVIST(KAT-IX) KT-AFVIST(9)
                   WHEN OTHER
                       ADD 1 TO KT-TILBAGE(KAT-IX) KT-TILBAGE(9)
               END-EVALUATE
               IF KL-AFSLUTTET-DATO > KL-FRIST
                   ADD 1 TO KT-FOR-SENT(KAT-IX) KT-FOR-SENT(9)
               END-IF
           END-IF
           IF KL-MODTAGET <= KVARTAL-TIL
               IF KL-AABEN OR KL-AFSLUTTET-DATO > KVARTAL-TIL
                   ADD 1 TO KT-AABEN-ULTIMO(KAT-IX)
                       KT-AABEN-ULTIMO(9)
               END-IF
           END-IF
           EXIT.

       SKRIV-KATEGORIRAEKKE.
           MOVE KATEGORI-NAVN(KAT-IX) TO RR-NAVN
           MOVE KT-MODTAGET(KAT-IX) TO RR-MODTAGET
           MOVE KT-AFSLUTTET(KAT-IX) TO RR-AFSLUTTET
           MOVE KT-MEDHOLD(KAT-IX) TO RR-MEDHOLD
           MOVE KT-DELVIST(KAT-IX) TO RR-DELVIST
           MOVE KT-AFVIST(KAT-IX) TO RR-AFVIST
           MOVE KT-TILBAGE(KAT-IX) TO RR-TILBAGE
           MOVE KT-FOR-SENT(KAT-IX) TO RR-FOR-SENT
           MOVE KT-AABEN-ULTIMO(KAT-IX) TO RR-AABEN-ULTIMO
           MOVE RAPPORT-RAEKKE TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           EXIT.

      *Helligdage og lukkedage (dagtype H) fra koersel-kalenderen.
      *Uden kalender taeller kun weekenden fra.
       LAES-KALENDER.
           MOVE 0 TO HELLIG-ANTAL
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KALENDERFIL
           IF KALENDERFIL-STATUS NOT = "00"
               CLOSE KALENDERFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ KALENDERFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KALENDER-TYPE = "DATO"
                               AND KALENDER-DAGTYPE = "H"
                               AND HELLIG-ANTAL < 400
                           ADD 1 TO HELLIG-ANTAL
                           MOVE KALENDER-DATO
                               TO HELLIG-DATO(HELLIG-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KALENDERFIL
           EXIT.

       HENT-PARAMETER.
           MOVE "KLAGEREGISTER" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *kundemasteren kun laeses.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "KLAGEREGISTER" TO LAAS-PROGRAM
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
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KLAGEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KlageRegister.txt"
                   DELIMITED BY SIZE INTO KLAGEFIL-NAVN
               END-STRING
               MOVE SPACES TO KLAGENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KlageRegisterNy.tmp"
                   DELIMITED BY SIZE INTO KLAGENYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO OPFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OperatoerRegister.txt"
                   DELIMITED BY SIZE INTO OPFIL-NAVN
               END-STRING
               MOVE SPACES TO KALENDERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KoerselKalender.txt"
                   DELIMITED BY SIZE INTO KALENDERFIL-NAVN
               END-STRING
               MOVE SPACES TO FRISTLISTE-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KlageFristListe.txt"
                   DELIMITED BY SIZE INTO FRISTLISTE-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.
