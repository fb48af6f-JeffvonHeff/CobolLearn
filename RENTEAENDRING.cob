       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEAENDRING.
      *Register over planlagte rente- og gebyraendringer med varsling
      *af kunderne. En aendring til kundens ulempe maa foerst
      *anvendes, naar kunden har faaet varsel og varselsfristen er
      *udloebet; hidtil blev en ny Rentesatser.txt blot anvendt ved
      *naeste koersel. Registret (RenteAendringer.txt,
      *RENTEAENDRING.CPY) har en linje pr. aendring:
      *  O - opretter en aendring for en valuta (blankt produkt =
      *      valutaens satser i Rentesatser.txt) eller et produkt
      *      med egne satser i ProduktKatalog.txt: satsart (K
      *      kreditrente, D debetrente, G gebyr), ny sats og
      *      ikrafttraedelsesdato. Den nuvaerende sats hentes fra
      *      RentesatserForrige.txt eller produktkataloget, naar den
      *      ikke tastes, og aendringen markeres ugunstig, naar
      *      kreditrenten falder eller debetrente/gebyr stiger.
      *      Satsart 1-3 aendrer et af valutaens saldotrin: trinnets
      *      nuvaerende sats og graense hentes fra RentesatserForrige
      *      .txt, og ny sats og ny oevre graense tastes (graense 0
      *      = trinnet udgaar). En lavere trinsats eller en flyttet
      *      graense er ugunstig, da den kan stille kunder ringere
      *  A - viser registret med varslingsdato og den foerste dato
      *      en ugunstig aendring maa anvendes
      *  V - bestiller varselsbreve (skabelon RENTEVAR via
      *      BREVBESTILLING) til alle ikke-slettede kunder med en
      *      beroert konto for hver planlagt aendring og stempler
      *      aendringen varslet. En valutaaendring beroerer kontiene
      *      i valutaen undtagen dem hvis produkt har egne satser;
      *      en produktaendring beroerer produktets konti i valutaen.
      *      Brevets {DATO} er ikrafttraedelsesdatoen, {TEKST}
      *      beskriver aendringen, og referencen er aendringens id,
      *      saa en gentaget koersel ikke giver kunden to breve
      *  N - annullerer en aendring (den anvendes saa aldrig)
      *Varselsfristen er RENTE-VARSEL-DAGE (standard 60) kalender-
      *dage fra varslingen. Ligger ikrafttraedelsen foer fristen
      *udloeber, advares der, og RENTETILSKRIV holder den gamle
      *sats til fristen er udloebet. V kan ogsaa vaelges via
      *RENTEAENDRING-FUNKTION i miljoeet, saa varslingen kan koere
      *som kalenderstyret skridt; returkode 4 naar en ugunstig
      *aendring ikke kan naa sin ikrafttraedelsesdato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RAFIL ASSIGN TO RAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFIL-STATUS.
           SELECT RANYFIL ASSIGN TO RANYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL FORRIGESATSFIL
               ASSIGN TO FORRIGESATSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGESATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RAFIL.
       01 RA-RECORD.
           COPY "RENTEAENDRING.CPY".

       FD RANYFIL.
       01 RANY-RECORD             PIC X(126).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

      *Senest godkendte satsleverance - samme layout som
      *Rentesatser.txt, skrevet af RENTETILSKRIV. Trinene er de
      *nuvaerende saldotrin.
       FD FORRIGESATSFIL.
       01 FORRIGESATS-RECORD.
           02 FORRIGE-VALUTA       PIC X(3).
           02 FORRIGE-SATS         PIC V9(4).
           02 FORRIGE-GEBYR        PIC 9(3)V9(2).
           02 FORRIGE-DEBET        PIC V9(4).
           02 FORRIGE-DATO         PIC 9(8).
           02 FORRIGE-TRIN OCCURS 3 TIMES.
               03 FORRIGE-TRIN-GRAENSE PIC 9(9).
               03 FORRIGE-TRIN-SATS    PIC V9(4).

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 RAFIL-NAVN             PIC X(80)
           VALUE "RenteAendringer.txt".
       01 RANYFIL-NAVN           PIC X(80)
           VALUE "RenteAendringerNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 FORRIGESATSFIL-NAVN    PIC X(80)
           VALUE "RentesatserForrige.txt".
       01 RAFIL-STATUS           PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 FORRIGESATS-STATUS     PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KUNDEFIL-SLUT          PIC X VALUE "N".
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MILJO-FUNKTION         PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 DAGSTAL-IDAG           PIC 9(8) VALUE 0.
       01 OPERATOER-ID           PIC X(8) VALUE SPACES.
       01 PARAM-TEKST            PIC X(20) VALUE SPACES.
       01 VARSEL-DAGE            PIC 9(3) VALUE 60.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Indtastning.
       01 INP-VALUTA             PIC X(3) VALUE SPACES.
       01 INP-PRODUKT            PIC X(4) VALUE SPACES.
       01 INP-SATSART            PIC X(1) VALUE SPACE.
           88 INP-TRINSATS           VALUES "1" THRU "3".
       01 INP-SATS               PIC X(12) VALUE SPACES.
       01 INP-DATO               PIC X(8) VALUE SPACES.
       01 INP-BESKRIVELSE        PIC X(40) VALUE SPACES.
       01 INP-TEKST              PIC X(10) VALUE SPACES.
       01 NY-GAMMEL              PIC 9(3)V9(4) VALUE 0.
       01 NY-NY                  PIC 9(3)V9(4) VALUE 0.
       01 NY-GAMMEL-GRAENSE      PIC 9(9) VALUE 0.
       01 NY-NY-GRAENSE          PIC 9(9) VALUE 0.
       01 TRIN-NR                PIC 9(1) VALUE 0.
       01 TRIN-FEJL              PIC X VALUE "N".
           88 TRIN-AFVIST            VALUE "J".
       01 NY-IKRAFT              PIC 9(8) VALUE 0.
       01 NY-UGUNSTIG            PIC X(1) VALUE "N".
       01 SOEGT-ID               PIC 9(6) VALUE 0.
       01 NAESTE-ID              PIC 9(6) VALUE 1.
       01 SATS-FUNDET            PIC X VALUE "N".
           88 NUVAERENDE-SATS-FUNDET VALUE "J".
       01 VALUTA-FUNDET          PIC X VALUE "N".
           88 VALUTA-ER-GYLDIG       VALUE "J".
       01 AENDRING-OPDATERET     PIC X VALUE "N".
           88 AENDRINGEN-ER-OPDATERET VALUE "J".

      *Varselsfristen.
       01 TIDLIGST-DATO          PIC 9(8) VALUE 0.
       01 FRIST-DAGSTAL          PIC 9(8) VALUE 0.
       01 ANTAL-FOR-SENT         PIC 9(5) VALUE 0.

      *Visning af satserne som procent pr. maaned.
       01 VIS-PCT                PIC 9(5)V9(4) VALUE 0.
       01 VIS-SATS-ED            PIC ZZ9.9999.
       01 VIS-GEBYR-ED           PIC ZZ9.99.
       01 VIS-GAMMEL             PIC X(8) VALUE SPACES.
       01 VIS-NY                 PIC X(8) VALUE SPACES.
       01 VIS-GRAENSE-ED         PIC Z(8)9.
       01 VIS-GAMMEL-GRAENSE     PIC X(9) VALUE SPACES.
       01 VIS-NY-GRAENSE         PIC X(9) VALUE SPACES.
       01 SATSART-TEKST          PIC X(14) VALUE SPACES.
       01 AENDRING-TEKST         PIC X(80) VALUE SPACES.
       01 TEKST-PTR              PIC 9(3) VALUE 1.
       01 STATUS-TEKST           PIC X(10) VALUE SPACES.

      *Planlagte aendringer der varsles i denne koersel.
       01 VARSEL-ANTAL           PIC 9(2) VALUE 0.
       01 VARSEL-TABEL.
           02 VARSEL-POST OCCURS 50 TIMES.
               03 VT-ID              PIC 9(6).
               03 VT-VALUTA          PIC X(3).
               03 VT-PRODUKT         PIC X(4).
               03 VT-SATSART         PIC X(1).
               03 VT-GAMMEL          PIC 9(3)V9(4).
               03 VT-NY              PIC 9(3)V9(4).
               03 VT-GAMMEL-GRAENSE  PIC 9(9).
               03 VT-NY-GRAENSE      PIC 9(9).
               03 VT-IKRAFT          PIC 9(8).
               03 VT-BREVE           PIC 9(6).
       01 VT-IX                  PIC 9(2) VALUE 0.
       01 KONTO-IX               PIC 9(3) VALUE 0.
       01 BEROERT-KONTO-IX       PIC 9(3) VALUE 0.
       01 ANTAL-KUNDER-LAEST     PIC 9(7) VALUE 0.
       01 ANTAL-BREVE-I-ALT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           ACCEPT OPERATOER-ID FROM ENVIRONMENT "OPERATOER"
           IF OPERATOER-ID = SPACES
               MOVE "UKENDT" TO OPERATOER-ID
           END-IF
           MOVE "RENTE-VARSEL-DAGE" TO PS-NAVN
           MOVE VARSEL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAM-TEKST
           IF PARAM-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(PARAM-TEKST) TO VARSEL-DAGE
           END-IF
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT MILJO-FUNKTION
               FROM ENVIRONMENT "RENTEAENDRING-FUNKTION"
           IF MILJO-FUNKTION = "V" OR MILJO-FUNKTION = "A"
               MOVE MILJO-FUNKTION TO VALG
               PERFORM UDFOER-VALG
               CLOSE KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               IF ANTAL-FOR-SENT > 0
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
               DISPLAY "Renteaendringer: O-opret A-vis V-send "
                   "varsler N-annuller X-afslut"
               ACCEPT VALG
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
               WHEN "O" PERFORM OPRET-AENDRING
               WHEN "A" PERFORM VIS-AENDRINGER
               WHEN "V" PERFORM SEND-VARSLER
               WHEN "N" PERFORM ANNULLER-AENDRING
               WHEN "X" CONTINUE
               WHEN OTHER DISPLAY "Ukendt valg"
           END-EVALUATE
           EXIT.

      *Valutaen skal vaere aktiv i valutaregistret, og et produkt
      *skal findes i kataloget med egne satser i valutaen - et
      *produkt der foelger valutaen aendres via valutaens linje.
       OPRET-AENDRING.
           DISPLAY "Valuta:"
           ACCEPT INP-VALUTA
           MOVE FUNCTION UPPER-CASE(INP-VALUTA) TO INP-VALUTA
           PERFORM TJEK-VALUTA
           IF NOT VALUTA-ER-GYLDIG
               DISPLAY "FEJL: " INP-VALUTA " er ikke en aktiv valuta"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Produkt (blank = valutaens satser):"
           ACCEPT INP-PRODUKT
           MOVE FUNCTION UPPER-CASE(INP-PRODUKT) TO INP-PRODUKT
           IF INP-PRODUKT NOT = SPACES
               MOVE INP-PRODUKT TO PK-KODE
               MOVE INP-VALUTA TO PK-VALUTA
               CALL "PRODUKTKATALOG" USING PK-OMRAADE
               IF PK-KATALOG-OVERLOEBET
                   MOVE "J" TO KAPACITET-OVERLOB
               END-IF
               IF NOT PK-FUNDET OR NOT PK-VALUTA-TILLADT
                   DISPLAY "FEJL: produkt " INP-PRODUKT
                       " findes ikke i kataloget for " INP-VALUTA
                   EXIT PARAGRAPH
               END-IF
               IF NOT PK-HAR-EGNE-SATSER
                   DISPLAY "FEJL: produkt " INP-PRODUKT
                       " foelger valutaens satser"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Satsart (K-kreditrente D-debetrente G-gebyr "
               "1-3 saldotrin):"
           ACCEPT INP-SATSART
           MOVE FUNCTION UPPER-CASE(INP-SATSART) TO RA-SATSART
           IF NOT RA-SATSART-GYLDIG
               DISPLAY "FEJL: ukendt satsart " INP-SATSART
               EXIT PARAGRAPH
           END-IF
           MOVE RA-SATSART TO INP-SATSART
           IF INP-TRINSATS AND INP-PRODUKT NOT = SPACES
               DISPLAY "FEJL: saldotrin findes kun paa valutaens "
                   "satser"
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-NUVAERENDE-SATS
           IF INP-TRINSATS AND NOT NUVAERENDE-SATS-FUNDET
               DISPLAY "FEJL: ingen godkendt leverance for "
                   INP-VALUTA " - saldotrinene kan ikke aendres"
               EXIT PARAGRAPH
           END-IF
           IF NUVAERENDE-SATS-FUNDET
               PERFORM FORMATER-SATSER
               DISPLAY "Nuvaerende sats " VIS-GAMMEL
                   " (blank = behold):"
           ELSE
               DISPLAY "Nuvaerende sats (maanedlig broek, fx 0.0005;"
                   " gebyr i valutaen):"
           END-IF
           ACCEPT INP-SATS
           IF INP-SATS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(INP-SATS) NOT = 0
                   DISPLAY "FEJL: ugyldig sats " INP-SATS
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-SATS) TO NY-GAMMEL
           ELSE
               IF NOT NUVAERENDE-SATS-FUNDET
                   DISPLAY "FEJL: nuvaerende sats skal udfyldes"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Ny sats:"
           ACCEPT INP-SATS
           IF INP-SATS = SPACES
                   OR FUNCTION TEST-NUMVAL(INP-SATS) NOT = 0
               DISPLAY "FEJL: ugyldig sats " INP-SATS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-SATS) TO NY-NY
           IF INP-TRINSATS
               PERFORM TAST-TRIN-GRAENSE
               IF TRIN-AFVIST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NY-NY = NY-GAMMEL AND NY-NY-GRAENSE = NY-GAMMEL-GRAENSE
               DISPLAY "FEJL: ny sats er lig den nuvaerende"
               EXIT PARAGRAPH
           END-IF
           IF INP-SATSART NOT = "G" AND NY-NY NOT < 1
               DISPLAY "FEJL: en rentesats angives som maanedlig "
                   "broek (under 1)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ikrafttraedelsesdato (YYYYMMDD):"
           ACCEPT INP-DATO
           IF INP-DATO NOT NUMERIC
               DISPLAY "FEJL: ugyldig dato " INP-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE INP-DATO TO NY-IKRAFT
           IF FUNCTION TEST-DATE-YYYYMMDD(NY-IKRAFT) NOT = 0
                   OR NY-IKRAFT < KOERSEL-DATO
               DISPLAY "FEJL: ugyldig dato " INP-DATO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kort beskrivelse:"
           ACCEPT INP-BESKRIVELSE
           MOVE "N" TO NY-UGUNSTIG
           EVALUATE INP-SATSART
               WHEN "K"
                   IF NY-NY < NY-GAMMEL
                       MOVE "J" TO NY-UGUNSTIG
                   END-IF
               WHEN "1" THRU "3"
                   IF NY-NY < NY-GAMMEL
                           OR NY-NY-GRAENSE NOT = NY-GAMMEL-GRAENSE
                       MOVE "J" TO NY-UGUNSTIG
                   END-IF
               WHEN OTHER
                   IF NY-NY > NY-GAMMEL
                       MOVE "J" TO NY-UGUNSTIG
                   END-IF
           END-EVALUATE
           PERFORM FIND-NAESTE-ID
           MOVE NAESTE-ID TO RA-ID
           MOVE INP-VALUTA TO RA-VALUTA
           MOVE INP-PRODUKT TO RA-PRODUKT
           MOVE INP-SATSART TO RA-SATSART
           MOVE NY-GAMMEL TO RA-GAMMEL
           MOVE NY-NY TO RA-NY
           MOVE NY-IKRAFT TO RA-IKRAFT
           MOVE NY-UGUNSTIG TO RA-UGUNSTIG
           MOVE 0 TO RA-VARSLET
           MOVE 0 TO RA-ANTAL-BREVE
           MOVE "P" TO RA-STATUS
           MOVE OPERATOER-ID TO RA-OPRETTET-AF
           MOVE KOERSEL-DATO TO RA-OPRETTET-DATO
           MOVE INP-BESKRIVELSE TO RA-BESKRIVELSE
           MOVE NY-GAMMEL-GRAENSE TO RA-GAMMEL-GRAENSE
           MOVE NY-NY-GRAENSE TO RA-NY-GRAENSE
           OPEN EXTEND RAFIL
           IF RAFIL-STATUS NOT = "00"
               CLOSE RAFIL
               OPEN OUTPUT RAFIL
           END-IF
           WRITE RA-RECORD
           CLOSE RAFIL
           DISPLAY "Aendring " RA-ID " oprettet - ikraft " RA-IKRAFT
           IF RA-ER-UGUNSTIG
               COMPUTE FRIST-DAGSTAL = DAGSTAL-IDAG + VARSEL-DAGE
               MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGSTAL)
                   TO TIDLIGST-DATO
               DISPLAY "Aendringen er til kundens ulempe og skal "
                   "varsles " VARSEL-DAGE " dage foer - varsles "
                   "den i dag, kan den anvendes fra " TIDLIGST-DATO
           END-IF
           EXIT.

      *Et saldotrins nye oevre graense - blank beholder den
      *nuvaerende, 0 lader trinnet udgaa (saa er den nye sats 0).
       TAST-TRIN-GRAENSE.
           MOVE "N" TO TRIN-FEJL
           MOVE NY-GAMMEL-GRAENSE TO VIS-GRAENSE-ED
           DISPLAY "Nuvaerende graense for trin " INP-SATSART ": "
               VIS-GRAENSE-ED
           DISPLAY "Ny oevre graense (blank = behold, 0 = trinnet "
               "udgaar):"
           ACCEPT INP-TEKST
           IF INP-TEKST = SPACES
               MOVE NY-GAMMEL-GRAENSE TO NY-NY-GRAENSE
           ELSE
               IF FUNCTION TEST-NUMVAL(INP-TEKST) NOT = 0
                   DISPLAY "FEJL: ugyldig graense " INP-TEKST
                   MOVE "J" TO TRIN-FEJL
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-TEKST) TO NY-NY-GRAENSE
           END-IF
           IF NY-NY-GRAENSE = 0 AND NY-NY NOT = 0
               DISPLAY "FEJL: et trin der udgaar har sats 0"
               MOVE "J" TO TRIN-FEJL
           END-IF
           EXIT.

       TJEK-VALUTA.
           MOVE "N" TO VALUTA-FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               CLOSE VALUTAREGFIL
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ VALUTAREGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF VALUTAREG-KODE = INP-VALUTA
                               AND VALUTAREG-AKTIV = "J"
                           MOVE "J" TO VALUTA-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           EXIT.

      *Den nuvaerende sats er produktkatalogets for et produkt og
      *ellers den senest godkendte leverance. En valuta der endnu
      *ikke har haft en leverance, koerer paa RENTETILSKRIV's
      *standardsatser - dem maa operatoeren taste.
       HENT-NUVAERENDE-SATS.
           MOVE "N" TO SATS-FUNDET
           MOVE 0 TO NY-GAMMEL
           MOVE 0 TO NY-GAMMEL-GRAENSE
           MOVE 0 TO NY-NY-GRAENSE
           IF INP-PRODUKT NOT = SPACES
               EVALUATE INP-SATSART
                   WHEN "K" MOVE PK-RENTESATS TO NY-GAMMEL
                   WHEN "D" MOVE PK-DEBETSATS TO NY-GAMMEL
                   WHEN "G" MOVE PK-GEBYR TO NY-GAMMEL
               END-EVALUATE
               MOVE "J" TO SATS-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FORRIGESATSFIL
           IF FORRIGESATS-STATUS NOT = "00"
               CLOSE FORRIGESATSFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FORRIGESATSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FORRIGE-VALUTA = INP-VALUTA
                           EVALUATE INP-SATSART
                               WHEN "K"
                                   MOVE FORRIGE-SATS TO NY-GAMMEL
                                   MOVE "J" TO SATS-FUNDET
                               WHEN "G"
                                   MOVE FORRIGE-GEBYR TO NY-GAMMEL
                                   MOVE "J" TO SATS-FUNDET
                               WHEN "D"
                                   IF FORRIGE-DEBET > 0
                                       MOVE FORRIGE-DEBET
                                           TO NY-GAMMEL
                                       MOVE "J" TO SATS-FUNDET
                                   END-IF
                               WHEN "1" THRU "3"
                                   PERFORM HENT-NUVAERENDE-TRIN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORRIGESATSFIL
           EXIT.

      *Et saldotrin med blanke kolonner i leverancen findes ikke
      *endnu; dets gamle sats og graense er 0, saa det kan indfoeres.
       HENT-NUVAERENDE-TRIN.
           MOVE INP-SATSART TO TRIN-NR
           IF FORRIGE-TRIN-GRAENSE(TRIN-NR) NUMERIC
                   AND FORRIGE-TRIN-SATS(TRIN-NR) NUMERIC
               MOVE FORRIGE-TRIN-SATS(TRIN-NR) TO NY-GAMMEL
               MOVE FORRIGE-TRIN-GRAENSE(TRIN-NR)
                   TO NY-GAMMEL-GRAENSE
           END-IF
           MOVE "J" TO SATS-FUNDET
           EXIT.

      *Id'et er hoejeste eksisterende id plus en, som
      *KLAGEREGISTER's klage-id.
       FIND-NAESTE-ID.
           MOVE 1 TO NAESTE-ID
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RAFIL
           IF RAFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ RAFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF RA-ID >= NAESTE-ID
                               COMPUTE NAESTE-ID = RA-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RAFIL
           EXIT.

       VIS-AENDRINGER.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RAFIL
           IF RAFIL-STATUS NOT = "00"
               CLOSE RAFIL
               DISPLAY "Ingen aendringer i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ RAFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VIS-EN-AENDRING
               END-READ
           END-PERFORM
           CLOSE RAFIL
           EXIT.

       VIS-EN-AENDRING.
           MOVE RA-GAMMEL TO NY-GAMMEL
           MOVE RA-NY TO NY-NY
           MOVE RA-SATSART TO INP-SATSART
           PERFORM FORMATER-SATSER
           EVALUATE TRUE
               WHEN RA-PLANLAGT
                   MOVE "PLANLAGT" TO STATUS-TEKST
               WHEN RA-ER-VARSLET
                   MOVE "VARSLET" TO STATUS-TEKST
               WHEN RA-ANNULLERET
                   MOVE "ANNULLERET" TO STATUS-TEKST
               WHEN OTHER
                   MOVE RA-STATUS TO STATUS-TEKST
           END-EVALUATE
           DISPLAY "AENDRING " RA-ID " " RA-VALUTA " " RA-PRODUKT " "
               RA-SATSART " " VIS-GAMMEL " -> " VIS-NY
               " IKRAFT " RA-IKRAFT " " STATUS-TEKST
           IF RA-TRINSATS
               MOVE RA-GAMMEL-GRAENSE TO NY-GAMMEL-GRAENSE
               MOVE RA-NY-GRAENSE TO NY-NY-GRAENSE
               PERFORM FORMATER-GRAENSER
               DISPLAY "    trinnets graense "
                   FUNCTION TRIM(VIS-GAMMEL-GRAENSE) " -> "
                   FUNCTION TRIM(VIS-NY-GRAENSE)
           END-IF
           IF RA-ER-VARSLET
               PERFORM BEREGN-TIDLIGST
               DISPLAY "    varslet " RA-VARSLET " (" RA-ANTAL-BREVE
                   " breve)"
               IF RA-ER-UGUNSTIG
                   DISPLAY "    ugunstig - kan anvendes fra "
                       TIDLIGST-DATO
               END-IF
           ELSE
               IF RA-PLANLAGT AND RA-ER-UGUNSTIG
                   DISPLAY "    ugunstig - endnu ikke varslet"
               END-IF
           END-IF
           EXIT.

      *Foerste dato en varslet ugunstig aendring maa anvendes: den
      *senere af ikrafttraedelsen og varslingen plus fristen.
       BEREGN-TIDLIGST.
           COMPUTE FRIST-DAGSTAL =
               FUNCTION INTEGER-OF-DATE(RA-VARSLET) + VARSEL-DAGE
           MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGSTAL)
               TO TIDLIGST-DATO
           IF RA-IKRAFT > TIDLIGST-DATO
               MOVE RA-IKRAFT TO TIDLIGST-DATO
           END-IF
           EXIT.

      *Satserne vises i procent pr. maaned, gebyret i valutaen.
       FORMATER-SATSER.
           IF INP-SATSART = "G"
               MOVE NY-GAMMEL TO VIS-GEBYR-ED
               MOVE VIS-GEBYR-ED TO VIS-GAMMEL
               MOVE NY-NY TO VIS-GEBYR-ED
               MOVE VIS-GEBYR-ED TO VIS-NY
           ELSE
               COMPUTE VIS-PCT = NY-GAMMEL * 100
               MOVE VIS-PCT TO VIS-SATS-ED
               MOVE VIS-SATS-ED TO VIS-GAMMEL
               COMPUTE VIS-PCT = NY-NY * 100
               MOVE VIS-PCT TO VIS-SATS-ED
               MOVE VIS-SATS-ED TO VIS-NY
           END-IF
           EXIT.

       FORMATER-GRAENSER.
           MOVE NY-GAMMEL-GRAENSE TO VIS-GRAENSE-ED
           MOVE FUNCTION TRIM(VIS-GRAENSE-ED) TO VIS-GAMMEL-GRAENSE
           MOVE NY-NY-GRAENSE TO VIS-GRAENSE-ED
           MOVE FUNCTION TRIM(VIS-GRAENSE-ED) TO VIS-NY-GRAENSE
           EXIT.

       ANNULLER-AENDRING.
           DISPLAY "Aendrings-id:"
           ACCEPT INP-TEKST
           IF FUNCTION TEST-NUMVAL(INP-TEKST) NOT = 0
               DISPLAY "FEJL: aendrings-id er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-TEKST) TO SOEGT-ID
           MOVE "N" TO AENDRING-OPDATERET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RAFIL
           IF RAFIL-STATUS NOT = "00"
               CLOSE RAFIL
               DISPLAY "FEJL: intet aendringsregister"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RANYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ RAFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RA-ID = SOEGT-ID AND NOT RA-ANNULLERET
                           MOVE "A" TO RA-STATUS
                           MOVE "J" TO AENDRING-OPDATERET
                       END-IF
                       MOVE RA-RECORD TO RANY-RECORD
                       WRITE RANY-RECORD
               END-READ
           END-PERFORM
           CLOSE RAFIL
           CLOSE RANYFIL
           IF AENDRINGEN-ER-OPDATERET
               PERFORM ERSTAT-REGISTER
               DISPLAY "Aendring " SOEGT-ID " annulleret"
           ELSE
               DISPLAY "FEJL: ingen aktiv aendring med id " SOEGT-ID
           END-IF
           EXIT.

      *Registret genskrives via en midlertidig fil og mv - samme
      *teknik som KLAGEREGISTER's OPDATER-KLAGE.
       ERSTAT-REGISTER.
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(RANYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RAFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Varslingen: de planlagte aendringer samles i en tabel, og
      *kundemasteren gennemloebes een gang. En kunde faar et brev
      *pr. aendring der beroerer mindst en af kundens konti.
       SEND-VARSLER.
           MOVE 0 TO VARSEL-ANTAL
           MOVE 0 TO ANTAL-FOR-SENT
           MOVE 0 TO ANTAL-BREVE-I-ALT
           MOVE 0 TO ANTAL-KUNDER-LAEST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RAFIL
           IF RAFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ RAFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF RA-PLANLAGT
                               PERFORM GEM-VARSEL-POST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RAFIL
           IF VARSEL-ANTAL = 0
               DISPLAY "RENTEAENDRING: ingen planlagte aendringer "
                   "at varsle"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "J" TO KUNDEFIL-SLUT
           END-START
           PERFORM UNTIL KUNDEFIL-SLUT = "J"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "J" TO KUNDEFIL-SLUT
                   NOT AT END
                       IF NOT KUNDE-ID-ER-HEADER
                               AND NOT KUNDE-ID-ER-TRAILER
                               AND NOT KUNDE-SLETTET
                           ADD 1 TO ANTAL-KUNDER-LAEST
                           PERFORM HENT-KONTI
                           PERFORM VARYING VT-IX FROM 1 BY 1
                                   UNTIL VT-IX > VARSEL-ANTAL
                               PERFORM VURDER-KUNDE-VARSEL
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM STEMPL-VARSLEDE
           DISPLAY "================================================"
           DISPLAY "RENTEAENDRING - varsling " KOERSEL-DATO
           DISPLAY "================================================"
           DISPLAY "Aendringer varslet       : " VARSEL-ANTAL
           DISPLAY "Kunder gennemgaaet       : " ANTAL-KUNDER-LAEST
           DISPLAY "Varselsbreve bestilt     : " ANTAL-BREVE-I-ALT
           IF ANTAL-FOR-SENT > 0
               DISPLAY "ADVARSEL: " ANTAL-FOR-SENT
                   " ugunstig(e) aendring(er) varslet med kortere "
                   "frist end " VARSEL-DAGE " dage"
           END-IF
           EXIT.

       GEM-VARSEL-POST.
           IF VARSEL-ANTAL >= 50
               DISPLAY "ADVARSEL: mere end 50 planlagte aendringer - "
                   "aendring " RA-ID " varsles i naeste koersel"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VARSEL-ANTAL
           MOVE RA-ID TO VT-ID(VARSEL-ANTAL)
           MOVE RA-VALUTA TO VT-VALUTA(VARSEL-ANTAL)
           MOVE RA-PRODUKT TO VT-PRODUKT(VARSEL-ANTAL)
           MOVE RA-SATSART TO VT-SATSART(VARSEL-ANTAL)
           MOVE RA-GAMMEL TO VT-GAMMEL(VARSEL-ANTAL)
           MOVE RA-NY TO VT-NY(VARSEL-ANTAL)
           MOVE 0 TO VT-GAMMEL-GRAENSE(VARSEL-ANTAL)
           MOVE 0 TO VT-NY-GRAENSE(VARSEL-ANTAL)
           IF RA-TRINSATS
               MOVE RA-GAMMEL-GRAENSE TO VT-GAMMEL-GRAENSE(VARSEL-ANTAL)
               MOVE RA-NY-GRAENSE TO VT-NY-GRAENSE(VARSEL-ANTAL)
           END-IF
           MOVE RA-IKRAFT TO VT-IKRAFT(VARSEL-ANTAL)
           MOVE 0 TO VT-BREVE(VARSEL-ANTAL)
           IF RA-ER-UGUNSTIG
               COMPUTE FRIST-DAGSTAL = DAGSTAL-IDAG + VARSEL-DAGE
               MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGSTAL)
                   TO TIDLIGST-DATO
               IF RA-IKRAFT < TIDLIGST-DATO
                   ADD 1 TO ANTAL-FOR-SENT
                   DISPLAY "ADVARSEL: aendring " RA-ID " (" RA-VALUTA
                       " " RA-PRODUKT ") er ugunstig og kan foerst "
                       "anvendes fra " TIDLIGST-DATO
                       " - ikke " RA-IKRAFT
               END-IF
           END-IF
           EXIT.

      *Den foerste beroerte konto staar i brevet. En valutaaendring
      *beroerer ikke konti hvis produkt har egne satser.
       VURDER-KUNDE-VARSEL.
           MOVE 0 TO BEROERT-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
                       OR BEROERT-KONTO-IX > 0
               IF VALUTAKODE(KONTO-IX) = VT-VALUTA(VT-IX)
                   IF VT-PRODUKT(VT-IX) NOT = SPACES
                       IF PRODUKTKODE(KONTO-IX) = VT-PRODUKT(VT-IX)
                           MOVE KONTO-IX TO BEROERT-KONTO-IX
                       END-IF
                   ELSE
                       PERFORM TJEK-KONTO-FOELGER-VALUTA
                   END-IF
               END-IF
           END-PERFORM
           IF BEROERT-KONTO-IX > 0
               PERFORM BESTIL-VARSELSBREV
           END-IF
           EXIT.

       TJEK-KONTO-FOELGER-VALUTA.
           IF PRODUKTKODE(KONTO-IX) = SPACES
               MOVE KONTO-IX TO BEROERT-KONTO-IX
               EXIT PARAGRAPH
           END-IF
           MOVE PRODUKTKODE(KONTO-IX) TO PK-KODE
           MOVE VALUTAKODE(KONTO-IX) TO PK-VALUTA
           CALL "PRODUKTKATALOG" USING PK-OMRAADE
           IF PK-KATALOG-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF PK-FUNDET AND PK-HAR-EGNE-SATSER
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-IX TO BEROERT-KONTO-IX
           EXIT.

       BESTIL-VARSELSBREV.
           MOVE VT-GAMMEL(VT-IX) TO NY-GAMMEL
           MOVE VT-NY(VT-IX) TO NY-NY
           MOVE VT-SATSART(VT-IX) TO INP-SATSART
           PERFORM FORMATER-SATSER
           MOVE SPACES TO AENDRING-TEKST
           MOVE 1 TO TEKST-PTR
           IF INP-TRINSATS
               PERFORM DAN-TRINTEKST
           ELSE
               PERFORM DAN-SATSTEKST
           END-IF
           INITIALIZE BB-OMRAADE
           MOVE KUNDE-ID TO BB-KUNDE-ID
           MOVE "RENTEVAR" TO BB-SKABELON
           MOVE KONTONUMMER(BEROERT-KONTO-IX) TO BB-KONTONUMMER
           IF INP-SATSART = "G"
               MOVE VT-NY(VT-IX) TO BB-BELOEB
           END-IF
           MOVE VT-VALUTA(VT-IX) TO BB-VALUTA
           MOVE VT-IKRAFT(VT-IX) TO BB-BREVDATO
           STRING "RENTEAENDRING " VT-ID(VT-IX)
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           MOVE AENDRING-TEKST TO BB-TEKST
           MOVE "RENTEAENDRING" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           ADD 1 TO VT-BREVE(VT-IX)
           ADD 1 TO ANTAL-BREVE-I-ALT
           EXIT.

       DAN-SATSTEKST.
           EVALUATE INP-SATSART
               WHEN "K" MOVE "Kreditrenten" TO SATSART-TEKST
               WHEN "D" MOVE "Debetrenten" TO SATSART-TEKST
               WHEN OTHER MOVE "Maanedsgebyret" TO SATSART-TEKST
           END-EVALUATE
           STRING FUNCTION TRIM(SATSART-TEKST) " paa "
               VT-VALUTA(VT-IX) "-konti"
               DELIMITED BY SIZE INTO AENDRING-TEKST
               WITH POINTER TEKST-PTR
           END-STRING
           IF VT-PRODUKT(VT-IX) NOT = SPACES
               STRING " (" FUNCTION TRIM(VT-PRODUKT(VT-IX)) ")"
                   DELIMITED BY SIZE INTO AENDRING-TEKST
                   WITH POINTER TEKST-PTR
               END-STRING
           END-IF
           STRING " aendres fra " FUNCTION TRIM(VIS-GAMMEL)
               " til " FUNCTION TRIM(VIS-NY)
               DELIMITED BY SIZE INTO AENDRING-TEKST
               WITH POINTER TEKST-PTR
           END-STRING
           IF INP-SATSART NOT = "G"
               STRING " pct. pr. maaned"
                   DELIMITED BY SIZE INTO AENDRING-TEKST
                   WITH POINTER TEKST-PTR
               END-STRING
           END-IF
           EXIT.

      *Et saldotrin beskrives med sats og graense foer og efter,
      *fx "Saldotrin 2 DKK: 0.0500 op til 100000 bliver 0.0400
      *pct. op til 50000" - et nyt trin "indfoeres" og et trin med
      *graense 0 "udgaar".
       DAN-TRINTEKST.
           MOVE VT-GAMMEL-GRAENSE(VT-IX) TO NY-GAMMEL-GRAENSE
           MOVE VT-NY-GRAENSE(VT-IX) TO NY-NY-GRAENSE
           PERFORM FORMATER-GRAENSER
           STRING "Saldotrin " INP-SATSART " " VT-VALUTA(VT-IX) ": "
               DELIMITED BY SIZE INTO AENDRING-TEKST
               WITH POINTER TEKST-PTR
           END-STRING
           EVALUATE TRUE
               WHEN NY-GAMMEL-GRAENSE = 0
                   STRING "indfoeres med " FUNCTION TRIM(VIS-NY)
                       " pct. op til " FUNCTION TRIM(VIS-NY-GRAENSE)
                       DELIMITED BY SIZE INTO AENDRING-TEKST
                       WITH POINTER TEKST-PTR
                   END-STRING
               WHEN NY-NY-GRAENSE = 0
                   STRING FUNCTION TRIM(VIS-GAMMEL) " pct. op til "
                       FUNCTION TRIM(VIS-GAMMEL-GRAENSE) " udgaar"
                       DELIMITED BY SIZE INTO AENDRING-TEKST
                       WITH POINTER TEKST-PTR
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(VIS-GAMMEL) " op til "
                       FUNCTION TRIM(VIS-GAMMEL-GRAENSE) " bliver "
                       FUNCTION TRIM(VIS-NY) " pct. op til "
                       FUNCTION TRIM(VIS-NY-GRAENSE)
                       DELIMITED BY SIZE INTO AENDRING-TEKST
                       WITH POINTER TEKST-PTR
                   END-STRING
           END-EVALUATE
           EXIT.

      *De varslede aendringer stemples med dagens dato og antallet af
      *breve, saa RENTETILSKRIV kan regne varselsfristen.
       STEMPL-VARSLEDE.
           MOVE "N" TO AENDRING-OPDATERET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RAFIL
           OPEN OUTPUT RANYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ RAFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VARYING VT-IX FROM 1 BY 1
                               UNTIL VT-IX > VARSEL-ANTAL
                           IF RA-ID = VT-ID(VT-IX) AND RA-PLANLAGT
                               MOVE "V" TO RA-STATUS
                               MOVE KOERSEL-DATO TO RA-VARSLET
                               MOVE VT-BREVE(VT-IX) TO RA-ANTAL-BREVE
                               MOVE "J" TO AENDRING-OPDATERET
                           END-IF
                       END-PERFORM
                       MOVE RA-RECORD TO RANY-RECORD
                       WRITE RANY-RECORD
               END-READ
           END-PERFORM
           CLOSE RAFIL
           CLOSE RANYFIL
           IF AENDRINGEN-ER-OPDATERET
               PERFORM ERSTAT-REGISTER
           END-IF
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

       HENT-PARAMETER.
           MOVE "RENTEAENDRING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *kundemasteren kun laeses.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "RENTEAENDRING" TO LAAS-PROGRAM
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
               MOVE SPACES TO RAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RenteAendringer.txt"
                   DELIMITED BY SIZE INTO RAFIL-NAVN
               END-STRING
               MOVE SPACES TO RANYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RenteAendringerNy.tmp"
                   DELIMITED BY SIZE INTO RANYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAREGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ValutaRegister.txt"
                   DELIMITED BY SIZE INTO VALUTAREGFIL-NAVN
               END-STRING
               MOVE SPACES TO FORRIGESATSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentesatserForrige.txt"
                   DELIMITED BY SIZE INTO FORRIGESATSFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.
