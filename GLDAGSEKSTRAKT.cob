       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDAGSEKSTRAKT.
      *Dagligt hovedbogsudtraek af kundebevaegelserne og afstemning
      *af kundeindlaanet mod kundemasteren. GLEKSTRAKT giver finans
      *rente, gebyrer og laaneydelser; indbetalinger, udbetalinger,
      *overfoersler, clearing, Betalingsservice, kassedifferencer og
      *henlaeggelser naaede aldrig hovedbogen. Her laeses dagens
      *linjer i PosteringsJournal.txt, og bevaegelsen paa kontoen
      *(EFTER minus FOER, i kontoens valuta) samles pr. type og
      *valuta til balancerede ben i GLEKSTRAKT's fastfelts-layout
      *med samme TRAILER-linje (GlDagEkstrakt_<aaaammdd>.txt):
      *  - kunden krediteret: DEBET modkonto    / KREDIT KUNDEINDLAAN
      *  - kunden debiteret : DEBET KUNDEINDLAAN / KREDIT modkonto
      *Modkonto pr. type:
      *  IND, UD        KASSE        TRF            OVERFOERSEL
      *  REV            KORREKTION   BS, BSR        BSAFREGNING
      *  CLI, CLU, CLR  CLEARING     KAS            KASSEDIFF
      *  ESC            HENLAGTMIDL  anden type     UAFKLARET
      *Ind- og udgaaende bevaegelser bogfoeres hver for sig, saa
      *finans ser bruttoomsaetningen og ikke kun nettoen.
      *Laanerenter, laaneafdrag og rykkergebyrer (LRT, LAF, RGB)
      *bogfoeres fortsat maanedligt af GLEKSTRAKT og tages ikke med
      *her, saa de ikke bogfoeres to gange.
      *Kontoens valuta hentes fra kontomasteren (KONTOSERVICE), da
      *VALUTA= paa journallinjen er transaktionens valuta; er kontoen
      *lukket siden, bruges VALUTA= fra linjen.
      *Afstemningen: for hver valuta skal gaarsdagens mastertotal
      *plus dagens bevaegelser give dagens mastertotal. Dagens
      *bevaegelser er udtraekkets ben, de maanedligt bogfoerte
      *laaneydelser og rykkergebyrer, samt rente/gebyr fra
      *rentejournalen (RentePostering.txt). Mastertotalen er summen
      *af alle konti hos ikke-slettede kunder - samme afgraensning som
      *Opgave6's kontroltotaler - og gemmes i GlSaldoTotaler.txt
      *(KONTROLTOTAL.CPY) som morgendagens udgangspunkt. "Dagens"
      *journallinjer er dem med DATO= efter seneste gemte total og
      *til og med i dag, saa en dag uden koersel ikke taber
      *bevaegelser. Skridtet skal derfor koere efter dagens sidste
      *posterende skridt.
      *Resultatet staar i GlAfstemning.txt, og dommen persisteres i
      *GlAfstemningStatus.txt (samme opbygning som de oevrige
      *statusfiler) med en BRUD-linje pr. valuta der ikke stemmer,
      *saa MORGENSTATUS kan vise bruddene:
      *  "OK  " alle valutaer stemmer
      *  "BRUD" mindst een valuta stemmer ikke           -> ROED
      *  "MANG" ingen gaarsdagstotal (foerste koersel) eller
      *         journallinjer der ikke kunne henfoeres    -> GUL
      *Programmet returnerer 4 ved alt andet end "OK  " - bruddet
      *skal ses paa morgenstatus, men natkaeden skal ikke stoppe af
      *det. Balanceaendringer uden for den egentlige postering - en
      *tilbagefoert rentekoersel (RENTEBACKOUT), en ny kundes
      *startbalance og en direkte balancekorrektion (KUNDEVEDLIGE-
      *HOLD, KUNDEIMPORT) - journalfoeres som TYPE=REV med dagens
      *dato og bogfoeres derfor mod KORREKTION som de oevrige
      *korrektioner.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT OPTIONAL RENTEJOURNALFIL
               ASSIGN TO RENTEJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEJOURNAL-STATUS.
           SELECT OPTIONAL SALDOTOTALFIL
               ASSIGN TO SALDOTOTALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDOTOTAL-STATUS.
           SELECT GLFIL ASSIGN TO GLFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUSFIL ASSIGN TO STATUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       FD RENTEJOURNALFIL.
       01 RENTEJOURNAL-LINJE     PIC X(200).

      *Mastertotalerne pr. dag og valuta - KT-ANTAL-BEHANDLET er
      *antal kunder i totalen, KT-ANTAL-AFVIST bruges ikke (0).
       FD SALDOTOTALFIL.
       01 SALDOTOTAL-RECORD.
           COPY "KONTROLTOTAL.CPY".

       FD GLFIL.
       01 GL-RECORD.
           02 GL-KONTO            PIC X(12).
           02 GL-DC               PIC X(1).
           02 GL-BELOEB           PIC S9(11)V9(2).
           02 GL-VALUTA           PIC X(3).
           02 GL-PERIODE          PIC 9(6).
       01 GL-TRAILER-REC         PIC X(60).

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(132).

      *Foerste linje er dommen, derefter en BRUD-linje pr. valuta
      *der ikke stemmer, med differencen.
       FD STATUSFIL.
       01 STATUS-RECORD.
           02 GLST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 GLST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 GLST-VALUTA         PIC X(3).
           02 FILLER              PIC X(1).
           02 GLST-DIFFERENCE     PIC -(11)9.99.

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
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 RENTEJOURNALFIL-NAVN   PIC X(80)
           VALUE "RentePostering.txt".
       01 SALDOTOTALFIL-NAVN     PIC X(80)
           VALUE "GlSaldoTotaler.txt".
       01 GLFIL-NAVN             PIC X(80) VALUE SPACES.
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "GlAfstemning.txt".
       01 STATUSFIL-NAVN         PIC X(80)
           VALUE "GlAfstemningStatus.txt".
       01 END-OF-FILE            PIC X VALUE "N".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT      PIC X VALUE "N".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 RENTEJOURNAL-STATUS    PIC X(2) VALUE "00".
       01 SALDOTOTAL-STATUS      PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELT REDEFINES KOERSEL-DATO.
           02 KOERSEL-AARMD      PIC 9(6).
           02 KOERSEL-DAG        PIC 9(2).

      *Seneste gemte mastertotal foer i dag - afgraenser dagens
      *journallinjer nedadtil (0 = ingen, kun dagens dato).
       01 FORRIGE-DATO           PIC 9(8) VALUE 0.

       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX          PIC 9(2) VALUE 1.
       01 VALUTA-FUNDET-IX   PIC 9(2) VALUE 0.
       01 KONTO-IX           PIC 9(3) VALUE 1.

      *Udtraekkets summer pr. type og valuta: TILGANG er kunden
      *krediteret, AFGANG er kunden debiteret (begge positive).
       01 TYPE-ANTAL             PIC 9(2) VALUE 0.
       01 TYPE-TABEL.
           02 TYPE-POST OCCURS 20 TIMES.
               03 TP-TYPE            PIC X(3).
               03 TP-MODKONTO        PIC X(12).
               03 TP-VALUTA OCCURS 20 TIMES.
                   04 TP-TILGANG     PIC S9(11)V9(2).
                   04 TP-AFGANG      PIC S9(11)V9(2).
       01 TYPE-IX                PIC 9(2).
       01 TYPE-FUNDET-IX         PIC 9(2) VALUE 0.
       01 TYPE-OVERLOEB          PIC X VALUE "N".
           88 TYPE-TABEL-FULD        VALUE "J".

      *Afstemningen pr. valuta, parallel med GYLDIG-VALUTA.
       01 AFSTEMNING-TABEL.
           02 AF-POST OCCURS 20 TIMES.
               03 AF-GAARSDAG        PIC S9(11)V9(2).
               03 AF-GL-NETTO        PIC S9(11)V9(2).
               03 AF-MAANED-NETTO    PIC S9(11)V9(2).
               03 AF-RENTE-NETTO     PIC S9(11)V9(2).
               03 AF-IDAG            PIC S9(11)V9(2).
               03 AF-FORVENTET       PIC S9(11)V9(2).
               03 AF-DIFFERENCE      PIC S9(11)V9(2).
               03 AF-IDAG-KUNDER     PIC 9(7).

      *Posteringsjournalens dele - samme maerke-splitning og
      *REDEFINES-tilbagelaesning som RENTETILSKRIV's
      *bevaegelseslaesning.
       01 PJ-FORAN               PIC X(220).
       01 PJ-REST                PIC X(220).
       01 PJ-KUNDE-ID            PIC X(10).
       01 PJ-KONTONUMMER         PIC X(20).
       01 PJ-TYPE                PIC X(3).
       01 PJ-LINJE-VALUTA        PIC X(3).
       01 PJ-FOER-TEKST          PIC X(9).
       01 PJ-FOER-BELOEB REDEFINES PJ-FOER-TEKST PIC S9(7)V9(2).
       01 PJ-EFTER-TEKST         PIC X(9).
       01 PJ-EFTER-BELOEB REDEFINES PJ-EFTER-TEKST PIC S9(7)V9(2).
       01 PJ-DATO-TEKST          PIC X(8).
       01 PJ-DATO REDEFINES PJ-DATO-TEKST PIC 9(8).
       01 BEVAEGELSE             PIC S9(9)V9(2).
       01 KONTO-VALUTA           PIC X(3).

      *Rentejournalens dele - som GLEKSTRAKT.
       01 DEL-KUNDE-ID       PIC X(10).
       01 DEL-KONTO          PIC X(20).
       01 DEL-FOER           PIC X(12).
       01 DEL-RENTE          PIC X(14).
       01 DEL-GEBYR          PIC X(8).
       01 DEL-EFTER          PIC X(12).
       01 DEL-VALUTA         PIC X(6).
       01 DEL-DATO           PIC X(10).

      *Kontiene for den kunde der sidst blev slaaet op, saa en
      *kundes mange linjer ikke giver et kald hver.
       01 OPSLAG-KUNDE-ID        PIC X(10) VALUE SPACES.

       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-MEDTAGET         PIC 9(7) VALUE 0.
       01 ANTAL-MAANEDSLINJER    PIC 9(7) VALUE 0.
       01 ANTAL-RENTELINJER      PIC 9(7) VALUE 0.
       01 ANTAL-ULAESELIGE       PIC 9(7) VALUE 0.
       01 ANTAL-UKENDT-VALUTA    PIC 9(7) VALUE 0.
       01 ANTAL-UKENDT-TYPE      PIC 9(7) VALUE 0.
       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-KONTI-UDENFOR    PIC 9(7) VALUE 0.
       01 ANTAL-BRUD             PIC 9(2) VALUE 0.
       01 ANTAL-GL-RECORDS       PIC 9(5) VALUE 0.
       01 GL-HASH-TOTAL          PIC S9(13)V9(2) VALUE 0.
       01 AFSTEMNING-DOM         PIC X(4) VALUE SPACES.
       01 BELOEB-VIST            PIC -(11)9.99.
       01 BELOEB2-VIST           PIC -(11)9.99.
       01 BELOEB3-VIST           PIC -(11)9.99.
       01 BELOEB4-VIST           PIC -(11)9.99.
       01 BELOEB5-VIST           PIC -(11)9.99.
       01 BELOEB6-VIST           PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE SPACES TO GLFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "GlDagEkstrakt_" KOERSEL-DATO ".txt"
               DELIMITED BY SIZE INTO GLFIL-NAVN
           END-STRING
           PERFORM LAES-VALUTAREGISTER
           INITIALIZE AFSTEMNING-TABEL
           PERFORM LAES-SALDOTOTALER
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-POSTERINGSJOURNAL
           MOVE "TYPE-TABEL" TO TK-TABEL
           MOVE TYPE-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE TYPE-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF TYPE-TABEL-FULD
               DISPLAY "FEJL: flere end 20 posteringstyper i "
                   "PosteringsJournal.txt - udtraekket dannes ikke"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-RENTEJOURNAL
           PERFORM OPGOER-MASTERTOTALER

           OPEN OUTPUT GLFIL
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               PERFORM VARYING TYPE-IX FROM 1 BY 1
                       UNTIL TYPE-IX > TYPE-ANTAL
                   PERFORM SKRIV-GL-POSTER
               END-PERFORM
           END-PERFORM
           PERFORM SKRIV-GL-TRAILER
           CLOSE GLFIL

           PERFORM GEM-SALDOTOTALER
           PERFORM AFSTEM-VALUTAER
           OPEN OUTPUT RAPPORTFIL
           PERFORM SKRIV-RAPPORT
           CLOSE RAPPORTFIL
           PERFORM SKRIV-AFSTEMNINGSSTATUS
           PERFORM FRIGIV-KOERSELLAAS

           DISPLAY "================================================"
           DISPLAY "GLDAGSEKSTRAKT - kundebevaegelser til hovedbogen"
           DISPLAY "================================================"
           DISPLAY "Journallinjer laest     : " ANTAL-LAEST
           DISPLAY "Medtaget i udtraekket   : " ANTAL-MEDTAGET
           DISPLAY "Maanedsbogfoerte (LRT/LAF/RGB): "
               ANTAL-MAANEDSLINJER
           DISPLAY "Rentejournallinjer      : " ANTAL-RENTELINJER
           DISPLAY "Ulaeselige linjer       : " ANTAL-ULAESELIGE
           DISPLAY "Ukendt valuta           : " ANTAL-UKENDT-VALUTA
           DISPLAY "Ukendt type (UAFKLARET) : " ANTAL-UKENDT-TYPE
           DISPLAY "GL-records              : " ANTAL-GL-RECORDS
           DISPLAY "Kunder i mastertotalen  : " ANTAL-KUNDER
           DISPLAY "Valutaer med brud       : " ANTAL-BRUD
           DISPLAY "Dom                     : " AFSTEMNING-DOM
           DISPLAY "Udtraek: " FUNCTION TRIM(GLFIL-NAVN)

           IF AFSTEMNING-DOM = "OK  " AND ANTAL-UKENDT-TYPE = 0
                   AND ANTAL-ULAESELIGE = 0
                   AND ANTAL-KONTI-UDENFOR = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Seneste dag foer i dag med gemte totaler; koeres skridtet
      *flere gange samme dag, er det dagens sidste linje pr. valuta
      *der gaelder (filen tilfoejes i datoorden).
       LAES-SALDOTOTALER.
           OPEN INPUT SALDOTOTALFIL
           IF SALDOTOTAL-STATUS NOT = "00"
               CLOSE SALDOTOTALFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ SALDOTOTALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KT-DATO NUMERIC
                               AND KT-DATO < KOERSEL-DATO
                               AND KT-DATO NOT < FORRIGE-DATO
                           PERFORM GEM-GAARSDAGSTOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALDOTOTALFIL
           EXIT.

       GEM-GAARSDAGSTOTAL.
           IF KT-DATO > FORRIGE-DATO
               MOVE KT-DATO TO FORRIGE-DATO
               PERFORM VARYING VALUTA-IX FROM 1 BY 1
                       UNTIL VALUTA-IX > 20
                   MOVE 0 TO AF-GAARSDAG(VALUTA-IX)
               END-PERFORM
           END-IF
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF KT-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE KT-TOTAL TO AF-GAARSDAG(VALUTA-IX)
               END-IF
           END-PERFORM
           EXIT.

       LAES-POSTERINGSJOURNAL.
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               CLOSE POSTJOURNALFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSTJOURNALFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF POSTJOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-BEVAEGELSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTJOURNALFIL
           EXIT.

      *Journalen er append-only paa tvaers af dagene (JOURNAL-
      *RETENTION ejer trimningen) - kun linjer med DATO= i vinduet
      *efter seneste gemte total tages med.
       OPSAML-BEVAEGELSE.
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " KONTO="
               INTO PJ-FORAN, PJ-REST
           IF PJ-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-FORAN(1:10) TO PJ-KUNDE-ID
           MOVE PJ-REST(1:20) TO PJ-KONTONUMMER
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " DATO="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:8) TO PJ-DATO-TEKST
           IF PJ-DATO NOT NUMERIC
               ADD 1 TO ANTAL-LAEST
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           IF PJ-DATO > KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           IF FORRIGE-DATO > 0
               IF PJ-DATO NOT > FORRIGE-DATO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PJ-DATO NOT = KOERSEL-DATO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ANTAL-LAEST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " TYPE="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:3) TO PJ-TYPE
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " FOER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-FOER-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " EFTER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-EFTER-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING POSTJOURNAL-LINJE DELIMITED BY " VALUTA="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:3) TO PJ-LINJE-VALUTA
           IF PJ-FOER-BELOEB NOT NUMERIC
                   OR PJ-EFTER-BELOEB NOT NUMERIC
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE BEVAEGELSE = PJ-EFTER-BELOEB - PJ-FOER-BELOEB
           IF BEVAEGELSE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KONTOVALUTA
           MOVE 0 TO VALUTA-FUNDET-IX
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF KONTO-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE VALUTA-IX TO VALUTA-FUNDET-IX
               END-IF
           END-PERFORM
           IF VALUTA-FUNDET-IX = 0
               DISPLAY "ADVARSEL: " PJ-KUNDE-ID " konto "
                   PJ-KONTONUMMER " TYPE=" PJ-TYPE
                   " - valuta kan ikke bestemmes"
               ADD 1 TO ANTAL-UKENDT-VALUTA
               EXIT PARAGRAPH
           END-IF
           IF PJ-TYPE = "LRT" OR PJ-TYPE = "LAF" OR PJ-TYPE = "RGB"
               ADD 1 TO ANTAL-MAANEDSLINJER
               ADD BEVAEGELSE TO AF-MAANED-NETTO(VALUTA-FUNDET-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TYPE
           IF TYPE-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-MEDTAGET
           IF BEVAEGELSE > 0
               ADD BEVAEGELSE
                   TO TP-TILGANG(TYPE-FUNDET-IX, VALUTA-FUNDET-IX)
           ELSE
               SUBTRACT BEVAEGELSE
                   FROM TP-AFGANG(TYPE-FUNDET-IX, VALUTA-FUNDET-IX)
           END-IF
           ADD BEVAEGELSE TO AF-GL-NETTO(VALUTA-FUNDET-IX)
           EXIT.

      *Kontoens valuta fra kontomasteren; en konto der er lukket
      *siden (eller en kunde der er slettet fysisk) falder tilbage
      *paa linjens VALUTA=.
       FIND-KONTOVALUTA.
           IF PJ-KUNDE-ID NOT = OPSLAG-KUNDE-ID
               MOVE PJ-KUNDE-ID TO OPSLAG-KUNDE-ID
               MOVE "H" TO KS-FUNKTION
               MOVE PJ-KUNDE-ID TO KS-KUNDE-ID
               CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
               IF NOT KS-OK
                   MOVE 0 TO ANTAL-KONTI
               END-IF
           END-IF
           MOVE PJ-LINJE-VALUTA TO KONTO-VALUTA
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) = PJ-KONTONUMMER
                   MOVE VALUTAKODE(KONTO-IX) TO KONTO-VALUTA
               END-IF
           END-PERFORM
           EXIT.

       FIND-TYPE.
           MOVE 0 TO TYPE-FUNDET-IX
           PERFORM VARYING TYPE-IX FROM 1 BY 1
                   UNTIL TYPE-IX > TYPE-ANTAL
               IF TP-TYPE(TYPE-IX) = PJ-TYPE
                   MOVE TYPE-IX TO TYPE-FUNDET-IX
               END-IF
           END-PERFORM
           IF TYPE-FUNDET-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF TYPE-ANTAL NOT < 20
               MOVE "J" TO TYPE-OVERLOEB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TYPE-ANTAL
           MOVE TYPE-ANTAL TO TYPE-FUNDET-IX
           INITIALIZE TYPE-POST(TYPE-ANTAL)
           MOVE PJ-TYPE TO TP-TYPE(TYPE-ANTAL)
           EVALUATE PJ-TYPE
               WHEN "IND"
               WHEN "UD "
                   MOVE "KASSE" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "TRF"
                   MOVE "OVERFOERSEL" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "REV"
                   MOVE "KORREKTION" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "BS "
               WHEN "BSR"
                   MOVE "BSAFREGNING" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "CLI"
               WHEN "CLU"
               WHEN "CLR"
                   MOVE "CLEARING" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "KAS"
                   MOVE "KASSEDIFF" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN "ESC"
                   MOVE "HENLAGTMIDL" TO TP-MODKONTO(TYPE-ANTAL)
               WHEN OTHER
                   DISPLAY "ADVARSEL: ukendt posteringstype " PJ-TYPE
                       " - bogfoeres mod UAFKLARET"
                   MOVE "UAFKLARET" TO TP-MODKONTO(TYPE-ANTAL)
           END-EVALUATE
           IF TP-MODKONTO(TYPE-ANTAL) = "UAFKLARET"
               ADD 1 TO ANTAL-UKENDT-TYPE
           END-IF
           EXIT.

      *Rente og gebyr fra rentejournalen (RENTETILSKRIV,
      *AFTALEUDLOEB, lukningsrenten) flytter ogsaa saldoen; de
      *bogfoeres af GLEKSTRAKT, men indgaar i afstemningen her.
      *VALUTA= er her kontoens egen valuta.
       LAES-RENTEJOURNAL.
           OPEN INPUT RENTEJOURNALFIL
           IF RENTEJOURNAL-STATUS NOT = "00"
               CLOSE RENTEJOURNALFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ RENTEJOURNALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RENTEJOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-RENTEBEVAEGELSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTEJOURNALFIL
           EXIT.

       OPSAML-RENTEBEVAEGELSE.
           MOVE SPACES TO DEL-KUNDE-ID DEL-KONTO DEL-FOER DEL-RENTE
               DEL-GEBYR DEL-EFTER DEL-VALUTA DEL-DATO
           UNSTRING RENTEJOURNAL-LINJE
               DELIMITED BY " KONTO=" OR " FOER=" OR " RENTE="
                   OR " GEBYR=" OR " EFTER=" OR " VALUTA="
                   OR " DATO="
               INTO DEL-KUNDE-ID, DEL-KONTO, DEL-FOER, DEL-RENTE,
                   DEL-GEBYR, DEL-EFTER, DEL-VALUTA, DEL-DATO
           MOVE DEL-DATO(1:8) TO PJ-DATO-TEKST
           IF PJ-DATO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PJ-DATO > KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           IF FORRIGE-DATO > 0
               IF PJ-DATO NOT > FORRIGE-DATO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PJ-DATO NOT = KOERSEL-DATO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE DEL-FOER(1:9) TO PJ-FOER-TEKST
           MOVE DEL-EFTER(1:9) TO PJ-EFTER-TEKST
           IF PJ-FOER-BELOEB NOT NUMERIC
                   OR PJ-EFTER-BELOEB NOT NUMERIC
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF DEL-VALUTA(1:3) = GYLDIG-VALUTA(VALUTA-IX)
                   ADD 1 TO ANTAL-RENTELINJER
                   COMPUTE AF-RENTE-NETTO(VALUTA-IX) =
                       AF-RENTE-NETTO(VALUTA-IX)
                       + PJ-EFTER-BELOEB - PJ-FOER-BELOEB
               END-IF
           END-PERFORM
           EXIT.

      *Dagens mastertotal pr. valuta - alle konti hos kunder der
      *ikke er slettede, som Opgave6's kontroltotaler.
       OPGOER-MASTERTOTALER.
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF NOT KUNDE-SLETTET
                               PERFORM SUMMER-KUNDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
           EXIT.

       SUMMER-KUNDE.
           ADD 1 TO ANTAL-KUNDER
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           MOVE SPACES TO OPSLAG-KUNDE-ID
           IF NOT KS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               MOVE 0 TO VALUTA-FUNDET-IX
               PERFORM VARYING VALUTA-IX FROM 1 BY 1
                       UNTIL VALUTA-IX > VALUTA-ANTAL
                   IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                       MOVE VALUTA-IX TO VALUTA-FUNDET-IX
                   END-IF
               END-PERFORM
               IF VALUTA-FUNDET-IX = 0
                   ADD 1 TO ANTAL-KONTI-UDENFOR
               ELSE
                   ADD BALANCE(KONTO-IX) TO AF-IDAG(VALUTA-FUNDET-IX)
                   ADD 1 TO AF-IDAG-KUNDER(VALUTA-FUNDET-IX)
               END-IF
           END-PERFORM
           EXIT.

      *To balancerede ben pr. retning - kun for typer og valutaer
      *med bevaegelse, saa udtraekket ikke fyldes med nul-poster.
       SKRIV-GL-POSTER.
           IF TP-TILGANG(TYPE-IX, VALUTA-IX) NOT = 0
               MOVE TP-MODKONTO(TYPE-IX) TO GL-KONTO
               MOVE "D" TO GL-DC
               MOVE TP-TILGANG(TYPE-IX, VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
               MOVE "KUNDEINDLAAN" TO GL-KONTO
               MOVE "K" TO GL-DC
               MOVE TP-TILGANG(TYPE-IX, VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
           END-IF
           IF TP-AFGANG(TYPE-IX, VALUTA-IX) NOT = 0
               MOVE "KUNDEINDLAAN" TO GL-KONTO
               MOVE "D" TO GL-DC
               MOVE TP-AFGANG(TYPE-IX, VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
               MOVE TP-MODKONTO(TYPE-IX) TO GL-KONTO
               MOVE "K" TO GL-DC
               MOVE TP-AFGANG(TYPE-IX, VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
           END-IF
           EXIT.

       SKRIV-GL-RECORD.
           MOVE GYLDIG-VALUTA(VALUTA-IX) TO GL-VALUTA
           MOVE KOERSEL-AARMD TO GL-PERIODE
           WRITE GL-RECORD
           ADD 1 TO ANTAL-GL-RECORDS
           ADD GL-BELOEB TO GL-HASH-TOTAL
           EXIT.

       SKRIV-GL-TRAILER.
           MOVE SPACES TO GL-TRAILER-REC
           STRING "TRAILER: ANTAL=" ANTAL-GL-RECORDS
               " HASH-BELOEB=" GL-HASH-TOTAL
               DELIMITED BY SIZE INTO GL-TRAILER-REC
           END-STRING
           WRITE GL-TRAILER-REC
           EXIT.

      *Dagens totaler tilfoejes GlSaldoTotaler.txt - en linje pr.
      *valuta i registret, ogsaa valutaer med total nul.
       GEM-SALDOTOTALER.
           OPEN EXTEND SALDOTOTALFIL
           IF SALDOTOTAL-STATUS NOT = "00"
               CLOSE SALDOTOTALFIL
               OPEN OUTPUT SALDOTOTALFIL
           END-IF
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE KOERSEL-DATO TO KT-DATO
               MOVE GYLDIG-VALUTA(VALUTA-IX) TO KT-VALUTA
               MOVE ANTAL-KUNDER TO KT-ANTAL-BEHANDLET
               MOVE 0 TO KT-ANTAL-AFVIST
               MOVE AF-IDAG(VALUTA-IX) TO KT-TOTAL
               WRITE SALDOTOTAL-RECORD
           END-PERFORM
           CLOSE SALDOTOTALFIL
           EXIT.

       AFSTEM-VALUTAER.
           MOVE 0 TO ANTAL-BRUD
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               COMPUTE AF-FORVENTET(VALUTA-IX) =
                   AF-GAARSDAG(VALUTA-IX) + AF-GL-NETTO(VALUTA-IX)
                   + AF-MAANED-NETTO(VALUTA-IX)
                   + AF-RENTE-NETTO(VALUTA-IX)
               COMPUTE AF-DIFFERENCE(VALUTA-IX) =
                   AF-IDAG(VALUTA-IX) - AF-FORVENTET(VALUTA-IX)
               IF AF-DIFFERENCE(VALUTA-IX) NOT = 0
                       AND FORRIGE-DATO > 0
                   ADD 1 TO ANTAL-BRUD
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ANTAL-BRUD > 0
                   MOVE "BRUD" TO AFSTEMNING-DOM
               WHEN FORRIGE-DATO = 0
                   MOVE "MANG" TO AFSTEMNING-DOM
               WHEN ANTAL-UKENDT-VALUTA > 0
                   MOVE "MANG" TO AFSTEMNING-DOM
               WHEN OTHER
                   MOVE "OK  " TO AFSTEMNING-DOM
           END-EVALUATE
           EXIT.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORTLINJE
           STRING "AFSTEMNING AF KUNDEINDLAAN MOD HOVEDBOGEN "
               KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           IF FORRIGE-DATO > 0
               STRING "Gaarsdagens total fra " FORRIGE-DATO
                   " - journallinjer med dato efter den og til og"
                   " med " KOERSEL-DATO
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
           ELSE
               STRING "Ingen tidligere total i GlSaldoTotaler.txt - "
                   "dagens total er udgangspunkt for i morgen"
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
           END-IF
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "VAL      GAARSDAGENS TOTAL     GL-BEVAEGELSER"
               "  LAAN/RYKKERGEBYR     RENTE/GEBYR"
               "        DAGENS TOTAL        DIFFERENCE"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               PERFORM SKRIV-VALUTALINJE
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "Udtraek " FUNCTION TRIM(GLFIL-NAVN)
               ": " ANTAL-GL-RECORDS " GL-records, "
               ANTAL-MEDTAGET " journallinjer"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           IF ANTAL-ULAESELIGE > 0 OR ANTAL-UKENDT-VALUTA > 0
                   OR ANTAL-UKENDT-TYPE > 0 OR ANTAL-KONTI-UDENFOR > 0
               MOVE SPACES TO RAPPORTLINJE
               STRING "Ulaeselige linjer " ANTAL-ULAESELIGE
                   ", linjer uden valuta " ANTAL-UKENDT-VALUTA
                   ", typer mod UAFKLARET " ANTAL-UKENDT-TYPE
                   ", konti i valuta uden for registret "
                   ANTAL-KONTI-UDENFOR
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           STRING "DOM: " AFSTEMNING-DOM
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-VALUTALINJE.
           MOVE AF-GAARSDAG(VALUTA-IX) TO BELOEB-VIST
           MOVE AF-GL-NETTO(VALUTA-IX) TO BELOEB2-VIST
           MOVE AF-MAANED-NETTO(VALUTA-IX) TO BELOEB3-VIST
           MOVE AF-RENTE-NETTO(VALUTA-IX) TO BELOEB4-VIST
           MOVE AF-IDAG(VALUTA-IX) TO BELOEB5-VIST
           MOVE AF-DIFFERENCE(VALUTA-IX) TO BELOEB6-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING GYLDIG-VALUTA(VALUTA-IX) "  " BELOEB-VIST
               "  " BELOEB2-VIST "  " BELOEB3-VIST
               "  " BELOEB4-VIST "  " BELOEB5-VIST
               "  " BELOEB6-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           IF AF-DIFFERENCE(VALUTA-IX) NOT = 0 AND FORRIGE-DATO > 0
               STRING "  BRUD" DELIMITED BY SIZE
                   INTO RAPPORTLINJE(123:10)
               END-STRING
           END-IF
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-AFSTEMNINGSSTATUS.
           OPEN OUTPUT STATUSFIL
           MOVE SPACES TO STATUS-RECORD
           MOVE KOERSEL-DATO TO GLST-DATO
           MOVE AFSTEMNING-DOM TO GLST-DOM
           WRITE STATUS-RECORD
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF AF-DIFFERENCE(VALUTA-IX) NOT = 0
                       AND FORRIGE-DATO > 0
                   MOVE SPACES TO STATUS-RECORD
                   MOVE KOERSEL-DATO TO GLST-DATO
                   MOVE "BRUD" TO GLST-DOM
                   MOVE GYLDIG-VALUTA(VALUTA-IX) TO GLST-VALUTA
                   MOVE AF-DIFFERENCE(VALUTA-IX) TO GLST-DIFFERENCE
                   WRITE STATUS-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUSFIL
           EXIT.

      *Indlaeser det centrale valutaregister (VALUTAREG.CPY) - kun
      *aktive valutaer tages med, og en koersel uden register fejler
      *hoejt i stedet for stiltiende at falde tilbage til en
      *indbygget liste.
       LAES-VALUTAREGISTER.
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL VALUTAREGFIL-SLUT = "J"
               READ VALUTAREGFIL
                   AT END
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *udtraekket kun laeser masteren.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "GLDAGSEKSTRAKT" TO LAAS-PROGRAM
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
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO RENTEJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePostering.txt"
                   DELIMITED BY SIZE INTO RENTEJOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO SALDOTOTALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GlSaldoTotaler.txt"
                   DELIMITED BY SIZE INTO SALDOTOTALFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GlAfstemning.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO STATUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GlAfstemningStatus.txt"
                   DELIMITED BY SIZE INTO STATUSFIL-NAVN
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
           MOVE "GLDAGSEKSTRAKT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
