       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOFLYTKOERSEL.
      *Kontoflytning - natskridtet der driver flytningerne i
      *kontoflytningsregistret (KontoFlytning.txt, KONTOFLYT.CPY)
      *frem. Flytningerne registreres i KONTOFLYTNING; skridtet
      *koeres foer CLEARINGUD og FASTEOVERFOERSLER i kalenderen.
      *Indgaaende (kunden flytter en konto hertil):
      *  - nye flytninger (R) sendes som anmodning til den anden
      *    bank i KontoFlytningAnmodning.txt (kommasepareret:
      *    flytnings-id, anden bank, konto i anden bank, CPR-nummer,
      *    kontoen her, flyttedato) og faar status S
      *  - den anden banks fil (KontoFlytningInd.txt) indlaeses,
      *    kommasepareret med en linjetype foerst:
      *      ORDRE,flytnings-id,til-konto,beloeb,dag
      *      MANDAT,flytnings-id,kreditor,startdato
      *      SALDO,flytnings-id,beloeb,valuta
      *    Linjer for flytninger hvis flyttedato ikke er naaet,
      *    venter i KontoFlytningVent.txt (status M). Paa
      *    flyttedatoen oprettes staaende ordrer i
      *    FasteOverfoersler.txt fra kontoen her, og mandaterne i
      *    BsMandater.txt paa kontoen her fra flyttedatoen. En ordre
      *    til kundens egen gamle konto peges om til den konto den
      *    er flyttet til; en ordre til en fremmed konto kan
      *    FASTEOVERFOERSLER ikke udfoere, saa raadgiveren faar
      *    besked i FilialAdvisering.txt. SALDO-linjen noteres paa
      *    flytningen - selve beloebet kommer ind gennem clearingen
      *    (CLEARINGIND) til kontoen her. Flytningen faar status F.
      *Udgaaende (kunden forlader banken, godkendt af en anden
      *operatoer):
      *  - godkendte flytninger (G) eksporteres til den nye bank i
      *    KontoFlytningUd.txt - en FLYT-linje (flytnings-id,
      *    CPR-nummer, ny bank, ny konto, flyttedato) efterfulgt af
      *    kundens staaende ordrer (ORDRE,flytnings-id,fra-konto,
      *    til-konto,beloeb,dag) og aktive mandater (MANDAT,
      *    flytnings-id,kreditor,konto,startdato) - status E
      *  - paa flyttedatoen foeres den almindelige lukningsafregning:
      *    kundens staaende ordrer fjernes, mandaterne afmeldes pr.
      *    flyttedatoen, slutrenten tilskrives som i BOAFVIKLING
      *    (journal i rentejournalens format), og hver konto med
      *    positiv saldo faar en betalingsordre til den nye bank i
      *    BetalingsOrdrer.txt, som CLEARINGUD sender samme nat -
      *    status L. En konto i overtraek eller et bundet
      *    aftaleindlaan stopper flytningen (status X med aarsagen)
      *    og raadgiveren faar besked.
      *  - naeste koersel efter at saldiene er sendt (alle konti
      *    staar i nul) lukkes kunden (status "D" med SLET-DATO),
      *    lukningsbrevet bestilles hos BREVKOERSEL (skabelon
      *    FLYTNING),
      *    og flytningen faar status F. Staar der stadig penge paa
      *    en konto (afvist af CLEARINGUD eller nyt indgaaende
      *    beloeb), venter flytningen, og raadgiveren faar besked.
      *Registret genskrives via en midlertidig fil; afsluttede
      *flytninger ud over opbevaringsperioden tages ikke med.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLYTFIL ASSIGN TO FLYTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLYTFIL-STATUS.
           SELECT FLYTNYFIL ASSIGN TO FLYTNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDFIL ASSIGN TO INDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDFIL-STATUS.
           SELECT OPTIONAL VENTFIL ASSIGN TO VENTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTFIL-STATUS.
           SELECT ANMODFIL ASSIGN TO ANMODFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UDFIL ASSIGN TO UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORDREFIL ASSIGN TO ORDREFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDREFIL-STATUS.
           SELECT ORDRENYFIL ASSIGN TO ORDRENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATFIL ASSIGN TO MANDATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT MANDATNYFIL ASSIGN TO MANDATNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BETORDREFIL ASSIGN TO BETORDREFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BETORDREFIL-STATUS.
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
           SELECT OPTIONAL PERIODEFIL ASSIGN TO PERIODEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODEFIL-STATUS.
           SELECT RENTEJOURNAL ASSIGN TO RENTEJOURNAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEJOURNAL-STATUS.
           SELECT ADVISFIL ASSIGN TO ADVISFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FLYTFIL.
       01 FLYT-RECORD.
           COPY "KONTOFLYT.CPY".

       FD FLYTNYFIL.
       01 FLYTNY-RECORD           PIC X(156).

       FD INDFIL.
       01 IND-LINJE               PIC X(100).

       FD VENTFIL.
       01 VENT-LINJE              PIC X(100).

       FD ANMODFIL.
       01 ANMOD-LINJE             PIC X(120).

       FD UDFIL.
       01 UD-LINJE                PIC X(120).

       FD ORDREFIL.
       01 ORDRE-LINJE             PIC X(100).

       FD ORDRENYFIL.
       01 ORDRENY-LINJE           PIC X(100).

       FD MANDATFIL.
       01 MANDAT-RECORD.
           COPY "BSMANDAT.CPY".

       FD MANDATNYFIL.
       01 MANDATNY-RECORD         PIC X(56).

       FD BETORDREFIL.
       01 BETORDRE-LINJE          PIC X(110).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD FORRIGESATSFIL.
       01 FORRIGESATS-RECORD.
           02 FORRIGE-VALUTA       PIC X(3).
           02 FORRIGE-SATS         PIC V9(4).
           02 FORRIGE-GEBYR        PIC 9(3)V9(2).
           02 FORRIGE-DEBET        PIC V9(4).
           02 FORRIGE-DATO         PIC 9(8).

       FD PERIODEFIL.
       01 PERIODE-RECORD.
           02 RP-PERIODE          PIC 9(6).
           02 FILLER              PIC X(1).
           02 RP-STATUS           PIC X(8).
           02 FILLER              PIC X(1).
           02 RP-DATO             PIC 9(8).

       FD RENTEJOURNAL.
       01 RENTEJOURNAL-LINJE     PIC X(200).

       FD ADVISFIL.
       01 ADVISLINJE              PIC X(200).

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
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FLYTFIL-NAVN           PIC X(80)
           VALUE "KontoFlytning.txt".
       01 FLYTNYFIL-NAVN         PIC X(80)
           VALUE "KontoFlytningNy.tmp".
       01 INDFIL-NAVN            PIC X(80)
           VALUE "KontoFlytningInd.txt".
       01 VENTFIL-NAVN           PIC X(80)
           VALUE "KontoFlytningVent.txt".
       01 ANMODFIL-NAVN          PIC X(80)
           VALUE "KontoFlytningAnmodning.txt".
       01 UDFIL-NAVN             PIC X(80)
           VALUE "KontoFlytningUd.txt".
       01 ORDREFIL-NAVN          PIC X(80)
           VALUE "FasteOverfoersler.txt".
       01 ORDRENYFIL-NAVN        PIC X(80)
           VALUE "FasteOverfoerslerNy.tmp".
       01 MANDATFIL-NAVN         PIC X(80)
           VALUE "BsMandater.txt".
       01 MANDATNYFIL-NAVN       PIC X(80)
           VALUE "BsMandaterNy.tmp".
       01 BETORDREFIL-NAVN       PIC X(80)
           VALUE "BetalingsOrdrer.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 FORRIGESATSFIL-NAVN    PIC X(80)
           VALUE "RentesatserForrige.txt".
       01 PERIODEFIL-NAVN        PIC X(80)
           VALUE "RentePeriode.txt".
       01 RENTEJOURNAL-NAVN      PIC X(80)
           VALUE "RentePostering.txt".
       01 ADVISFIL-NAVN          PIC X(80)
           VALUE "FilialAdvisering.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 FLYTFIL-STATUS         PIC X(2) VALUE "00".
       01 INDFIL-STATUS          PIC X(2) VALUE "00".
       01 VENTFIL-STATUS         PIC X(2) VALUE "00".
       01 ORDREFIL-STATUS        PIC X(2) VALUE "00".
       01 MANDATFIL-STATUS       PIC X(2) VALUE "00".
       01 BETORDREFIL-STATUS     PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT      PIC X VALUE "N".
       01 FORRIGESATS-STATUS     PIC X(2) VALUE "00".
       01 PERIODEFIL-STATUS      PIC X(2) VALUE "00".
       01 RENTEJOURNAL-STATUS    PIC X(2) VALUE "00".
       01 ADVISFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.

      *Registret holdes i en tabel under koerslen og genskrives til
      *sidst - samme teknik som NEMKONTOUDVEKSLING. FT-MAERKE
      *noterer hvad koerslen har gjort ved flytningen: "J" naar en
      *indgaaende flytnings linjer er udfoert, "X" naar den er
      *stoppet.
       01 FT-ANTAL               PIC 9(4) VALUE 0.
       01 FT-TABEL.
           02 FT-POST OCCURS 2000 TIMES PIC X(156).
       01 FT-MAERKER.
           02 FT-MAERKE OCCURS 2000 TIMES PIC X(1).
       01 FT-IX                  PIC 9(4).
       01 FT-FUNDET-IX           PIC 9(4) VALUE 0.
       01 FT-ANDEN-IX            PIC 9(4) VALUE 0.
       01 FT-BEVARES             PIC X VALUE "J".
           88 FT-SKAL-BEVARES        VALUE "J".

      *Den anden banks linjer - ventende fra tidligere koersler
      *plus dagens fil, en linje kun een gang.
       01 VT-ANTAL               PIC 9(4) VALUE 0.
       01 VT-TABEL.
           02 VT-POST OCCURS 2000 TIMES PIC X(100).
       01 VT-IX                  PIC 9(4).
       01 VT-DUBLET              PIC X VALUE "N".
       01 VT-VENTER.
           02 VT-VENT OCCURS 2000 TIMES PIC X(1).

      *De staaende ordrer og mandatregistret holdes ogsaa i tabeller
      *og genskrives kun hvis koerslen har aendret dem.
       01 FO-ANTAL               PIC 9(4) VALUE 0.
       01 FO-TABEL.
           02 FO-POST OCCURS 2000 TIMES.
               03 FO-LINJE           PIC X(100).
               03 FO-AKTIV           PIC X(1).
       01 FO-IX                  PIC 9(4).
       01 FO-AENDRET             PIC X VALUE "N".
       01 MT-ANTAL               PIC 9(4) VALUE 0.
       01 MT-TABEL.
           02 MT-POST OCCURS 2000 TIMES PIC X(56).
       01 MT-IX                  PIC 9(4).
       01 MT-AENDRET             PIC X VALUE "N".
       01 MT-FINDES              PIC X VALUE "N".

      *Kolonnerne paa den anden banks linjer og paa en staaende
      *ordre.
       01 IND-TYPE               PIC X(6).
       01 IND-FLYT-ID            PIC X(14).
       01 IND-FELT-1             PIC X(20).
       01 IND-FELT-2             PIC X(12).
       01 IND-FELT-3             PIC X(8).
       01 FO-KUNDE-ID            PIC X(10).
       01 FO-FRA-KONTO           PIC X(20).
       01 FO-TIL-KONTO           PIC X(20).
       01 FO-BELOEB-TEKST        PIC X(12).
       01 FO-DAG-TEKST           PIC X(2).
       01 ORDRE-DAG              PIC 9(2) VALUE 0.
       01 NY-TIL-KONTO           PIC X(20).
       01 MANDAT-START           PIC 9(8) VALUE 0.

       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 RENTESATSER.
           02 RENTESATS PIC V9(4) OCCURS 20 TIMES.
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.

      *Slutrenteberegningen som BOAFVIKLING: dage siden seneste
      *posterede renteperiode, maanedssatsen fordelt pr. dag.
       01 SIDSTE-RENTEDATO       PIC 9(8) VALUE 0.
       01 RENTE-DAGE             PIC S9(5) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 RENTEBELOEB            PIC S9(7)V9(4).
       01 GEBYRBELOEB            PIC S9(3)V9(2) VALUE 0.
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 SALDO-SUM              PIC S9(9)V9(2) VALUE 0.
      *Kontiene gemmes foer journal og ordrer skrives; foer-saldo
      *og slutrente pr. konto huskes til journalen og til en
      *tilbagestilling, hvis kontiene ikke kan gemmes.
       01 SLUTRENTE-TABEL.
           02 SLUT-POST OCCURS 99 TIMES.
               03 SLUT-FOER          PIC S9(7)V9(2).
               03 SLUT-RENTE         PIC S9(7)V9(4).
       01 BELOEB-VIST            PIC -(7)9.99.
       01 FLYT-STOP              PIC X VALUE "N".
           88 FLYT-STOPPES           VALUE "J".
       01 ADVIS-TEKST            PIC X(80) VALUE SPACES.
       01 ADVIS-KONTO            PIC X(20) VALUE SPACES.

       01 ANTAL-ANMODNINGER      PIC 9(7) VALUE 0.
       01 ANTAL-LINJER-LAEST     PIC 9(7) VALUE 0.
       01 ANTAL-LINJER-VENTER    PIC 9(7) VALUE 0.
       01 ANTAL-ORDRER-OPRETTET  PIC 9(7) VALUE 0.
       01 ANTAL-ORDRER-AFVIST    PIC 9(7) VALUE 0.
       01 ANTAL-MANDATER-OPRETTET PIC 9(7) VALUE 0.
       01 ANTAL-UKENDTE          PIC 9(7) VALUE 0.
       01 ANTAL-IND-GENNEMFOERT  PIC 9(7) VALUE 0.
       01 ANTAL-EKSPORTERET      PIC 9(7) VALUE 0.
       01 ANTAL-LUKNING-START    PIC 9(7) VALUE 0.
       01 ANTAL-BETORDRER        PIC 9(7) VALUE 0.
       01 ANTAL-UD-GENNEMFOERT   PIC 9(7) VALUE 0.
       01 ANTAL-UD-VENTER        PIC 9(7) VALUE 0.
       01 ANTAL-FEJLET           PIC 9(7) VALUE 0.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-FLYTNINGER
           IF FT-ANTAL = 0
               DISPLAY "KONTOFLYTKOERSEL: ingen flytninger i "
                   "registret"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-SATSER
           PERFORM FIND-SIDSTE-RENTEDATO
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-JOURNALER
           PERFORM AABN-AUDITJOURNAL
           PERFORM LAES-FASTE-ORDRER
           PERFORM LAES-MANDATER

           PERFORM SEND-ANMODNINGER
           PERFORM LAES-INDGAAENDE-LINJER
           PERFORM BEHANDL-INDGAAENDE-LINJER
           PERFORM MARKER-INDGAAENDE
           PERFORM EKSPORTER-UDGAAENDE
           PERFORM AFSLUT-UDGAAENDE
           PERFORM START-UDGAAENDE

           CLOSE KUNDEFIL
           CLOSE RENTEJOURNAL
           CLOSE BETORDREFIL
           CLOSE ADVISFIL
           CLOSE AUDITFIL
           PERFORM SKRIV-FASTE-ORDRER
           PERFORM SKRIV-MANDATER
           PERFORM SKRIV-VENTENDE
           PERFORM SKRIV-FLYTNINGER

           DISPLAY "================================================"
           DISPLAY "KONTOFLYTKOERSEL - kontoflytning"
           DISPLAY "================================================"
           DISPLAY "Indgaaende:"
           DISPLAY "  anmodninger sendt  : " ANTAL-ANMODNINGER
           DISPLAY "  linjer modtaget    : " ANTAL-LINJER-LAEST
           DISPLAY "  linjer der venter  : " ANTAL-LINJER-VENTER
           DISPLAY "  ordrer oprettet    : " ANTAL-ORDRER-OPRETTET
           DISPLAY "  ordrer afvist      : " ANTAL-ORDRER-AFVIST
           DISPLAY "  mandater oprettet  : " ANTAL-MANDATER-OPRETTET
           DISPLAY "  ukendte linjer     : " ANTAL-UKENDTE
           DISPLAY "  gennemfoert        : " ANTAL-IND-GENNEMFOERT
           DISPLAY "Udgaaende:"
           DISPLAY "  eksporteret        : " ANTAL-EKSPORTERET
           DISPLAY "  lukning startet    : " ANTAL-LUKNING-START
           DISPLAY "  betalingsordrer    : " ANTAL-BETORDRER
           DISPLAY "  gennemfoert        : " ANTAL-UD-GENNEMFOERT
           DISPLAY "  venter paa saldo   : " ANTAL-UD-VENTER
           DISPLAY "Fejlede flytninger   : " ANTAL-FEJLET

           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ANTAL-FEJLET > 0 OR ANTAL-UKENDTE > 0
                       OR ANTAL-ORDRER-AFVIST > 0
                       OR ANTAL-UD-VENTER > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LAES-FLYTNINGER.
           MOVE 0 TO FT-ANTAL
           OPEN INPUT FLYTFIL
           IF FLYTFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FLYTFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FT-ANTAL < 2000
                           ADD 1 TO FT-ANTAL
                           MOVE FLYT-RECORD TO FT-POST(FT-ANTAL)
                           MOVE SPACE TO FT-MAERKE(FT-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "KontoFlytning.txt"
                           CLOSE FLYTFIL
                           MOVE "FT-TABEL" TO TK-TABEL
                           MOVE FT-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLYTFIL
           MOVE "N" TO END-OF-FILE
           MOVE "FT-TABEL" TO TK-TABEL
           MOVE FT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-FASTE-ORDRER.
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ORDREFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FO-ANTAL < 2000
                           ADD 1 TO FO-ANTAL
                           MOVE ORDRE-LINJE TO FO-LINJE(FO-ANTAL)
                           MOVE "J" TO FO-AKTIV(FO-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 linjer i "
                               "FasteOverfoersler.txt"
                           MOVE "FO-TABEL" TO TK-TABEL
                           MOVE FO-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM AFBRYD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDREFIL
           MOVE "N" TO END-OF-FILE
           MOVE "FO-TABEL" TO TK-TABEL
           MOVE FO-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-MANDATER.
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANDATFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MT-ANTAL < 2000
                           ADD 1 TO MT-ANTAL
                           MOVE MANDAT-RECORD TO MT-POST(MT-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 mandater i "
                               "BsMandater.txt"
                           MOVE "MT-TABEL" TO TK-TABEL
                           MOVE MT-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM AFBRYD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATFIL
           MOVE "N" TO END-OF-FILE
           MOVE "MT-TABEL" TO TK-TABEL
           MOVE MT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       AFBRYD.
           CLOSE KUNDEFIL
           PERFORM FRIGIV-KOERSELLAAS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *Nye indgaaende flytninger sendes til den anden bank. CPR-
      *nummeret laeses frisk fra masteren, da det er det den anden
      *bank finder kunden paa.
       SEND-ANMODNINGER.
           OPEN OUTPUT ANMODFIL
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               IF KF-INDGAAENDE AND KF-REGISTRERET
                   PERFORM SEND-ANMODNING
               END-IF
           END-PERFORM
           CLOSE ANMODFIL
           EXIT.

       SEND-ANMODNING.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO CPR-NUMMER
           END-READ
           IF CPR-NUMMER = SPACES
               MOVE "KUNDE/CPR-NUMMER FINDES IKKE" TO KF-BEMAERKNING
               PERFORM STOP-FLYTNING
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANMOD-LINJE
           STRING KF-FLYT-ID ","
               FUNCTION TRIM(KF-ANDEN-BANK) ","
               FUNCTION TRIM(KF-ANDEN-KONTO) ","
               CPR-NUMMER ","
               FUNCTION TRIM(KF-VORES-KONTO) ","
               KF-FLYTTE-DATO
               DELIMITED BY SIZE INTO ANMOD-LINJE
           END-STRING
           WRITE ANMOD-LINJE
           MOVE "S" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           ADD 1 TO ANTAL-ANMODNINGER
           EXIT.

      *Ventende linjer fra tidligere koersler foerst, derefter
      *dagens fil. En linje der allerede staar i tabellen (samme
      *fil leveret eller laest to gange) tages ikke med igen.
       LAES-INDGAAENDE-LINJER.
           OPEN INPUT VENTFIL
           IF VENTFIL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ VENTFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE VENT-LINJE TO IND-LINJE
                           PERFORM OPTAG-LINJE
                   END-READ
               END-PERFORM
               MOVE "N" TO END-OF-FILE
           END-IF
           CLOSE VENTFIL
           OPEN INPUT INDFIL
           IF INDFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INDFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF IND-LINJE NOT = SPACES
                           ADD 1 TO ANTAL-LINJER-LAEST
                           PERFORM OPTAG-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDFIL
           MOVE "N" TO END-OF-FILE
           MOVE "VT-TABEL" TO TK-TABEL
           MOVE VT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       OPTAG-LINJE.
           MOVE "N" TO VT-DUBLET
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               IF VT-POST(VT-IX) = IND-LINJE
                   MOVE "J" TO VT-DUBLET
               END-IF
           END-PERFORM
           IF VT-DUBLET = "J"
               EXIT PARAGRAPH
           END-IF
           IF VT-ANTAL < 2000
               ADD 1 TO VT-ANTAL
               MOVE IND-LINJE TO VT-POST(VT-ANTAL)
               MOVE "N" TO VT-VENT(VT-ANTAL)
           ELSE
               DISPLAY "FEJL: flere end 2000 ventende "
                   "kontoflytningslinjer"
               MOVE "VT-TABEL" TO TK-TABEL
               MOVE VT-ANTAL TO TK-ANTAL
               MOVE 2000 TO TK-KAPACITET
               MOVE "J" TO TK-OVERLOB
               PERFORM MAAL-TABEL
               PERFORM AFBRYD
           END-IF
           EXIT.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *kolonner ellers ville beholde vaerdier fra forrige linje.
       BEHANDL-INDGAAENDE-LINJER.
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               MOVE SPACES TO IND-TYPE IND-FLYT-ID IND-FELT-1
                   IND-FELT-2 IND-FELT-3
               UNSTRING VT-POST(VT-IX) DELIMITED BY ","
                   INTO IND-TYPE, IND-FLYT-ID, IND-FELT-1,
                       IND-FELT-2, IND-FELT-3
               PERFORM BEHANDL-LINJE
           END-PERFORM
           EXIT.

       BEHANDL-LINJE.
           MOVE 0 TO FT-FUNDET-IX
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               IF KF-FLYT-ID = IND-FLYT-ID AND KF-INDGAAENDE
                   MOVE FT-IX TO FT-FUNDET-IX
               END-IF
           END-PERFORM
           IF FT-FUNDET-IX = 0
               DISPLAY "ADVARSEL: linje for ukendt indgaaende "
                   "flytning: " FUNCTION TRIM(VT-POST(VT-IX))
               ADD 1 TO ANTAL-UKENDTE
               EXIT PARAGRAPH
           END-IF
           MOVE FT-FUNDET-IX TO FT-IX
           MOVE FT-POST(FT-IX) TO FLYT-RECORD
      *En afsluttet flytning er faerdigbehandlet - linjen er en
      *gentagelse og kasseres.
           IF KF-AFSLUTTET OR FT-MAERKE(FT-IX) = "X"
               EXIT PARAGRAPH
           END-IF
           IF KF-FLYTTE-DATO > KOERSEL-DATO
               MOVE "J" TO VT-VENT(VT-IX)
               ADD 1 TO ANTAL-LINJER-VENTER
               IF NOT KF-MODTAGET
                   MOVE "M" TO KF-STATUS
                   MOVE KOERSEL-DATO TO KF-STATUS-DATO
                   MOVE FLYT-RECORD TO FT-POST(FT-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-INDGAAENDE-KUNDE
           IF FT-MAERKE(FT-IX) = "X"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO FT-MAERKE(FT-IX)
           EVALUATE IND-TYPE
               WHEN "ORDRE"
                   PERFORM OPRET-ORDRE
               WHEN "MANDAT"
                   PERFORM OPRET-MANDAT
               WHEN "SALDO"
                   IF FUNCTION TEST-NUMVAL(IND-FELT-1) = 0
                       COMPUTE KF-SALDO =
                           FUNCTION NUMVAL(IND-FELT-1)
                   END-IF
               WHEN OTHER
                   DISPLAY "ADVARSEL: ukendt linjetype: "
                       FUNCTION TRIM(VT-POST(VT-IX))
                   ADD 1 TO ANTAL-UKENDTE
           END-EVALUATE
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           EXIT.

      *Kunden og kontoen her kontrolleres een gang pr. flytning,
      *foer den foerste linje udfoeres - er kontoen lukket siden
      *registreringen, stoppes flytningen.
       HENT-INDGAAENDE-KUNDE.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE KF-KUNDE-ID TO KUNDE-ID
                   MOVE "D" TO KUNDE-STATUS
                   MOVE 0 TO ANTAL-KONTI
               NOT INVALID KEY
                   PERFORM HENT-KONTI
           END-READ
           IF FT-MAERKE(FT-IX) = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KONTO-FUNDET-IX
           IF NOT KUNDE-SLETTET
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                           FUNCTION TRIM(KF-VORES-KONTO)
                       MOVE KONTO-IX TO KONTO-FUNDET-IX
                   END-IF
               END-PERFORM
           END-IF
           IF KONTO-FUNDET-IX = 0
               MOVE "KONTOEN HER ER LUKKET" TO KF-BEMAERKNING
               PERFORM STOP-FLYTNING
           END-IF
           EXIT.

      *En ordre til kundens egen gamle konto i den anden bank
      *peges om til den konto her, som den gamle konto flyttes
      *til; er til-kontoen allerede kundens konto her, bruges den
      *som den er. Flytningen gemmes i tabellen mens kundens andre
      *flytninger gennemsoeges, og hentes bagefter tilbage.
       OPRET-ORDRE.
           MOVE SPACES TO NY-TIL-KONTO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           PERFORM VARYING FT-ANDEN-IX FROM 1 BY 1
                   UNTIL FT-ANDEN-IX > FT-ANTAL
               MOVE FT-POST(FT-ANDEN-IX) TO FLYT-RECORD
               IF KF-INDGAAENDE
                       AND KF-KUNDE-ID = KUNDE-ID
                       AND FUNCTION TRIM(KF-ANDEN-KONTO) =
                           FUNCTION TRIM(IND-FELT-1)
                       AND NOT KF-ANNULLERET AND NOT KF-FEJLET
                   MOVE KF-VORES-KONTO TO NY-TIL-KONTO
               END-IF
           END-PERFORM
           MOVE FT-POST(FT-IX) TO FLYT-RECORD
           IF NY-TIL-KONTO = SPACES
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                           FUNCTION TRIM(IND-FELT-1)
                       MOVE KONTONUMMER(KONTO-IX) TO NY-TIL-KONTO
                   END-IF
               END-PERFORM
           END-IF
           MOVE IND-FELT-1 TO ADVIS-KONTO
           IF NY-TIL-KONTO = SPACES
               MOVE "STAAENDE ORDRE TIL FREMMED KONTO - OPRET MANUELT"
                   TO ADVIS-TEKST
               PERFORM AFVIS-ORDRE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(NY-TIL-KONTO) =
                   FUNCTION TRIM(KF-VORES-KONTO)
               MOVE "STAAENDE ORDRE TIL SAMME KONTO - IKKE OPRETTET"
                   TO ADVIS-TEKST
               PERFORM AFVIS-ORDRE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(IND-FELT-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(IND-FELT-3) NOT = 0
               MOVE "STAAENDE ORDRE MED UGYLDIGT BELOEB/DAG"
                   TO ADVIS-TEKST
               PERFORM AFVIS-ORDRE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IND-FELT-3) TO ORDRE-DAG
           IF ORDRE-DAG < 1 OR ORDRE-DAG > 31
               MOVE "STAAENDE ORDRE MED UGYLDIGT BELOEB/DAG"
                   TO ADVIS-TEKST
               PERFORM AFVIS-ORDRE
               EXIT PARAGRAPH
           END-IF
           IF FO-ANTAL >= 2000
               DISPLAY "FEJL: flere end 2000 linjer i "
                   "FasteOverfoersler.txt"
               PERFORM AFBRYD
           END-IF
           MOVE ORDRE-DAG TO FO-DAG-TEKST
           ADD 1 TO FO-ANTAL
           MOVE SPACES TO FO-LINJE(FO-ANTAL)
           STRING FUNCTION TRIM(KF-KUNDE-ID) ","
               FUNCTION TRIM(KF-VORES-KONTO) ","
               FUNCTION TRIM(NY-TIL-KONTO) ","
               FUNCTION TRIM(IND-FELT-2) ","
               FO-DAG-TEKST
               DELIMITED BY SIZE INTO FO-LINJE(FO-ANTAL)
           END-STRING
           MOVE "J" TO FO-AKTIV(FO-ANTAL)
           MOVE "J" TO FO-AENDRET
           ADD 1 TO KF-ANTAL-ORDRER
           ADD 1 TO ANTAL-ORDRER-OPRETTET
           EXIT.

       AFVIS-ORDRE.
           ADD 1 TO ANTAL-ORDRER-AFVIST
           PERFORM SKRIV-ADVIS
           EXIT.

      *Mandatet oprettes paa kontoen her fra flyttedatoen (eller
      *den anden banks startdato, hvis den ligger senere). Et aktivt
      *mandat for samme kreditor paa kontoen oprettes ikke igen.
       OPRET-MANDAT.
           IF IND-FELT-1 = SPACES
               DISPLAY "ADVARSEL: mandatlinje uden kreditor: "
                   FUNCTION TRIM(VT-POST(VT-IX))
               ADD 1 TO ANTAL-UKENDTE
               EXIT PARAGRAPH
           END-IF
           MOVE KF-FLYTTE-DATO TO MANDAT-START
           IF IND-FELT-2(1:8) NUMERIC
               IF IND-FELT-2(1:8) > MANDAT-START
                   MOVE IND-FELT-2(1:8) TO MANDAT-START
               END-IF
           END-IF
           MOVE "N" TO MT-FINDES
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > MT-ANTAL
               MOVE MT-POST(MT-IX) TO MANDAT-RECORD
               IF MD-KREDITOR = IND-FELT-1(1:10)
                       AND MD-KUNDE-ID = KF-KUNDE-ID
                       AND MD-KONTONUMMER = KF-VORES-KONTO
                       AND (MD-AFMELDT-DATO = 0
                           OR MD-AFMELDT-DATO > KOERSEL-DATO)
                   MOVE "J" TO MT-FINDES
               END-IF
           END-PERFORM
           IF MT-FINDES = "J"
               EXIT PARAGRAPH
           END-IF
           IF MT-ANTAL >= 2000
               DISPLAY "FEJL: flere end 2000 mandater i "
                   "BsMandater.txt"
               PERFORM AFBRYD
           END-IF
           MOVE SPACES TO MANDAT-RECORD
           MOVE IND-FELT-1(1:10) TO MD-KREDITOR
           MOVE KF-KUNDE-ID TO MD-KUNDE-ID
           MOVE KF-VORES-KONTO TO MD-KONTONUMMER
           MOVE MANDAT-START TO MD-START-DATO
           MOVE 0 TO MD-AFMELDT-DATO
           ADD 1 TO MT-ANTAL
           MOVE MANDAT-RECORD TO MT-POST(MT-ANTAL)
           MOVE "J" TO MT-AENDRET
           ADD 1 TO KF-ANTAL-MANDATER
           ADD 1 TO ANTAL-MANDATER-OPRETTET
           EXIT.

      *Indgaaende flytninger hvis linjer er udfoert i dag, er
      *gennemfoert.
       MARKER-INDGAAENDE.
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               IF FT-MAERKE(FT-IX) = "J"
                   MOVE FT-POST(FT-IX) TO FLYT-RECORD
                   MOVE "F" TO KF-STATUS
                   MOVE KOERSEL-DATO TO KF-STATUS-DATO
                   MOVE FLYT-RECORD TO FT-POST(FT-IX)
                   ADD 1 TO ANTAL-IND-GENNEMFOERT
                   MOVE KF-KUNDE-ID TO KUNDE-ID
                   READ KUNDEFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM HENT-KONTI
                           PERFORM OPGOER-BALANCE-SUM
                           MOVE AUDIT-BALANCE-SUM
                               TO AUDIT-FOER-BALANCE
                           MOVE "KFLYTIND" TO AUDIT-AKTION
                           PERFORM SKRIV-AUDITLINJE
                   END-READ
               END-IF
           END-PERFORM
           EXIT.

      *Godkendte udgaaende flytninger: kundens staaende ordrer og
      *aktive mandater sendes til den nye bank.
       EKSPORTER-UDGAAENDE.
           OPEN OUTPUT UDFIL
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               IF KF-UDGAAENDE AND KF-GODKENDT
                   PERFORM EKSPORTER-FLYTNING
               END-IF
           END-PERFORM
           CLOSE UDFIL
           EXIT.

       EKSPORTER-FLYTNING.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO CPR-NUMMER
           END-READ
           MOVE SPACES TO UD-LINJE
           STRING "FLYT," KF-FLYT-ID ","
               CPR-NUMMER ","
               FUNCTION TRIM(KF-ANDEN-BANK) ","
               FUNCTION TRIM(KF-ANDEN-KONTO) ","
               KF-FLYTTE-DATO
               DELIMITED BY SIZE INTO UD-LINJE
           END-STRING
           WRITE UD-LINJE
           MOVE 0 TO KF-ANTAL-ORDRER
           MOVE 0 TO KF-ANTAL-MANDATER
           PERFORM VARYING FO-IX FROM 1 BY 1 UNTIL FO-IX > FO-ANTAL
               PERFORM DEL-ORDRE
               IF FO-KUNDE-ID = KF-KUNDE-ID
                       AND FO-AKTIV(FO-IX) = "J"
                   MOVE SPACES TO UD-LINJE
                   STRING "ORDRE," KF-FLYT-ID ","
                       FUNCTION TRIM(FO-FRA-KONTO) ","
                       FUNCTION TRIM(FO-TIL-KONTO) ","
                       FUNCTION TRIM(FO-BELOEB-TEKST) ","
                       FO-DAG-TEKST
                       DELIMITED BY SIZE INTO UD-LINJE
                   END-STRING
                   WRITE UD-LINJE
                   ADD 1 TO KF-ANTAL-ORDRER
               END-IF
           END-PERFORM
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > MT-ANTAL
               MOVE MT-POST(MT-IX) TO MANDAT-RECORD
               IF MD-KUNDE-ID = KF-KUNDE-ID
                       AND (MD-AFMELDT-DATO = 0
                           OR MD-AFMELDT-DATO > KOERSEL-DATO)
                   MOVE SPACES TO UD-LINJE
                   STRING "MANDAT," KF-FLYT-ID ","
                       FUNCTION TRIM(MD-KREDITOR) ","
                       FUNCTION TRIM(MD-KONTONUMMER) ","
                       MD-START-DATO
                       DELIMITED BY SIZE INTO UD-LINJE
                   END-STRING
                   WRITE UD-LINJE
                   ADD 1 TO KF-ANTAL-MANDATER
               END-IF
           END-PERFORM
           MOVE "E" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           ADD 1 TO ANTAL-EKSPORTERET
           EXIT.

       DEL-ORDRE.
           MOVE SPACES TO FO-KUNDE-ID FO-FRA-KONTO FO-TIL-KONTO
               FO-BELOEB-TEKST FO-DAG-TEKST
           UNSTRING FO-LINJE(FO-IX) DELIMITED BY ","
               INTO FO-KUNDE-ID, FO-FRA-KONTO, FO-TIL-KONTO,
                   FO-BELOEB-TEKST, FO-DAG-TEKST
           EXIT.

      *Flytninger der kom i gang med lukningen i en tidligere
      *koersel: naar CLEARINGUD har sendt saldiene, lukkes kunden.
       AFSLUT-UDGAAENDE.
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               IF KF-UDGAAENDE AND KF-LUKNING-I-GANG
                       AND KF-STATUS-DATO < KOERSEL-DATO
                   PERFORM AFSLUT-FLYTNING
               END-IF
           END-PERFORM
           EXIT.

       AFSLUT-FLYTNING.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "KUNDEN FINDES IKKE" TO KF-BEMAERKNING
                   PERFORM STOP-FLYTNING
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE "N" TO FLYT-STOP
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF BALANCE(KONTO-IX) NOT = 0
                   MOVE "J" TO FLYT-STOP
               END-IF
           END-PERFORM
           IF FLYT-STOPPES
               MOVE "SALDO IKKE OVERFOERT - SE BETALINGSAFVISTE"
                   TO ADVIS-TEKST
               MOVE SPACES TO ADVIS-KONTO
               PERFORM SKRIV-ADVIS
               ADD 1 TO ANTAL-UD-VENTER
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE "D" TO KUNDE-STATUS
           MOVE KOERSEL-DATO TO SLET-DATO
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke lukke " KUNDE-ID
                   ADD 1 TO ANTAL-UD-VENTER
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "KFLYTLUK" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           PERFORM SKRIV-LUKNINGSBREV
           MOVE "F" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           ADD 1 TO ANTAL-UD-GENNEMFOERT
           EXIT.

      *Lukningsbrevet bestilles til brevkoerslen (skabelon
      *FLYTNING) som GODKENDELSE's almindelige lukningsbrev; {BELOEB}
      *er de sendte saldi, {TEKST} den nye bank og konto.
       SKRIV-LUKNINGSBREV.
           INITIALIZE BB-OMRAADE
           MOVE KUNDE-ID TO BB-KUNDE-ID
           MOVE "FLYTNING" TO BB-SKABELON
           MOVE KF-VORES-KONTO TO BB-KONTONUMMER
           MOVE KF-SALDO TO BB-BELOEB
           MOVE VALUTAKODE(1) TO BB-VALUTA
           MOVE KF-FLYTTE-DATO TO BB-BREVDATO
           MOVE KF-FLYT-ID TO BB-REFERENCE
           STRING FUNCTION TRIM(KF-ANDEN-BANK)
               " KONTO " FUNCTION TRIM(KF-ANDEN-KONTO)
               DELIMITED BY SIZE INTO BB-TEKST
           END-STRING
           MOVE "KONTOFLYTKOERSEL" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Flyttedatoen er naaet: den almindelige lukningsafregning.
      *Alt kontrolleres foer der roeres ved noget, saa en flytning
      *der stoppes, efterlader kunden som den var.
       START-UDGAAENDE.
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               IF KF-UDGAAENDE AND KF-EKSPORTERET
                       AND KF-FLYTTE-DATO NOT > KOERSEL-DATO
                   PERFORM START-LUKNING
               END-IF
           END-PERFORM
           EXIT.

       START-LUKNING.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "KUNDEN FINDES IKKE" TO KF-BEMAERKNING
                   PERFORM STOP-FLYTNING
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV OR SCREENING-BLOKERET
               MOVE "KUNDEN ER IKKE AKTIV/ER SPAERRET"
                   TO KF-BEMAERKNING
               PERFORM STOP-FLYTNING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FLYT-STOP
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF BALANCE(KONTO-IX) < 0
                   MOVE "KONTO I OVERTRAEK - AFVIKL FOERST"
                       TO KF-BEMAERKNING
                   MOVE "J" TO FLYT-STOP
               END-IF
               IF BINDING(KONTO-IX) = "J"
                       AND UDLOEBSDATO(KONTO-IX) NUMERIC
                       AND UDLOEBSDATO(KONTO-IX) > KOERSEL-DATO
                   MOVE "BUNDET AFTALEINDLAAN - KAN IKKE FLYTTES"
                       TO KF-BEMAERKNING
                   MOVE "J" TO FLYT-STOP
               END-IF
           END-PERFORM
           IF FLYT-STOPPES
               PERFORM STOP-FLYTNING
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
      *Slutrenten tilskrives og kontiene gemmes foerst - kan de
      *ikke gemmes, stilles saldiene tilbage, og flytningen bliver
      *staaende til naeste koersel uden journal, ordrer eller
      *afmeldinger.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               PERFORM TILSKRIV-SLUTRENTE
           END-PERFORM
           PERFORM GEM-KONTI
           IF KS-FEJL
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   MOVE SLUT-FOER(KONTO-IX) TO BALANCE(KONTO-IX)
               END-PERFORM
               DISPLAY "FEJL: flytning " KF-FLYT-ID " ikke "
                   "startet - konti kunne ikke gemmes"
               ADD 1 TO ANTAL-FEJLET
               EXIT PARAGRAPH
           END-IF
      *Kundens staaende ordrer fjernes og mandaterne afmeldes pr.
      *flyttedatoen - de er sendt til den nye bank.
           PERFORM VARYING FO-IX FROM 1 BY 1 UNTIL FO-IX > FO-ANTAL
               PERFORM DEL-ORDRE
               IF FO-KUNDE-ID = KF-KUNDE-ID
                   MOVE "N" TO FO-AKTIV(FO-IX)
                   MOVE "J" TO FO-AENDRET
               END-IF
           END-PERFORM
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > MT-ANTAL
               MOVE MT-POST(MT-IX) TO MANDAT-RECORD
               IF MD-KUNDE-ID = KF-KUNDE-ID
                       AND (MD-AFMELDT-DATO = 0
                           OR MD-AFMELDT-DATO > KOERSEL-DATO)
                   MOVE KOERSEL-DATO TO MD-AFMELDT-DATO
                   MOVE MANDAT-RECORD TO MT-POST(MT-IX)
                   MOVE "J" TO MT-AENDRET
               END-IF
           END-PERFORM
      *Slutrentejournal og en betalingsordre pr. konto med penge.
           MOVE 0 TO SALDO-SUM
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               PERFORM SKRIV-SLUTRENTE-JOURNAL
               PERFORM SKRIV-BETALINGSORDRE
           END-PERFORM
           MOVE "KFLYTUD" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           MOVE SALDO-SUM TO KF-SALDO
           MOVE "L" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           ADD 1 TO ANTAL-LUKNING-START
           EXIT.

      *Slutrenten: dage siden seneste posterede renteperiode gange
      *dagssatsen (maanedssatsen / 30) - som BOAFVIKLING. Konti i
      *overtraek er afvist forinden, saa kun kreditsatsen bruges.
       TILSKRIV-SLUTRENTE.
           MOVE BALANCE(KONTO-IX) TO SLUT-FOER(KONTO-IX)
           MOVE 0 TO SLUT-RENTE(KONTO-IX)
           IF KONTONUMMER(KONTO-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE(KONTO-IX) TO GAMMEL-BALANCE
           MOVE 0 TO RENTEBELOEB
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                   COMPUTE RENTEBELOEB ROUNDED =
                       GAMMEL-BALANCE * RENTESATS(VALUTA-IX)
                       * RENTE-DAGE / 30
               END-IF
           END-PERFORM
           COMPUTE NY-BALANCE = GAMMEL-BALANCE + RENTEBELOEB
           MOVE NY-BALANCE TO BALANCE(KONTO-IX)
           MOVE RENTEBELOEB TO SLUT-RENTE(KONTO-IX)
           EXIT.

      *Rentejournalen skrives foerst naar kontiene er gemt.
       SKRIV-SLUTRENTE-JOURNAL.
           IF KONTONUMMER(KONTO-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SLUT-FOER(KONTO-IX) TO GAMMEL-BALANCE
           MOVE SLUT-RENTE(KONTO-IX) TO RENTEBELOEB
           MOVE SPACES TO RENTEJOURNAL-LINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-IX)
               " FOER=" GAMMEL-BALANCE
               " RENTE=" RENTEBELOEB " GEBYR=" GEBYRBELOEB
               " EFTER=" BALANCE(KONTO-IX)
               " VALUTA=" VALUTAKODE(KONTO-IX)
               " DATO=" KOERSEL-DATO
               DELIMITED BY SIZE INTO RENTEJOURNAL-LINJE
           END-STRING
           WRITE RENTEJOURNAL-LINJE
           EXIT.

      *Ordren har CLEARINGUD's format (kunde-id, fra-konto,
      *modtagerbank, modtagerkonto, beloeb, valutakode) i kontoens
      *egen valuta.
       SKRIV-BETALINGSORDRE.
           IF KONTONUMMER(KONTO-IX) = SPACES
                   OR BALANCE(KONTO-IX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           ADD BALANCE(KONTO-IX) TO SALDO-SUM
           MOVE BALANCE(KONTO-IX) TO BELOEB-VIST
           MOVE SPACES TO BETORDRE-LINJE
           STRING FUNCTION TRIM(KUNDE-ID) ","
               FUNCTION TRIM(KONTONUMMER(KONTO-IX)) ","
               FUNCTION TRIM(KF-ANDEN-BANK) ","
               FUNCTION TRIM(KF-ANDEN-KONTO) ","
               FUNCTION TRIM(BELOEB-VIST) ","
               VALUTAKODE(KONTO-IX)
               DELIMITED BY SIZE INTO BETORDRE-LINJE
           END-STRING
           WRITE BETORDRE-LINJE
           ADD 1 TO ANTAL-BETORDRER
           EXIT.

      *En flytning der ikke kan gennemfoeres, faar status X med
      *aarsagen, og kundens raadgiver faar besked.
       STOP-FLYTNING.
           MOVE "X" TO KF-STATUS
           MOVE KOERSEL-DATO TO KF-STATUS-DATO
           MOVE FLYT-RECORD TO FT-POST(FT-IX)
           MOVE "X" TO FT-MAERKE(FT-IX)
           ADD 1 TO ANTAL-FEJLET
           MOVE SPACES TO ADVIS-TEKST
           STRING "KONTOFLYTNING " KF-FLYT-ID " STOPPET: "
               KF-BEMAERKNING
               DELIMITED BY SIZE INTO ADVIS-TEKST
           END-STRING
           MOVE KF-VORES-KONTO TO ADVIS-KONTO
           PERFORM SKRIV-ADVIS
           EXIT.

      *Filialens besked gaar til kundens raadgiver (RAADGIVER-ID,
      *blank hvis kunden ikke har en eller ikke findes).
       SKRIV-ADVIS.
           MOVE KF-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEOPL
                   MOVE KF-KUNDE-ID TO KUNDE-ID
           END-READ
           MOVE SPACES TO ADVISLINJE
           STRING KOERSEL-DATO " RAADGIVER=" RAADGIVER-ID
               " KUNDE=" KUNDE-ID " "
               FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               " " FUNCTION TRIM(ADVIS-TEKST)
               " KONTO=" FUNCTION TRIM(ADVIS-KONTO)
               DELIMITED BY SIZE INTO ADVISLINJE
           END-STRING
           WRITE ADVISLINJE
           EXIT.

      *De staaende ordrer og mandatregistret genskrives via
      *midlertidig fil og mv, kun hvis koerslen har aendret dem.
       SKRIV-FASTE-ORDRER.
           IF FO-AENDRET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDRENYFIL
           PERFORM VARYING FO-IX FROM 1 BY 1 UNTIL FO-IX > FO-ANTAL
               IF FO-AKTIV(FO-IX) = "J"
                   MOVE FO-LINJE(FO-IX) TO ORDRENY-LINJE
                   WRITE ORDRENY-LINJE
               END-IF
           END-PERFORM
           CLOSE ORDRENYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(ORDRENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ORDREFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       SKRIV-MANDATER.
           IF MT-AENDRET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MANDATNYFIL
           PERFORM VARYING MT-IX FROM 1 BY 1 UNTIL MT-IX > MT-ANTAL
               MOVE MT-POST(MT-IX) TO MANDATNY-RECORD
               WRITE MANDATNY-RECORD
           END-PERFORM
           CLOSE MANDATNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(MANDATNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MANDATFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Kun linjer for flytninger hvis dato ikke er naaet, venter
      *videre; ventefilen er dermed tom naar alt er udfoert.
       SKRIV-VENTENDE.
           OPEN OUTPUT VENTFIL
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               IF VT-VENT(VT-IX) = "J"
                   MOVE VT-POST(VT-IX) TO VENT-LINJE
                   WRITE VENT-LINJE
               END-IF
           END-PERFORM
           CLOSE VENTFIL
           EXIT.

      *Registret genskrives fra tabellen via en midlertidig fil og
      *mv; afsluttede flytninger ud over opbevaringsperioden tages
      *ikke med.
       SKRIV-FLYTNINGER.
           OPEN OUTPUT FLYTNYFIL
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-ANTAL
               MOVE FT-POST(FT-IX) TO FLYT-RECORD
               MOVE "J" TO FT-BEVARES
               IF KF-AFSLUTTET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(KF-STATUS-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO FT-BEVARES
                   END-IF
               END-IF
               IF FT-SKAL-BEVARES
                   MOVE FLYT-RECORD TO FLYTNY-RECORD
                   WRITE FLYTNY-RECORD
               END-IF
           END-PERFORM
           CLOSE FLYTNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FLYTNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FLYTFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Seneste posterede renteperiode - slutrenten daekker dagene
      *derfra til flyttedatoen. Findes registret ikke, regnes 30
      *dage som et forsigtigt standardvalg.
       FIND-SIDSTE-RENTEDATO.
           MOVE 0 TO SIDSTE-RENTEDATO
           OPEN INPUT PERIODEFIL
           IF PERIODEFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ PERIODEFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF RP-STATUS = "POSTERET"
                                   AND RP-DATO > SIDSTE-RENTEDATO
                               MOVE RP-DATO TO SIDSTE-RENTEDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODEFIL
               MOVE "N" TO FIL-SLUT
           END-IF
           IF SIDSTE-RENTEDATO > 0
               COMPUTE RENTE-DAGE =
                   FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                   - FUNCTION INTEGER-OF-DATE(SIDSTE-RENTEDATO)
           ELSE
               MOVE 30 TO RENTE-DAGE
           END-IF
           IF RENTE-DAGE < 0
               MOVE 0 TO RENTE-DAGE
           END-IF
           EXIT.

       SAET-SATSER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF GYLDIG-VALUTA(VALUTA-IX) = "DKK"
                   MOVE 0.0005 TO RENTESATS(VALUTA-IX)
               ELSE
                   MOVE 0.0004 TO RENTESATS(VALUTA-IX)
               END-IF
           END-PERFORM
           OPEN INPUT FORRIGESATSFIL
           IF FORRIGESATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FORRIGESATSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VARYING VALUTA-IX FROM 1 BY 1
                               UNTIL VALUTA-IX > VALUTA-ANTAL
                           IF FORRIGE-VALUTA =
                                   GYLDIG-VALUTA(VALUTA-IX)
                               MOVE FORRIGE-SATS
                                   TO RENTESATS(VALUTA-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FORRIGESATSFIL
           MOVE "N" TO FIL-SLUT
           EXIT.

      *Indlaeser det centrale valutaregister (VALUTAREG.CPY) - kun
      *aktive valutaer tages med.
       LAES-VALUTAREGISTER.
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
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
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       AABN-JOURNALER.
           OPEN EXTEND RENTEJOURNAL
           IF RENTEJOURNAL-STATUS NOT = "00"
               CLOSE RENTEJOURNAL
               OPEN OUTPUT RENTEJOURNAL
           END-IF
           OPEN EXTEND BETORDREFIL
           IF BETORDREFIL-STATUS NOT = "00"
               CLOSE BETORDREFIL
               OPEN OUTPUT BETORDREFIL
           END-IF
           OPEN EXTEND ADVISFIL
           IF ADVISFIL-STATUS NOT = "00"
               CLOSE ADVISFIL
               OPEN OUTPUT ADVISFIL
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "BATCH" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       OPGOER-BALANCE-SUM.
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "KONTOFLYTKOERSEL" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           IF AUDIT-AKTION = "KFLYTLUK"
               MOVE "A" TO JOURNAL-FOER-STATUS
           END-IF
           MOVE AUDIT-FOER-BALANCE TO JOURNAL-FOER-BALANCE
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - eksklusiv, saa
      *KONTOFLYTNING ikke registrerer mens registret genskrives.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "KONTOFLYTKOERSEL" TO LAAS-PROGRAM
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
               MOVE SPACES TO FLYTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytning.txt"
                   DELIMITED BY SIZE INTO FLYTFIL-NAVN
               END-STRING
               MOVE SPACES TO FLYTNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningNy.tmp"
                   DELIMITED BY SIZE INTO FLYTNYFIL-NAVN
               END-STRING
               MOVE SPACES TO INDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningInd.txt"
                   DELIMITED BY SIZE INTO INDFIL-NAVN
               END-STRING
               MOVE SPACES TO VENTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningVent.txt"
                   DELIMITED BY SIZE INTO VENTFIL-NAVN
               END-STRING
               MOVE SPACES TO ANMODFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningAnmodning.txt"
                   DELIMITED BY SIZE INTO ANMODFIL-NAVN
               END-STRING
               MOVE SPACES TO UDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoFlytningUd.txt"
                   DELIMITED BY SIZE INTO UDFIL-NAVN
               END-STRING
               MOVE SPACES TO ORDREFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FasteOverfoersler.txt"
                   DELIMITED BY SIZE INTO ORDREFIL-NAVN
               END-STRING
               MOVE SPACES TO ORDRENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FasteOverfoerslerNy.tmp"
                   DELIMITED BY SIZE INTO ORDRENYFIL-NAVN
               END-STRING
               MOVE SPACES TO MANDATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsMandater.txt"
                   DELIMITED BY SIZE INTO MANDATFIL-NAVN
               END-STRING
               MOVE SPACES TO MANDATNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsMandaterNy.tmp"
                   DELIMITED BY SIZE INTO MANDATNYFIL-NAVN
               END-STRING
               MOVE SPACES TO BETORDREFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsOrdrer.txt"
                   DELIMITED BY SIZE INTO BETORDREFIL-NAVN
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
               MOVE SPACES TO PERIODEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePeriode.txt"
                   DELIMITED BY SIZE INTO PERIODEFIL-NAVN
               END-STRING
               MOVE SPACES TO RENTEJOURNAL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePostering.txt"
                   DELIMITED BY SIZE INTO RENTEJOURNAL-NAVN
               END-STRING
               MOVE SPACES TO ADVISFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialAdvisering.txt"
                   DELIMITED BY SIZE INTO ADVISFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
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
           MOVE "KONTOFLYTKOERSEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
