       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADGANGSRECERT.
      *Kvartalsvis recertificering af operatoeradgange og rapport
      *over funktionsadskillelse. OperatoerRegister.txt
      *(OPERATOER.CPY) vokser, men ingen gennemgaar hvem der har
      *M-rollen - her aabnes hvert kvartal en runde i
      *RecertRegister.txt (RECERT.CPY) med en linje pr. aktiv
      *operatoer, og hver leder (OP-LEDER) faar en liste at
      *bekraefte eller tilbagekalde:
      *  U - aabn kvartalets runde: rolle, seneste paalogning
      *      (Paalogninger.txt, skrevet af SIGNON) og seneste
      *      aktivitet i audit-journalen pr. operatoer; listen pr.
      *      leder skrives i RecertListe.txt med svarfristen
      *      (RECERT-FRIST-DAGE, standard 14 dage), og rapporten
      *      over funktionsadskillelse (D) skrives med
      *  L - list de operatoerer den paaloggede leder skal svare for
      *  B - bekraeft en operatoers adgang
      *  T - tilbagekald en operatoers adgang - operatoeren
      *      spaerres straks i registret, og SIGNON afviser den
      *  F - frist: ubesvarede linjer hvis frist er passeret
      *      spaerres automatisk
      *  D - funktionsadskillelse (FunktionsAdskillelse.txt) over
      *      de seneste RECERT-PERIODE-DAGE (standard 92) dage af
      *      audit-journalen og GodkendelsesKoe.txt:
      *        - en operatoer der har godkendt sin egen aendring
      *          (koesag i GodkendelsesKoe.txt, kontoflytning,
      *          parameteraendring)
      *        - samme operatoer har oprettet og frigivet en
      *          reservation paa samme kunde
      *        - en operatoer har vedligeholdt sin egen kunde
      *          (OP-KUNDE-ID i operatoerregistret)
      *En operatoer uden leder kan besvares af enhver operatoer med
      *M-rollen; ingen kan besvare sin egen linje. U, F og D
      *kraever M-rollen. Funktionen kan ogsaa vaelges via
      *RECERT-FUNKTION i miljoeet (som KYC-FUNKTION), saa
      *kalenderen kan koere N dagligt: fristen haandhaeves, og
      *kvartalets runde aabnes den foerste bankdag i kvartalet.
      *Hvert svar og hver spaerring faar en linje i den faelles
      *audit-journal med operatoer-id'et i kunde-id-feltet og
      *recertificeringsstatus foer/efter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOERFIL ASSIGN TO OPERATOERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOERFIL-STATUS.
           SELECT OPERATOERNYFIL ASSIGN TO OPERATOERNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECERTFIL ASSIGN TO RECERTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERTFIL-STATUS.
           SELECT RECERTNYFIL ASSIGN TO RECERTNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAALOGFIL ASSIGN TO PAALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAALOGFIL-STATUS.
           SELECT OPTIONAL GKFIL ASSIGN TO GKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GKFIL-STATUS.
           SELECT OPTIONAL AUDITLAESFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITLAESFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT LISTEFIL ASSIGN TO LISTEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOERFIL.
       01 OPERATOER-RECORD.
           COPY "OPERATOER.CPY".

       FD OPERATOERNYFIL.
       01 OPERATOERNY-RECORD      PIC X(56).

       FD RECERTFIL.
       01 RC-RECORD.
           COPY "RECERT.CPY".

       FD RECERTNYFIL.
       01 RECERTNY-RECORD         PIC X(92).

       FD PAALOGFIL.
       01 PAALOG-RECORD.
           COPY "PAALOGNING.CPY".

      *Samme koepost-layout som KUNDEVEDLIGEHOLD skriver - kun
      *hovedet bruges her.
       FD GKFIL.
       01 GK-RECORD.
           02 GK-ID                PIC 9(6).
           02 GK-TYPE              PIC X(8).
           02 GK-KUNDE-ID          PIC X(10).
           02 GK-MAKER             PIC X(8).
           02 GK-DATO              PIC 9(8).
           02 GK-STATUS            PIC X(8).
           02 FILLER               PIC X(10900).

       FD AUDITLAESFIL.
       01 AUDITLAES-RECORD.
           COPY "AUDITJOURNAL.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD            PIC X(95).

       FD LISTEFIL.
       01 LISTELINJE              PIC X(120).

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 OPERATOERFIL-NAVN      PIC X(80)
           VALUE "OperatoerRegister.txt".
       01 OPERATOERNYFIL-NAVN    PIC X(80)
           VALUE "OperatoerRegisterNy.tmp".
       01 RECERTFIL-NAVN         PIC X(80)
           VALUE "RecertRegister.txt".
       01 RECERTNYFIL-NAVN       PIC X(80)
           VALUE "RecertRegisterNy.tmp".
       01 PAALOGFIL-NAVN         PIC X(80)
           VALUE "Paalogninger.txt".
       01 GKFIL-NAVN             PIC X(80)
           VALUE "GodkendelsesKoe.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LISTEFIL-NAVN          PIC X(80)
           VALUE "RecertListe.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "FunktionsAdskillelse.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 OPERATOERFIL-STATUS    PIC X(2) VALUE "00".
       01 RECERTFIL-STATUS       PIC X(2) VALUE "00".
       01 PAALOGFIL-STATUS       PIC X(2) VALUE "00".
       01 GKFIL-STATUS           PIC X(2) VALUE "00".
       01 AUDITLAESFIL-STATUS    PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 MILJO-FUNKTION         PIC X(1) VALUE SPACE.
       01 BATCH-FLAG             PIC X VALUE "N".
           88 BATCH-TILSTAND         VALUE "J".
       01 ADVARSEL-FLAG          PIC X VALUE "N".
           88 ADVARSEL-GIVET         VALUE "J".
       01 EGEN-ROLLE             PIC X(1) VALUE SPACE.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 INP-OPERATOER          PIC X(8) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELE REDEFINES KOERSEL-DATO.
           02 KOERSEL-AAR            PIC 9(4).
           02 KOERSEL-MAANED         PIC 9(2).
           02 KOERSEL-DAG            PIC 9(2).
       01 DAGSTAL-IDAG           PIC 9(8) VALUE 0.
       01 AKTUEL-RUNDE.
           02 RUNDE-AAR              PIC 9(4).
           02 FILLER                 PIC X(1) VALUE "K".
           02 RUNDE-KVARTAL          PIC 9(1).
       01 FRIST-DATO             PIC 9(8) VALUE 0.
       01 PERIODE-FRA            PIC 9(8) VALUE 0.
       01 PARAM-TEKST            PIC X(20) VALUE SPACES.

      *Svarfrist og den periode funktionsadskillelsen og
      *"ingen paalogning"-markeringen ser tilbage over - begge i
      *parameterregistret.
       01 FRIST-DAGE             PIC 9(3) VALUE 14.
       01 PERIODE-DAGE           PIC 9(4) VALUE 92.

      *Operatoerregistret i tabellen (OPERATOER.CPY: id 1-8, navn
      *9-28, rolle 29, leder 30-37, kunde-id 38-47, status 48),
      *med seneste paalogning og aktivitet ved siden af.
       01 OPR-ANTAL              PIC 9(3) VALUE 0.
       01 OPR-OVERLOB            PIC X VALUE "N".
           88 OPR-ER-OVERLOEBET      VALUE "J".
       01 OPR-TABEL.
           02 OPR-ELEMENT OCCURS 500 TIMES.
               03 OPR-POST           PIC X(56).
               03 OPR-SIDST-PAALOG   PIC 9(8).
               03 OPR-SIDST-AKTIV    PIC 9(8).
       01 OPR-IX                 PIC 9(3).
       01 OPR-FUNDET-IX          PIC 9(3) VALUE 0.
       01 SOEGT-OPERATOER        PIC X(8) VALUE SPACES.

      *Recertificeringsregistret (RECERT.CPY: runde 1-6, operatoer
      *7-14, leder 36-43, status 76).
       01 RC-ANTAL               PIC 9(4) VALUE 0.
       01 RC-OVERLOB             PIC X VALUE "N".
           88 RC-ER-OVERLOEBET       VALUE "J".
       01 RC-TABEL.
           02 RC-POST OCCURS 5000 TIMES PIC X(92).
       01 RC-IX                  PIC 9(4).
       01 RC-FUNDET-IX           PIC 9(4) VALUE 0.
       01 RUNDE-FINDES           PIC X VALUE "N".
           88 RUNDEN-FINDES          VALUE "J".

      *Lederne i rundens raekkefoelge - een liste pr. leder.
       01 LEDER-ANTAL            PIC 9(3) VALUE 0.
       01 LEDER-OVERLOB          PIC X VALUE "N".
       01 LEDER-TABEL.
           02 LEDER-ID OCCURS 500 TIMES PIC X(8).
       01 LEDER-IX               PIC 9(3).
       01 LEDER-FUNDET           PIC X VALUE "N".
       01 LEDER-NAVN             PIC X(20) VALUE SPACES.

      *Godkendte koesager (kunde og maker) fra GodkendelsesKoe.txt.
       01 GKT-ANTAL              PIC 9(4) VALUE 0.
       01 GKT-OVERLOB            PIC X VALUE "N".
       01 GKT-TABEL.
           02 GKT-POST OCCURS 5000 TIMES.
               03 GKT-KUNDE-ID       PIC X(10).
               03 GKT-MAKER          PIC X(8).
       01 GKT-IX                 PIC 9(4).

      *Maker-handlinger i audit-journalen: parret (1 koesag, 2
      *kontoflytning, 3 parameteraendring, 4 reservation), kunde-
      *id og operatoer. Den tilhoerende godkendelse/frigivelse af
      *samme operatoer er et brud paa funktionsadskillelsen.
       01 MK-ANTAL               PIC 9(5) VALUE 0.
       01 MK-OVERLOB             PIC X VALUE "N".
       01 MK-TABEL.
           02 MK-POST OCCURS 10000 TIMES.
               03 MK-PAR             PIC 9(1).
               03 MK-KUNDE-ID        PIC X(10).
               03 MK-OPERATOER       PIC X(8).
       01 MK-IX                  PIC 9(5).
       01 MK-FUNDET              PIC X VALUE "N".
       01 TABEL-OVERLOB          PIC X VALUE "N".
           88 TABEL-ER-OVERLOEBET    VALUE "J".
       01 AKTION-PAR             PIC 9(1) VALUE 0.
       01 AKTION-ROLLE           PIC X(1) VALUE SPACE.
           88 AKTION-ER-MAKER        VALUE "M".
           88 AKTION-ER-GODKENDER    VALUE "G".

       01 ANTAL-LINJER           PIC 9(5) VALUE 0.
       01 ANTAL-SPAERRET         PIC 9(5) VALUE 0.
       01 ANTAL-EGEN-GODK        PIC 9(5) VALUE 0.
       01 ANTAL-RESERVATION      PIC 9(5) VALUE 0.
       01 ANTAL-EGEN-KUNDE       PIC 9(5) VALUE 0.
       01 ANTAL-BRUD             PIC 9(5) VALUE 0.
       01 BRUD-TEKST             PIC X(30) VALUE SPACES.
       01 BEMAERKNING            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           MOVE KOERSEL-AAR TO RUNDE-AAR
           COMPUTE RUNDE-KVARTAL = (KOERSEL-MAANED + 2) / 3
           MOVE "RECERT-FRIST-DAGE" TO PS-NAVN
           MOVE FRIST-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAM-TEKST
           IF PARAM-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(PARAM-TEKST) TO FRIST-DAGE
           END-IF
           MOVE "RECERT-PERIODE-DAGE" TO PS-NAVN
           MOVE PERIODE-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAM-TEKST
           IF PARAM-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(PARAM-TEKST) TO PERIODE-DAGE
           END-IF
           COMPUTE FRIST-DATO = FUNCTION DATE-OF-INTEGER
               (DAGSTAL-IDAG + FRIST-DAGE)
           COMPUTE PERIODE-FRA = FUNCTION DATE-OF-INTEGER
               (DAGSTAL-IDAG - PERIODE-DAGE)
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"

           ACCEPT MILJO-FUNKTION FROM ENVIRONMENT "RECERT-FUNKTION"
           IF MILJO-FUNKTION = "U" OR MILJO-FUNKTION = "F"
                   OR MILJO-FUNKTION = "D" OR MILJO-FUNKTION = "N"
               MOVE "J" TO BATCH-FLAG
               IF AUDIT-OPERATOER = SPACES
                   MOVE "BATCH" TO AUDIT-OPERATOER
               END-IF
               PERFORM TAG-KOERSELLAAS
               PERFORM LAES-OPERATOERER
               MOVE MILJO-FUNKTION TO VALG
               PERFORM UDFOER-VALG
               MOVE "OPR-TABEL" TO TK-TABEL
               MOVE OPR-ANTAL TO TK-ANTAL
               MOVE 500 TO TK-KAPACITET
               MOVE OPR-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               PERFORM FRIGIV-KOERSELLAAS
               IF ADVARSEL-GIVET
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF KAPACITET-OVERSKREDET
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-OPERATOERER
           MOVE AUDIT-OPERATOER TO SOEGT-OPERATOER
           PERFORM FIND-OPERATOER
           IF OPR-FUNDET-IX = 0
               DISPLAY "FEJL: operatoer " FUNCTION TRIM(AUDIT-OPERATOER)
                   " findes ikke i OperatoerRegister.txt"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPR-POST(OPR-FUNDET-IX)(29:1) TO EGEN-ROLLE

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Recertificering " AKTUEL-RUNDE ": L-list "
                   "mine operatoerer B-bekraeft T-tilbagekald"
               DISPLAY "           U-aabn runde F-frist "
                   "D-funktionsadskillelse X-afslut"
               ACCEPT VALG
               PERFORM UDFOER-VALG
           END-PERFORM

           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       UDFOER-VALG.
           EVALUATE VALG
               WHEN "L" PERFORM LIST-VENTENDE
               WHEN "B" PERFORM BEKRAEFT-ADGANG
               WHEN "T" PERFORM TILBAGEKALD-ADGANG
               WHEN "U"
                   PERFORM KRAEV-M-ROLLE
                   IF SVAR = "J"
                       PERFORM AABN-RUNDE
                   END-IF
               WHEN "F"
                   PERFORM KRAEV-M-ROLLE
                   IF SVAR = "J"
                       PERFORM HAANDHAEV-FRIST
                   END-IF
               WHEN "D"
                   PERFORM KRAEV-M-ROLLE
                   IF SVAR = "J"
                       PERFORM SKRIV-ADSKILLELSE
                   END-IF
               WHEN "N"
                   PERFORM KRAEV-M-ROLLE
                   IF SVAR = "J"
                       PERFORM NATLIG-KOERSEL
                   END-IF
               WHEN "X" CONTINUE
               WHEN OTHER DISPLAY "Ukendt valg"
           END-EVALUATE
           EXIT.

       KRAEV-M-ROLLE.
           MOVE "J" TO SVAR
           IF NOT BATCH-TILSTAND AND EGEN-ROLLE NOT = "M"
               DISPLAY "AFVIST: funktionen kraever M-rollen"
               MOVE "N" TO SVAR
           END-IF
           EXIT.

      *Dagligt kalenderskridt: forfaldne linjer spaerres foerst, saa
      *en operatoer der netop er spaerret ikke kommer med i en ny
      *runde; derefter aabnes kvartalets runde hvis den mangler.
       NATLIG-KOERSEL.
           PERFORM HAANDHAEV-FRIST
           PERFORM LAES-RECERT
           PERFORM FIND-RUNDE
           IF NOT RUNDEN-FINDES
               PERFORM AABN-RUNDE
           ELSE
               DISPLAY "ADGANGSRECERT: runde " AKTUEL-RUNDE
                   " er allerede aabnet"
           END-IF
           EXIT.

      *Operatoerregistret laeses forfra foer hver handling - en
      *anden leder kan netop have spaerret en operatoer.
       LAES-OPERATOERER.
           MOVE 0 TO OPR-ANTAL
           MOVE "N" TO OPR-OVERLOB
           MOVE "N" TO FIL-SLUT
           OPEN INPUT OPERATOERFIL
           IF OPERATOERFIL-STATUS NOT = "00"
               DISPLAY "FEJL: OperatoerRegister.txt findes ikke - "
                   "status " OPERATOERFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ OPERATOERFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF OPR-ANTAL < 500
                           ADD 1 TO OPR-ANTAL
                           MOVE OPERATOER-RECORD TO OPR-POST(OPR-ANTAL)
                           MOVE 0 TO OPR-SIDST-PAALOG(OPR-ANTAL)
                           MOVE 0 TO OPR-SIDST-AKTIV(OPR-ANTAL)
                       ELSE
                           MOVE "J" TO OPR-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOERFIL
           IF OPR-ER-OVERLOEBET
               DISPLAY "FEJL: operatoerregistret er stoerre end "
                   "tabellen (500 operatoerer) - intet roeres"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       FIND-OPERATOER.
           MOVE 0 TO OPR-FUNDET-IX
           PERFORM VARYING OPR-IX FROM 1 BY 1
                   UNTIL OPR-IX > OPR-ANTAL
               IF OPR-POST(OPR-IX)(1:8) = SOEGT-OPERATOER
                   MOVE OPR-IX TO OPR-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       LAES-RECERT.
           MOVE 0 TO RC-ANTAL
           MOVE "N" TO RC-OVERLOB
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RECERTFIL
           IF RECERTFIL-STATUS NOT = "00"
               CLOSE RECERTFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ RECERTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RC-ANTAL < 5000
                           ADD 1 TO RC-ANTAL
                           MOVE RC-RECORD TO RC-POST(RC-ANTAL)
                       ELSE
                           MOVE "J" TO RC-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECERTFIL
           EXIT.

       FIND-RUNDE.
           MOVE "N" TO RUNDE-FINDES
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               IF RC-POST(RC-IX)(1:6) = AKTUEL-RUNDE
                   MOVE "J" TO RUNDE-FINDES
               END-IF
           END-PERFORM
           EXIT.

      *Kvartalets runde: een ventende linje pr. aktiv operatoer med
      *dagens aktivitetsbillede og fristen. Er runden allerede
      *aabnet, roeres intet.
       AABN-RUNDE.
           PERFORM LAES-OPERATOERER
           PERFORM LAES-RECERT
           IF RC-ER-OVERLOEBET
               DISPLAY "FEJL: recertificeringsregistret er stoerre "
                   "end tabellen (5000 linjer) - runden er ikke aabnet"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RUNDE
           IF RUNDEN-FINDES
               DISPLAY "ADVARSEL: runde " AKTUEL-RUNDE
                   " er allerede aabnet - intet roeres"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-AKTIVITET
           MOVE 0 TO ANTAL-LINJER
           PERFORM VARYING OPR-IX FROM 1 BY 1
                   UNTIL OPR-IX > OPR-ANTAL
               MOVE OPR-POST(OPR-IX) TO OPERATOER-RECORD
               IF OP-AKTIV
                   PERFORM OPRET-RECERT-LINJE
               END-IF
           END-PERFORM
           MOVE "RC-TABEL" TO TK-TABEL
           MOVE RC-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE RC-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF RC-ER-OVERLOEBET
               DISPLAY "FEJL: recertificeringsregistret er fuldt "
                   "(5000 linjer) - runden er ikke aabnet"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM GEM-RECERT
           PERFORM SKRIV-RECERTLISTE
           DISPLAY "ADGANGSRECERT: runde " AKTUEL-RUNDE " aabnet - "
               ANTAL-LINJER " operatoerer, svarfrist " FRIST-DATO
               " - se " FUNCTION TRIM(LISTEFIL-NAVN)
           PERFORM SKRIV-ADSKILLELSE
           EXIT.

       OPRET-RECERT-LINJE.
           IF RC-ANTAL NOT < 5000
               MOVE "J" TO RC-OVERLOB
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RC-RECORD
           MOVE AKTUEL-RUNDE TO RC-RUNDE
           MOVE OP-ID TO RC-OPERATOER
           MOVE OP-NAVN TO RC-NAVN
           MOVE OP-ROLLE TO RC-ROLLE
           MOVE OP-LEDER TO RC-LEDER
           MOVE OPR-SIDST-PAALOG(OPR-IX) TO RC-SIDST-PAALOG
           MOVE OPR-SIDST-AKTIV(OPR-IX) TO RC-SIDST-AKTIV
           MOVE KOERSEL-DATO TO RC-UDSENDT
           MOVE FRIST-DATO TO RC-FRIST
           MOVE "V" TO RC-STATUS
           MOVE 0 TO RC-BESVARET-DATO
           ADD 1 TO RC-ANTAL
           MOVE RC-RECORD TO RC-POST(RC-ANTAL)
           ADD 1 TO ANTAL-LINJER
           EXIT.

      *Seneste godkendte paalogning fra Paalogninger.txt og seneste
      *linje i audit-journalen pr. operatoer (0 = ingen).
       BEREGN-AKTIVITET.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT PAALOGFIL
           IF PAALOGFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ PAALOGFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           IF PL-RESULTAT = "PAALOG"
                               MOVE PL-OPERATOER TO SOEGT-OPERATOER
                               PERFORM FIND-OPERATOER
                               PERFORM NOTER-PAALOGNING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAALOGFIL
           MOVE "N" TO FIL-SLUT
           OPEN INPUT AUDITLAESFIL
           IF AUDITLAESFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ AUDITLAESFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           MOVE JOURNAL-OPERATOER TO SOEGT-OPERATOER
                           PERFORM FIND-OPERATOER
                           PERFORM NOTER-AKTIVITET
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDITLAESFIL
           EXIT.

       NOTER-PAALOGNING.
           IF OPR-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF PL-DATO > OPR-SIDST-PAALOG(OPR-FUNDET-IX)
               MOVE PL-DATO TO OPR-SIDST-PAALOG(OPR-FUNDET-IX)
           END-IF
           EXIT.

       NOTER-AKTIVITET.
           IF OPR-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-DATO > OPR-SIDST-AKTIV(OPR-FUNDET-IX)
               MOVE JOURNAL-DATO TO OPR-SIDST-AKTIV(OPR-FUNDET-IX)
           END-IF
           EXIT.

      *Een liste pr. leder i raekkefoelgen lederne foerst optraeder;
      *operatoerer uden leder samles til sidst under "INGEN LEDER".
       SKRIV-RECERTLISTE.
           MOVE 0 TO LEDER-ANTAL
           MOVE "N" TO LEDER-OVERLOB
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               IF RC-POST(RC-IX)(1:6) = AKTUEL-RUNDE
                       AND RC-POST(RC-IX)(36:8) NOT = SPACES
                   PERFORM OPTAG-LEDER
               END-IF
           END-PERFORM
           MOVE "LEDER-TABEL" TO TK-TABEL
           MOVE LEDER-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE LEDER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           OPEN OUTPUT LISTEFIL
           PERFORM VARYING LEDER-IX FROM 1 BY 1
                   UNTIL LEDER-IX > LEDER-ANTAL
               PERFORM SKRIV-LEDERLISTE
           END-PERFORM
           MOVE SPACES TO SOEGT-OPERATOER
           MOVE "N" TO LEDER-FUNDET
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               IF RC-POST(RC-IX)(1:6) = AKTUEL-RUNDE
                       AND RC-POST(RC-IX)(36:8) = SPACES
                   MOVE "J" TO LEDER-FUNDET
               END-IF
           END-PERFORM
           IF LEDER-FUNDET = "J"
               MOVE 0 TO LEDER-IX
               PERFORM SKRIV-LEDERLISTE
           END-IF
           CLOSE LISTEFIL
           EXIT.

       OPTAG-LEDER.
           MOVE "N" TO LEDER-FUNDET
           PERFORM VARYING LEDER-IX FROM 1 BY 1
                   UNTIL LEDER-IX > LEDER-ANTAL
               IF LEDER-ID(LEDER-IX) = RC-POST(RC-IX)(36:8)
                   MOVE "J" TO LEDER-FUNDET
               END-IF
           END-PERFORM
           IF LEDER-FUNDET = "N" AND LEDER-ANTAL < 500
               ADD 1 TO LEDER-ANTAL
               MOVE RC-POST(RC-IX)(36:8) TO LEDER-ID(LEDER-ANTAL)
           ELSE
               IF LEDER-FUNDET = "N"
                   MOVE "J" TO LEDER-OVERLOB
               END-IF
           END-IF
           EXIT.

      *LEDER-IX = 0 er listen over operatoerer uden leder.
       SKRIV-LEDERLISTE.
           MOVE SPACES TO LEDER-NAVN
           IF LEDER-IX > 0
               MOVE LEDER-ID(LEDER-IX) TO SOEGT-OPERATOER
               PERFORM FIND-OPERATOER
               IF OPR-FUNDET-IX > 0
                   MOVE OPR-POST(OPR-FUNDET-IX)(9:20) TO LEDER-NAVN
               END-IF
           END-IF
           MOVE ALL "=" TO LISTELINJE
           WRITE LISTELINJE
           MOVE SPACES TO LISTELINJE
           STRING "RECERTIFICERING AF ADGANGE - RUNDE " AKTUEL-RUNDE
               " - UDSENDT " KOERSEL-DATO
               DELIMITED BY SIZE INTO LISTELINJE
           END-STRING
           WRITE LISTELINJE
           MOVE SPACES TO LISTELINJE
           IF LEDER-IX > 0
               STRING "TIL LEDER: " SOEGT-OPERATOER " " LEDER-NAVN
                   DELIMITED BY SIZE INTO LISTELINJE
               END-STRING
           ELSE
               STRING "INGEN LEDER REGISTRERET - BESVARES AF EN "
                   "OPERATOER MED M-ROLLE"
                   DELIMITED BY SIZE INTO LISTELINJE
               END-STRING
           END-IF
           WRITE LISTELINJE
           MOVE SPACES TO LISTELINJE
           STRING "SVAR SENEST " FRIST-DATO " I SIGNON MENUPUNKT T "
               "(B=BEKRAEFT, T=TILBAGEKALD) - UBESVAREDE SPAERRES "
               "AUTOMATISK"
               DELIMITED BY SIZE INTO LISTELINJE
           END-STRING
           WRITE LISTELINJE
           MOVE SPACES TO LISTELINJE
           STRING "OPERATOER NAVN                 ROLLE "
               "SIDST PAALOG SIDST AKTIV  BEMAERKNING"
               DELIMITED BY SIZE INTO LISTELINJE
           END-STRING
           WRITE LISTELINJE
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               IF RC-POST(RC-IX)(1:6) = AKTUEL-RUNDE
                   IF (LEDER-IX > 0
                           AND RC-POST(RC-IX)(36:8) = SOEGT-OPERATOER)
                       OR (LEDER-IX = 0
                           AND RC-POST(RC-IX)(36:8) = SPACES)
                       PERFORM SKRIV-LISTELINJE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO LISTELINJE
           WRITE LISTELINJE
           EXIT.

       SKRIV-LISTELINJE.
           MOVE RC-POST(RC-IX) TO RC-RECORD
           MOVE SPACES TO BEMAERKNING
           IF RC-SIDST-PAALOG < PERIODE-FRA
               MOVE "INGEN PAALOGNING I PERIODEN" TO BEMAERKNING
           END-IF
           MOVE SPACES TO LISTELINJE
           STRING RC-OPERATOER "  " RC-NAVN " " RC-ROLLE "     "
               RC-SIDST-PAALOG "     " RC-SIDST-AKTIV "     "
               BEMAERKNING
               DELIMITED BY SIZE INTO LISTELINJE
           END-STRING
           WRITE LISTELINJE
           EXIT.

      *Lederens ventende linjer. RC-RECORD er sat af kalderen naar
      *MAA-BESVARE kaldes.
       LIST-VENTENDE.
           PERFORM LAES-RECERT
           MOVE 0 TO ANTAL-LINJER
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               MOVE RC-POST(RC-IX) TO RC-RECORD
               IF RC-VENTER
                   PERFORM MAA-BESVARE
                   IF SVAR = "J"
                       ADD 1 TO ANTAL-LINJER
                       DISPLAY RC-OPERATOER " " RC-NAVN " rolle "
                           RC-ROLLE " paalog " RC-SIDST-PAALOG
                           " aktiv " RC-SIDST-AKTIV " frist "
                           RC-FRIST " (" RC-RUNDE ")"
                   END-IF
               END-IF
           END-PERFORM
           IF ANTAL-LINJER = 0
               DISPLAY "Ingen ventende recertificeringer til "
                   FUNCTION TRIM(AUDIT-OPERATOER)
           END-IF
           EXIT.

      *SVAR = "J" naar den paaloggede operatoer maa besvare linjen i
      *RC-RECORD: aldrig sin egen, ellers som operatoerens leder -
      *eller med M-rollen naar operatoeren ingen leder har.
       MAA-BESVARE.
           MOVE "N" TO SVAR
           IF RC-OPERATOER = AUDIT-OPERATOER
               EXIT PARAGRAPH
           END-IF
           IF RC-LEDER = AUDIT-OPERATOER
               MOVE "J" TO SVAR
           END-IF
           IF RC-LEDER = SPACES AND EGEN-ROLLE = "M"
               MOVE "J" TO SVAR
           END-IF
           EXIT.

       FIND-VENTENDE-LINJE.
           PERFORM LAES-RECERT
           MOVE 0 TO RC-FUNDET-IX
           DISPLAY "Operatoer-id:"
           ACCEPT INP-OPERATOER
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               IF RC-POST(RC-IX)(7:8) = INP-OPERATOER
                       AND RC-POST(RC-IX)(76:1) = "V"
                   MOVE RC-IX TO RC-FUNDET-IX
               END-IF
           END-PERFORM
           IF RC-FUNDET-IX = 0
               DISPLAY "FEJL: ingen ventende recertificering for "
                   FUNCTION TRIM(INP-OPERATOER)
               EXIT PARAGRAPH
           END-IF
           MOVE RC-POST(RC-FUNDET-IX) TO RC-RECORD
           PERFORM MAA-BESVARE
           IF SVAR NOT = "J"
               IF RC-LEDER = SPACES
                   DISPLAY "FEJL: " FUNCTION TRIM(INP-OPERATOER)
                       " skal besvares af en anden operatoer med "
                       "M-rollen"
               ELSE
                   DISPLAY "FEJL: " FUNCTION TRIM(INP-OPERATOER)
                       " skal besvares af sin leder "
                       FUNCTION TRIM(RC-LEDER)
               END-IF
               MOVE 0 TO RC-FUNDET-IX
           END-IF
           EXIT.

       BEKRAEFT-ADGANG.
           PERFORM FIND-VENTENDE-LINJE
           IF RC-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bekraeft at " FUNCTION TRIM(RC-OPERATOER) " ("
               FUNCTION TRIM(RC-NAVN) ") fortsat skal have rolle "
               RC-ROLLE "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Intet registreret"
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO RC-STATUS
           MOVE AUDIT-OPERATOER TO RC-BESVARET-AF
           MOVE KOERSEL-DATO TO RC-BESVARET-DATO
           MOVE RC-RECORD TO RC-POST(RC-FUNDET-IX)
           PERFORM GEM-RECERT
           MOVE "RECERTOK" TO AUDIT-AKTION
           PERFORM AABN-AUDITJOURNAL
           PERFORM SKRIV-AUDITLINJE
           CLOSE AUDITFIL
           DISPLAY "Adgang bekraeftet for " RC-OPERATOER
           EXIT.

       TILBAGEKALD-ADGANG.
           PERFORM FIND-VENTENDE-LINJE
           IF RC-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tilbagekald adgangen for "
               FUNCTION TRIM(RC-OPERATOER) " ("
               FUNCTION TRIM(RC-NAVN) ") - operatoeren spaerres "
               "straks? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Intet registreret"
               EXIT PARAGRAPH
           END-IF
           MOVE "T" TO RC-STATUS
           MOVE AUDIT-OPERATOER TO RC-BESVARET-AF
           MOVE KOERSEL-DATO TO RC-BESVARET-DATO
           MOVE RC-RECORD TO RC-POST(RC-FUNDET-IX)
           PERFORM LAES-OPERATOERER
           MOVE RC-OPERATOER TO SOEGT-OPERATOER
           PERFORM SPAER-OPERATOER
           PERFORM GEM-OPERATOERER
           PERFORM GEM-RECERT
           MOVE "RECERTTB" TO AUDIT-AKTION
           PERFORM AABN-AUDITJOURNAL
           PERFORM SKRIV-AUDITLINJE
           CLOSE AUDITFIL
           DISPLAY "Adgang tilbagekaldt - " RC-OPERATOER
               " er spaerret"
           EXIT.

       SPAER-OPERATOER.
           PERFORM FIND-OPERATOER
           IF OPR-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-POST(OPR-FUNDET-IX) TO OPERATOER-RECORD
           MOVE "S" TO OP-STATUS
           MOVE KOERSEL-DATO TO OP-STATUS-DATO
           MOVE OPERATOER-RECORD TO OPR-POST(OPR-FUNDET-IX)
           EXIT.

      *Ubesvarede linjer med en passeret frist spaerres - baade
      *linjen og operatoeren - med BATCH (eller operatoeren der
      *koerer funktionen) som besvaret-af.
       HAANDHAEV-FRIST.
           PERFORM LAES-OPERATOERER
           PERFORM LAES-RECERT
           IF RC-ER-OVERLOEBET
               DISPLAY "FEJL: recertificeringsregistret er stoerre "
                   "end tabellen (5000 linjer) - intet roeres"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-SPAERRET
           PERFORM AABN-AUDITJOURNAL
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               MOVE RC-POST(RC-IX) TO RC-RECORD
               IF RC-VENTER AND RC-FRIST < KOERSEL-DATO
                   MOVE "S" TO RC-STATUS
                   MOVE AUDIT-OPERATOER TO RC-BESVARET-AF
                   MOVE KOERSEL-DATO TO RC-BESVARET-DATO
                   MOVE RC-RECORD TO RC-POST(RC-IX)
                   MOVE RC-OPERATOER TO SOEGT-OPERATOER
                   PERFORM SPAER-OPERATOER
                   MOVE "OPSPAER" TO AUDIT-AKTION
                   PERFORM SKRIV-AUDITLINJE
                   ADD 1 TO ANTAL-SPAERRET
                   DISPLAY "Spaerret - ikke besvaret inden "
                       RC-FRIST ": " RC-OPERATOER " " RC-NAVN
               END-IF
           END-PERFORM
           CLOSE AUDITFIL
           IF ANTAL-SPAERRET > 0
               PERFORM GEM-OPERATOERER
               PERFORM GEM-RECERT
           END-IF
           DISPLAY "ADGANGSRECERT: " ANTAL-SPAERRET
               " operatoerer spaerret ved fristen"
           EXIT.

      *Funktionsadskillelse over perioden. Maker-handlinger noteres
      *uanset dato (en godkendelse i perioden kan vedroere en
      *registrering foer den); bruddene rapporteres for linjer i
      *perioden.
       SKRIV-ADSKILLELSE.
           PERFORM LAES-OPERATOERER
           PERFORM LAES-GODKENDTE-SAGER
           MOVE 0 TO MK-ANTAL ANTAL-EGEN-GODK ANTAL-RESERVATION
               ANTAL-EGEN-KUNDE ANTAL-BRUD
           OPEN OUTPUT RAPPORTFIL
           MOVE SPACES TO RAPPORTLINJE
           STRING "FUNKTIONSADSKILLELSE " PERIODE-FRA " - "
               KOERSEL-DATO " (KundeAuditJournal.txt og "
               "GodkendelsesKoe.txt)"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "BRUD                           DATO     TID      "
               "OPERATOER PROGRAM              AKTION   KUNDE-ID"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT AUDITLAESFIL
           IF AUDITLAESFIL-STATUS = "00"
               PERFORM UNTIL FIL-SLUT = "J"
                   READ AUDITLAESFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           PERFORM VURDER-AUDITLINJE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDITLAESFIL
           MOVE "MK-TABEL" TO TK-TABEL
           MOVE MK-ANTAL TO TK-ANTAL
           MOVE 10000 TO TK-KAPACITET
           MOVE MK-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "EGEN GODKENDELSE: " ANTAL-EGEN-GODK
               "  RESERVATION OPRETTET OG FRIGIVET AF SAMME: "
               ANTAL-RESERVATION
               "  EGEN KUNDE: " ANTAL-EGEN-KUNDE
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           CLOSE RAPPORTFIL
           IF TABEL-ER-OVERLOEBET
               DISPLAY "ADVARSEL: flere end 5000 godkendte koesager "
                   "eller 10000 maker-handlinger - rapporten er "
                   "ufuldstaendig"
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           DISPLAY "ADGANGSRECERT: " ANTAL-BRUD " brud paa "
               "funktionsadskillelsen - se "
               FUNCTION TRIM(RAPPORTFIL-NAVN)
           EXIT.

       LAES-GODKENDTE-SAGER.
           MOVE 0 TO GKT-ANTAL
           MOVE "N" TO TABEL-OVERLOB
           MOVE "N" TO FIL-SLUT
           OPEN INPUT GKFIL
           IF GKFIL-STATUS NOT = "00"
               CLOSE GKFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ GKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF GK-STATUS = "GODKENDT"
                           IF GKT-ANTAL < 5000
                               ADD 1 TO GKT-ANTAL
                               MOVE GK-KUNDE-ID
                                   TO GKT-KUNDE-ID(GKT-ANTAL)
                               MOVE GK-MAKER TO GKT-MAKER(GKT-ANTAL)
                           ELSE
                               MOVE "J" TO TABEL-OVERLOB
                               MOVE "J" TO GKT-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GKFIL
           MOVE "GKT-TABEL" TO TK-TABEL
           MOVE GKT-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE GKT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Maker- og godkenderhandlingerne parvis: KOESAT/GODKEND
      *(KUNDEVEDLIGEHOLD/GODKENDELSE), KFLYTREG/KFLYTGOD, PARMREG/
      *PARMGODK og RESERV/RESERVFJ.
       VURDER-AUDITLINJE.
           MOVE 0 TO AKTION-PAR
           MOVE SPACE TO AKTION-ROLLE
           EVALUATE JOURNAL-AKTION
               WHEN "KOESAT"
                   MOVE 1 TO AKTION-PAR
                   MOVE "M" TO AKTION-ROLLE
               WHEN "GODKEND"
                   MOVE 1 TO AKTION-PAR
                   MOVE "G" TO AKTION-ROLLE
               WHEN "KFLYTREG"
                   MOVE 2 TO AKTION-PAR
                   MOVE "M" TO AKTION-ROLLE
               WHEN "KFLYTGOD"
                   MOVE 2 TO AKTION-PAR
                   MOVE "G" TO AKTION-ROLLE
               WHEN "PARMREG"
                   MOVE 3 TO AKTION-PAR
                   MOVE "M" TO AKTION-ROLLE
               WHEN "PARMGODK"
                   MOVE 3 TO AKTION-PAR
                   MOVE "G" TO AKTION-ROLLE
               WHEN "RESERV"
                   MOVE 4 TO AKTION-PAR
                   MOVE "M" TO AKTION-ROLLE
               WHEN "RESERVFJ"
                   MOVE 4 TO AKTION-PAR
                   MOVE "G" TO AKTION-ROLLE
           END-EVALUATE
           IF AKTION-ER-MAKER
               PERFORM NOTER-MAKER
           END-IF
           IF JOURNAL-DATO < PERIODE-FRA
               EXIT PARAGRAPH
           END-IF
           IF AKTION-ER-GODKENDER
               PERFORM TJEK-EGEN-GODKENDELSE
           END-IF
           PERFORM TJEK-EGEN-KUNDE
           EXIT.

       NOTER-MAKER.
           PERFORM FIND-MAKER
           IF MK-FUNDET = "J"
               EXIT PARAGRAPH
           END-IF
           IF MK-ANTAL < 10000
               ADD 1 TO MK-ANTAL
               MOVE AKTION-PAR TO MK-PAR(MK-ANTAL)
               MOVE JOURNAL-KUNDE-ID TO MK-KUNDE-ID(MK-ANTAL)
               MOVE JOURNAL-OPERATOER TO MK-OPERATOER(MK-ANTAL)
           ELSE
               MOVE "J" TO TABEL-OVERLOB
               MOVE "J" TO MK-OVERLOB
           END-IF
           EXIT.

       FIND-MAKER.
           MOVE "N" TO MK-FUNDET
           PERFORM VARYING MK-IX FROM 1 BY 1
                   UNTIL MK-IX > MK-ANTAL OR MK-FUNDET = "J"
               IF MK-PAR(MK-IX) = AKTION-PAR
                       AND MK-KUNDE-ID(MK-IX) = JOURNAL-KUNDE-ID
                       AND MK-OPERATOER(MK-IX) = JOURNAL-OPERATOER
                   MOVE "J" TO MK-FUNDET
               END-IF
           END-PERFORM
           EXIT.

      *En godkendt koesag hvor godkenderen er sagens maker findes
      *i GodkendelsesKoe.txt; ellers - og for de oevrige par - i
      *audit-journalens egne maker-linjer.
       TJEK-EGEN-GODKENDELSE.
           MOVE "N" TO MK-FUNDET
           IF AKTION-PAR = 1
               PERFORM VARYING GKT-IX FROM 1 BY 1
                       UNTIL GKT-IX > GKT-ANTAL OR MK-FUNDET = "J"
                   IF GKT-KUNDE-ID(GKT-IX) = JOURNAL-KUNDE-ID
                           AND GKT-MAKER(GKT-IX) = JOURNAL-OPERATOER
                       MOVE "J" TO MK-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           IF MK-FUNDET = "N"
               PERFORM FIND-MAKER
           END-IF
           IF MK-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           IF AKTION-PAR = 4
               MOVE "RESERVATION OPRETTET+FRIGIVET" TO BRUD-TEKST
               ADD 1 TO ANTAL-RESERVATION
           ELSE
               MOVE "EGEN AENDRING GODKENDT" TO BRUD-TEKST
               ADD 1 TO ANTAL-EGEN-GODK
           END-IF
           PERFORM SKRIV-BRUD
           EXIT.

      *Operatoerens eget kundeforhold (OP-KUNDE-ID). Linjer fra
      *programmer der skriver andet end et kunde-id i feltet
      *(parameteraendringer, recertificering) springes over.
       TJEK-EGEN-KUNDE.
           IF JOURNAL-PROGRAM = "PARAMETERREGISTER"
                   OR JOURNAL-PROGRAM = "ADGANGSRECERT"
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-OPERATOER TO SOEGT-OPERATOER
           PERFORM FIND-OPERATOER
           IF OPR-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF OPR-POST(OPR-FUNDET-IX)(38:10) = SPACES
                   OR OPR-POST(OPR-FUNDET-IX)(38:10)
                       NOT = JOURNAL-KUNDE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "VEDLIGEHOLD AF EGEN KUNDE" TO BRUD-TEKST
           ADD 1 TO ANTAL-EGEN-KUNDE
           PERFORM SKRIV-BRUD
           EXIT.

       SKRIV-BRUD.
           ADD 1 TO ANTAL-BRUD
           MOVE SPACES TO RAPPORTLINJE
           STRING BRUD-TEKST " " JOURNAL-DATO " " JOURNAL-TID " "
               JOURNAL-OPERATOER "  " JOURNAL-PROGRAM " "
               JOURNAL-AKTION " " JOURNAL-KUNDE-ID
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

      *Registrene skrives tilbage fra tabellerne via midlertidig fil
      *og mv.
       GEM-OPERATOERER.
           OPEN OUTPUT OPERATOERNYFIL
           PERFORM VARYING OPR-IX FROM 1 BY 1
                   UNTIL OPR-IX > OPR-ANTAL
               MOVE OPR-POST(OPR-IX) TO OPERATOERNY-RECORD
               WRITE OPERATOERNY-RECORD
           END-PERFORM
           CLOSE OPERATOERNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(OPERATOERNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OPERATOERFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       GEM-RECERT.
           OPEN OUTPUT RECERTNYFIL
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ANTAL
               MOVE RC-POST(RC-IX) TO RECERTNY-RECORD
               WRITE RECERTNY-RECORD
           END-PERFORM
           CLOSE RECERTNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(RECERTNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RECERTFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY). Journalen aabnes
      *kun omkring skrivningerne, da den ogsaa laeses af
      *aktivitets- og adskillelsesgennemgangen.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           EXIT.

      *Operatoer-id'et staar i kunde-id-feltet og recertificerings-
      *status foer (V) og efter (B/T/S) i statusfelterne.
       SKRIV-AUDITLINJE.
           INITIALIZE AUDITLAES-RECORD
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "ADGANGSRECERT" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE RC-OPERATOER TO JOURNAL-KUNDE-ID
           MOVE "V" TO JOURNAL-FOER-STATUS
           MOVE RC-STATUS TO JOURNAL-EFTER-STATUS
           MOVE 0 TO JOURNAL-FOER-BALANCE
           MOVE 0 TO JOURNAL-EFTER-BALANCE
           MOVE AUDITLAES-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           MOVE AUDITLAES-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           EXIT.

      *Delt laas som de oevrige registervaerktoejer.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "ADGANGSRECERT" TO LAAS-PROGRAM
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
           MOVE "ADGANGSRECERT" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO OPERATOERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OperatoerRegister.txt"
                   DELIMITED BY SIZE INTO OPERATOERFIL-NAVN
               END-STRING
               MOVE SPACES TO OPERATOERNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OperatoerRegisterNy.tmp"
                   DELIMITED BY SIZE INTO OPERATOERNYFIL-NAVN
               END-STRING
               MOVE SPACES TO RECERTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RecertRegister.txt"
                   DELIMITED BY SIZE INTO RECERTFIL-NAVN
               END-STRING
               MOVE SPACES TO RECERTNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RecertRegisterNy.tmp"
                   DELIMITED BY SIZE INTO RECERTNYFIL-NAVN
               END-STRING
               MOVE SPACES TO PAALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Paalogninger.txt"
                   DELIMITED BY SIZE INTO PAALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO GKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GodkendelsesKoe.txt"
                   DELIMITED BY SIZE INTO GKFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
               MOVE SPACES TO LISTEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RecertListe.txt"
                   DELIMITED BY SIZE INTO LISTEFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FunktionsAdskillelse.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
      *Kun batchfunktionerne maales - den interaktive menu laeser
      *registrene forfra foer hver handling.
       MAAL-TABEL.
           IF BATCH-FLAG NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE "ADGANGSRECERT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
