       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSEBETALING.
      *Massebetalinger fra erhvervskunder - loen- og kreditorfiler
      *med een debetkonto og mange modtagere. Kundernes filer
      *lander i indbakken MasseBetalinger.txt (kommasepareret, en
      *hovedlinje efterfulgt af filens betalingslinjer):
      *  H,fil-id,kunde-id,debetkonto,udfoerelsesdato,antal,
      *    kontrolsum
      *  L,fil-id,linjenr,modtagerbank,modtagerkonto,beloeb,
      *    modtagernavn,reference
      *En linje med blank modtagerbank (eller bankkoden i
      *parameteren MASSE-EGEN-BANKKODE) er en konto her i banken;
      *ellers er modtageren i en anden bank.
      *En fil behandles paa sin udfoerelsesdato (eller foerste
      *koersel derefter); filer med en senere dato bliver staaende
      *i indbakken. Filen valideres som en helhed og afvises samlet
      *naar:
      *  - fil-id mangler eller er modtaget foer fra kunden
      *    (MasseBetalingLog.txt)
      *  - antallet af linjer eller beloebssummen ikke stemmer med
      *    hovedlinjens kontroltal, eller en linje baerer et andet
      *    fil-id end hovedlinjen
      *  - kunden ikke er en aktiv erhvervskunde uden
      *    screening-spaerring, eller debetkontoen ikke er kundens,
      *    er bundet eller spaerret ved udlaeg
      *  - summen af filens gyldige linjer overstiger debetkontoens
      *    disponible saldo - bogfoert minus aktive reservationer og
      *    minus hvad kontoen allerede har godkendt i koerslen, plus
      *    en eventuel overtraeksgraense (samme regel som
      *    KONTOPOSTERING og CLEARINGUD)
      *Enkelte linjer afvises (resten udfoeres) ved ugyldigt beloeb,
      *manglende modtager, en ukendt intern konto (slaaet op i
      *KontoIndeks.txt), en modtager der ikke er aktiv kunde, eller
      *naar modtageren er debetkontoen selv.
      *En godkendt fil udfoeres gennem de almindelige floder:
      *interne krediteringer skrives som TRF-linjer i
      *Transaktioner.txt (KONTOPOSTERING), eksterne som ordrer i
      *BetalingsOrdrer.txt (CLEARINGUD) - begge kontrollerer og
      *journalfoerer hver linje som altid. Linjerne baerer maerket
      *MASSE i en ekstra sidste kolonne, som de to programmer ikke
      *laeser, men som foelger linjen ind i betalingsholdkoeen, saa
      *BETALINGSHOLD kan maskere beloebet - det er loenninger.
      *Kunden faar en kvittering pr. fil med status pr. linje
      *(MasseKvittering_<kunde-id>_<fil-id>.txt), filen foeres i
      *MasseBetalingLog.txt, og afgoerelsen faar en linje i
      *audit-journalen (MASSEOK/MASSEAFV). SYSOUT viser kun antal -
      *aldrig de enkelte modtageres beloeb.
      *Skridtet koeres i kalenderen foer VALOERFRIGIVELSE/
      *KONTOPOSTERING og CLEARINGUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASSEFIL ASSIGN TO MASSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASSEFIL-STATUS.
           SELECT MASSENYFIL ASSIGN TO MASSENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT INDEKSFIL ASSIGN TO INDEKSFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTOIX-KONTONUMMER
               FILE STATUS IS INDEKSFIL-STATUS.
           SELECT OPTIONAL RESFIL ASSIGN TO RESFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESFIL-STATUS.
           SELECT OPTIONAL GRAENSEFIL ASSIGN TO GRAENSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT OPTIONAL SPAERFIL ASSIGN TO SPAERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAERFIL-STATUS.
           SELECT TRANSFIL ASSIGN TO TRANSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFIL-STATUS.
           SELECT BETORDREFIL ASSIGN TO BETORDREFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BETORDREFIL-STATUS.
           SELECT KVITFIL ASSIGN TO KVITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVITFIL-STATUS.
           SELECT OPTIONAL MASSELOGFIL ASSIGN TO MASSELOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASSELOGFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASSEFIL.
       01 MASSE-LINJE            PIC X(150).

       FD MASSENYFIL.
       01 MASSENY-LINJE          PIC X(150).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD INDEKSFIL.
       01 KONTOINDEKS-RECORD.
           02 KONTOIX-KONTONUMMER  PIC X(20).
           02 KONTOIX-KUNDE-ID     PIC X(10).
           02 KONTOIX-KONTO-NR     PIC 9(2).

       FD RESFIL.
       01 RES-RECORD.
           02 RES-KUNDE-ID         PIC X(10).
           02 RES-KONTONUMMER      PIC X(20).
           02 RES-BELOEB           PIC 9(7)V9(2).
           02 RES-AARSAG           PIC X(20).
           02 RES-UDLOEB           PIC 9(8).

      *Overtraeksgraense-registret - samme layout som
      *KONTOPOSTERING laeser.
       FD GRAENSEFIL.
       01 GRAENSE-RECORD.
           02 GRAENSE-KONTONUMMER  PIC X(20).
           02 GRAENSE-BELOEB-REG   PIC 9(7)V9(2).

       FD SPAERFIL.
       01 SPAER-RECORD.
           02 SPAER-KONTONUMMER    PIC X(20).
           02 SPAER-SAT-DATO       PIC 9(8).
           02 SPAER-OPERATOER      PIC X(8).
           02 SPAER-AARSAG         PIC X(20).

       FD TRANSFIL.
       01 TRANS-LINJE            PIC X(100).

       FD BETORDREFIL.
       01 BETORDRE-LINJE         PIC X(150).

       FD KVITFIL.
       01 KVIT-LINJE             PIC X(132).

      *Loggen over behandlede filer - een post pr. fil, baade
      *godkendte og afviste, saa en fil der sendes igen afvises som
      *dublet.
       FD MASSELOGFIL.
       01 MASSELOG-RECORD.
           02 ML-KUNDE-ID          PIC X(10).
           02 ML-FIL-ID            PIC X(20).
           02 ML-DATO              PIC 9(8).
           02 ML-STATUS            PIC X(1).
               88 ML-GODKENDT          VALUE "G".
               88 ML-AFVIST            VALUE "A".
           02 ML-ANTAL             PIC 9(5).
           02 ML-GODKENDT-ANTAL    PIC 9(5).
           02 ML-GODKENDT-SUM      PIC 9(11)V9(2).
           02 ML-AARSAG            PIC X(40).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 MASSEFIL-NAVN          PIC X(80)
           VALUE "MasseBetalinger.txt".
       01 MASSENYFIL-NAVN        PIC X(80)
           VALUE "MasseBetalingerNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 INDEKSFIL-NAVN         PIC X(80)
           VALUE "KontoIndeks.txt".
       01 RESFIL-NAVN            PIC X(80)
           VALUE "Reservationer.txt".
       01 GRAENSEFIL-NAVN        PIC X(80)
           VALUE "OvertraekGraenser.txt".
       01 SPAERFIL-NAVN          PIC X(80)
           VALUE "KontoSpaerringer.txt".
       01 TRANSFIL-NAVN          PIC X(80)
           VALUE "Transaktioner.txt".
       01 BETORDREFIL-NAVN       PIC X(80)
           VALUE "BetalingsOrdrer.txt".
       01 MASSELOGFIL-NAVN       PIC X(80)
           VALUE "MasseBetalingLog.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 KVITFIL-NAVN           PIC X(80) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170).
       01 MASSEFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 INDEKSFIL-STATUS       PIC X(2) VALUE "00".
       01 RESFIL-STATUS          PIC X(2) VALUE "00".
       01 GRAENSEFIL-STATUS      PIC X(2) VALUE "00".
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 TRANSFIL-STATUS        PIC X(2) VALUE "00".
       01 BETORDREFIL-STATUS     PIC X(2) VALUE "00".
       01 KVITFIL-STATUS         PIC X(2) VALUE "00".
       01 MASSELOGFIL-STATUS     PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 EGEN-BANKKODE          PIC X(11) VALUE SPACES.

      *Den fil der er under indlaesning: hovedlinjen og dens
      *betalingslinjer. Linjerne holdes i tabellen til filen er
      *valideret som helhed, og skrives tilbage uaendret hvis
      *udfoerelsesdatoen ikke er naaet.
       01 FIL-AKTIV              PIC X VALUE "N".
           88 HAR-AKTIV-FIL          VALUE "J".
       01 HOVED-LINJE            PIC X(150).
       01 HOVED-FIL-ID           PIC X(20).
       01 HOVED-KUNDE-ID         PIC X(10).
       01 HOVED-KONTO            PIC X(20).
       01 HOVED-DATO-TEKST       PIC X(8).
       01 HOVED-DATO REDEFINES HOVED-DATO-TEKST PIC 9(8).
       01 HOVED-ANTAL-TEKST      PIC X(10).
       01 HOVED-SUM-TEKST        PIC X(18).
       01 HOVED-ANTAL            PIC 9(7) VALUE 0.
       01 HOVED-SUM              PIC S9(11)V9(2) VALUE 0.
       01 FIL-OVERLOEB           PIC X VALUE "N".
           88 FIL-FOR-STOR           VALUE "J".
       01 FREMMED-LINJE          PIC X VALUE "N".
           88 HAR-FREMMED-LINJE      VALUE "J".
       01 FIL-AARSAG             PIC X(40) VALUE SPACES.
       01 LINJE-ANTAL            PIC 9(5) VALUE 0.
       01 LINJE-TABEL.
           02 LINJE-POST OCCURS 5000 TIMES.
               03 LT-RAA            PIC X(150).
               03 LT-NR             PIC X(6).
               03 LT-BANK           PIC X(11).
               03 LT-KONTO          PIC X(20).
               03 LT-BELOEB-TEKST   PIC X(15).
               03 LT-BELOEB         PIC S9(9)V9(2).
               03 LT-NAVN           PIC X(40).
               03 LT-REF            PIC X(35).
               03 LT-MODPART-ID     PIC X(10).
               03 LT-STATUS         PIC X(1).
                   88 LT-INTERN         VALUE "I".
                   88 LT-EKSTERN        VALUE "E".
                   88 LT-AFVIST         VALUE "A".
               03 LT-AARSAG         PIC X(40).
       01 LINJE-IX               PIC 9(5).
       01 LIN-TYPE               PIC X(1).
       01 LIN-FIL-ID             PIC X(20).

      *Debitors oplysninger gemmes inden modtagerne slaas op i
      *masteren - opslagene overskriver KUNDEOPL.
       01 DEBET-KUNDE-STATUS     PIC X(1).
       01 DEBET-KONTO-IX         PIC 9(3) VALUE 0.
       01 DEBET-VALUTA           PIC X(3).
       01 DEBET-BALANCE          PIC S9(9)V9(2).
       01 DEBET-BALANCE-SUM      PIC S9(9)V9(2).
       01 DISPONIBEL             PIC S9(11)V9(2).
       01 KONTROL-SUM            PIC S9(11)V9(2).
       01 GODKENDT-SUM           PIC S9(11)V9(2).
       01 GODKENDT-ANTAL         PIC 9(5).
       01 INTERN-ANTAL           PIC 9(5).
       01 EKSTERN-ANTAL          PIC 9(5).
       01 AFVIST-ANTAL           PIC 9(5).
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 BELOEB-VIST            PIC -(9)9.99.
       01 BELOEB-TEKST           PIC X(14).
       01 ANTAL-VIST             PIC Z(4)9.

      *Hvad hver debetkonto allerede har faaet godkendt i koerslen,
      *saa to filer paa samme konto ikke begge regner med hele
      *saldoen.
       01 BRUGT-ANTAL            PIC 9(4) VALUE 0.
       01 BRUGT-TABEL.
           02 BRUGT-POST OCCURS 500 TIMES.
               03 BT-KONTONUMMER     PIC X(20).
               03 BT-BELOEB          PIC S9(11)V9(2).
       01 BRUGT-IX               PIC 9(4).
       01 BRUGT-OVERLOB          PIC X VALUE "N".
       01 BRUGT-FUNDET-IX        PIC 9(4) VALUE 0.

      *Behandlede filer fra loggen (kunde-id og fil-id) til
      *dubletkontrollen; koerslens egne filer laegges til undervejs.
       01 LOG-ANTAL              PIC 9(5) VALUE 0.
       01 LOG-TABEL.
           02 LOG-POST OCCURS 20000 TIMES.
               03 LG-KUNDE-ID        PIC X(10).
               03 LG-FIL-ID          PIC X(20).
       01 LOG-IX                 PIC 9(5).
       01 LOG-OVERLOEB           PIC X VALUE "N".
           88 LOG-TABEL-FULD         VALUE "J".
       01 DUBLET-FUNDET          PIC X VALUE "N".
           88 ER-DUBLET              VALUE "J".

       01 RES-ANTAL              PIC 9(4) VALUE 0.
       01 RES-OVERLOB            PIC X VALUE "N".
           88 RESERVATIONER-OVERLOEBET VALUE "J".
       01 RES-TABEL.
           02 RES-POST OCCURS 2000 TIMES.
               03 RT-KONTONUMMER     PIC X(20).
               03 RT-BELOEB          PIC 9(7)V9(2).
       01 RES-IX                 PIC 9(4).
       01 RESERVERET-SUM         PIC S9(9)V9(2) VALUE 0.
       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-OVERLOB        PIC X VALUE "N".
           88 GRAENSER-OVERLOEBET    VALUE "J".
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
               03 GT-GRAENSE         PIC 9(7)V9(2).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-OVERLOB          PIC X VALUE "N".
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
       01 SPAER-IX               PIC 9(4).
       01 KONTO-SPAERRET         PIC X VALUE "N".
           88 KONTO-ER-SPAERRET      VALUE "J".

       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.

       01 ANTAL-FILER            PIC 9(5) VALUE 0.
       01 ANTAL-FILER-GODKENDT   PIC 9(5) VALUE 0.
       01 ANTAL-FILER-AFVIST     PIC 9(5) VALUE 0.
       01 ANTAL-FILER-VENTER     PIC 9(5) VALUE 0.
       01 ANTAL-TRF              PIC 9(7) VALUE 0.
       01 ANTAL-ORDRER           PIC 9(7) VALUE 0.
       01 ANTAL-LINJER-AFVIST    PIC 9(7) VALUE 0.
       01 ANTAL-LOESE-LINJER     PIC 9(7) VALUE 0.
       01 FEJL-FLAG              PIC X VALUE "N".
           88 DER-ER-FEJL            VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE "MASSE-EGEN-BANKKODE" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE SPACES TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO EGEN-BANKKODE
           PERFORM TAG-KOERSELLAAS

           OPEN INPUT MASSEFIL
           IF MASSEFIL-STATUS NOT = "00"
               CLOSE MASSEFIL
               DISPLAY "MASSEBETALING: ingen massebetalingsfiler"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               CLOSE MASSEFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INDEKSFIL
           IF INDEKSFIL-STATUS NOT = "00"
               DISPLAY "FEJL: KontoIndeks.txt findes ikke - koer "
                   "KONTOINDEKS foerst - status " INDEKSFIL-STATUS
               CLOSE MASSEFIL KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-MASSELOG
           PERFORM LAES-RESERVATIONER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-KONTOSPAERRINGER
      *Kan et register ikke indlaeses helt, afvises hele koerslen
      *foer nogen fil behandles - indbakken staar uroert til naeste
      *koersel.
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: et register kunne ikke indlaeses helt "
                   "- massebetalingerne er IKKE behandlet"
               CLOSE MASSEFIL KUNDEFIL INDEKSFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-UDDATA
           OPEN OUTPUT MASSENYFIL

           PERFORM UNTIL FIL-SLUT = "J"
               READ MASSEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM BEHANDL-MASSELINJE
               END-READ
           END-PERFORM
           PERFORM AFSLUT-FIL

           CLOSE MASSEFIL MASSENYFIL KUNDEFIL INDEKSFIL
           CLOSE TRANSFIL BETORDREFIL MASSELOGFIL AUDITFIL
      *Indbakken genskrives med de filer der endnu ikke er
      *forfaldne - samme midlertidige fil og mv som VALOERFRIGIVELSE
      *bruger paa valoer-depotet.
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(MASSENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MASSEFIL-NAVN) DELIMITED BY SIZE
               INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO

           PERFORM VIS-KONTROLRAPPORT
           MOVE "BRUGT-TABEL" TO TK-TABEL
           MOVE BRUGT-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE BRUGT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF LOG-TABEL-FULD
               MOVE "LOG-TABEL" TO TK-TABEL
               MOVE LOG-ANTAL TO TK-ANTAL
               MOVE 20000 TO TK-KAPACITET
               MOVE LOG-OVERLOEB TO TK-OVERLOB
               PERFORM MAAL-TABEL
           END-IF
           PERFORM FRIGIV-KOERSELLAAS
           EVALUATE TRUE
               WHEN DER-ER-FEJL OR KAPACITET-OVERSKREDET
                   MOVE 8 TO RETURN-CODE
               WHEN ANTAL-FILER-AFVIST > 0
                       OR ANTAL-LINJER-AFVIST > 0
                       OR ANTAL-LOESE-LINJER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *En hovedlinje afslutter den foregaaende fil og aabner en ny;
      *betalingslinjer samles under den aktuelle hovedlinje.
       BEHANDL-MASSELINJE.
           IF MASSE-LINJE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIN-TYPE LIN-FIL-ID
           UNSTRING MASSE-LINJE DELIMITED BY ","
               INTO LIN-TYPE, LIN-FIL-ID
           EVALUATE LIN-TYPE
               WHEN "H"
                   PERFORM AFSLUT-FIL
                   PERFORM START-FIL
               WHEN "L"
                   IF HAR-AKTIV-FIL
                       PERFORM GEM-BETALINGSLINJE
                   ELSE
                       PERFORM GEM-LOES-LINJE
                   END-IF
               WHEN OTHER
                   PERFORM GEM-LOES-LINJE
           END-EVALUATE
           EXIT.

      *Linjer uden en hovedlinje foran kan ikke henfoeres til en
      *kunde; de bliver staaende i indbakken til en operatoer har
      *set paa dem.
       GEM-LOES-LINJE.
           ADD 1 TO ANTAL-LOESE-LINJER
           DISPLAY "ADVARSEL: linje uden hovedlinje i "
               "MasseBetalinger.txt bliver staaende (fil-id "
               FUNCTION TRIM(LIN-FIL-ID) ")"
           MOVE MASSE-LINJE TO MASSENY-LINJE
           WRITE MASSENY-LINJE
           EXIT.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *kolonner ellers ville beholde vaerdier fra forrige linje i de
      *modtagefelter der ikke blev fyldt.
       START-FIL.
           MOVE "J" TO FIL-AKTIV
           MOVE MASSE-LINJE TO HOVED-LINJE
           MOVE SPACES TO LIN-TYPE HOVED-FIL-ID HOVED-KUNDE-ID
               HOVED-KONTO HOVED-DATO-TEKST HOVED-ANTAL-TEKST
               HOVED-SUM-TEKST
           UNSTRING MASSE-LINJE DELIMITED BY ","
               INTO LIN-TYPE, HOVED-FIL-ID, HOVED-KUNDE-ID,
                   HOVED-KONTO, HOVED-DATO-TEKST, HOVED-ANTAL-TEKST,
                   HOVED-SUM-TEKST
           MOVE 0 TO LINJE-ANTAL
           MOVE "N" TO FIL-OVERLOEB
           MOVE "N" TO FREMMED-LINJE
           MOVE SPACES TO FIL-AARSAG
           EXIT.

       GEM-BETALINGSLINJE.
           IF LIN-FIL-ID NOT = HOVED-FIL-ID
               MOVE "J" TO FREMMED-LINJE
           END-IF
           IF LINJE-ANTAL >= 5000
               MOVE "J" TO FIL-OVERLOEB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LINJE-ANTAL
           MOVE SPACES TO LINJE-POST(LINJE-ANTAL)
           MOVE MASSE-LINJE TO LT-RAA(LINJE-ANTAL)
           UNSTRING MASSE-LINJE DELIMITED BY ","
               INTO LIN-TYPE, LIN-FIL-ID, LT-NR(LINJE-ANTAL),
                   LT-BANK(LINJE-ANTAL), LT-KONTO(LINJE-ANTAL),
                   LT-BELOEB-TEKST(LINJE-ANTAL), LT-NAVN(LINJE-ANTAL),
                   LT-REF(LINJE-ANTAL)
           MOVE 0 TO LT-BELOEB(LINJE-ANTAL)
           IF FUNCTION TEST-NUMVAL(LT-BELOEB-TEKST(LINJE-ANTAL)) = 0
               MOVE FUNCTION NUMVAL(LT-BELOEB-TEKST(LINJE-ANTAL))
                   TO LT-BELOEB(LINJE-ANTAL)
           END-IF
           EXIT.

      *Filen er laest faerdig: ikke forfalden - tilbage i
      *indbakken; ellers valideres og udfoeres den.
       AFSLUT-FIL.
           IF NOT HAR-AKTIV-FIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-AKTIV
           IF HOVED-DATO-TEKST NUMERIC
                   AND HOVED-DATO > KOERSEL-DATO
               PERFORM GEM-VENTENDE-FIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-FILER
           MOVE 0 TO GODKENDT-SUM GODKENDT-ANTAL INTERN-ANTAL
               EKSTERN-ANTAL AFVIST-ANTAL
           PERFORM VALIDER-FIL
           IF FIL-AARSAG = SPACES
               PERFORM VARYING LINJE-IX FROM 1 BY 1
                       UNTIL LINJE-IX > LINJE-ANTAL
                   PERFORM VALIDER-LINJE
               END-PERFORM
               PERFORM TJEK-DAEKNING
           END-IF
           IF FIL-AARSAG = SPACES
               PERFORM VARYING LINJE-IX FROM 1 BY 1
                       UNTIL LINJE-IX > LINJE-ANTAL
                   PERFORM UDFOER-LINJE
               END-PERFORM
               PERFORM NOTER-BRUGT-BELOEB
               ADD 1 TO ANTAL-FILER-GODKENDT
               ADD AFVIST-ANTAL TO ANTAL-LINJER-AFVIST
               MOVE "MASSEOK" TO AUDIT-AKTION
               MOVE LINJE-ANTAL TO ANTAL-VIST
               DISPLAY "MASSEBETALING: fil "
                   FUNCTION TRIM(HOVED-FIL-ID) " fra "
                   HOVED-KUNDE-ID " godkendt - "
                   FUNCTION TRIM(ANTAL-VIST) " linjer ("
                   INTERN-ANTAL " intern, " EKSTERN-ANTAL
                   " ekstern, " AFVIST-ANTAL " afvist)"
           ELSE
               MOVE 0 TO GODKENDT-SUM GODKENDT-ANTAL
               ADD 1 TO ANTAL-FILER-AFVIST
               MOVE "MASSEAFV" TO AUDIT-AKTION
               DISPLAY "ADVARSEL: massebetalingsfil "
                   FUNCTION TRIM(HOVED-FIL-ID) " fra "
                   HOVED-KUNDE-ID " afvist - "
                   FUNCTION TRIM(FIL-AARSAG)
           END-IF
           PERFORM SKRIV-KVITTERING
           PERFORM SKRIV-LOGPOST
           PERFORM SKRIV-AUDITLINJE
           EXIT.

       GEM-VENTENDE-FIL.
           ADD 1 TO ANTAL-FILER-VENTER
           MOVE HOVED-LINJE TO MASSENY-LINJE
           WRITE MASSENY-LINJE
           PERFORM VARYING LINJE-IX FROM 1 BY 1
                   UNTIL LINJE-IX > LINJE-ANTAL
               MOVE LT-RAA(LINJE-IX) TO MASSENY-LINJE
               WRITE MASSENY-LINJE
           END-PERFORM
           IF FIL-FOR-STOR
               DISPLAY "ADVARSEL: massebetalingsfil "
                   FUNCTION TRIM(HOVED-FIL-ID)
                   " har flere end 5000 linjer - den afvises paa "
                   "udfoerelsesdagen"
           END-IF
           EXIT.

      *Kontrollerne der afviser hele filen. Den foerste fejl der
      *findes er aarsagen paa kvitteringen.
       VALIDER-FIL.
           MOVE SPACES TO FIL-AARSAG
           MOVE "N" TO DUBLET-FUNDET
           MOVE SPACES TO DEBET-KUNDE-STATUS
           MOVE 0 TO DEBET-BALANCE-SUM
           IF HOVED-FIL-ID = SPACES
               MOVE "Fil-id mangler" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-DUBLET
           IF ER-DUBLET
               MOVE "Fil-id er modtaget foer" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF HOVED-DATO-TEKST NOT NUMERIC
               MOVE "Ugyldig udfoerelsesdato" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(HOVED-DATO) NOT = 0
               MOVE "Ugyldig udfoerelsesdato" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF FIL-FOR-STOR
               MOVE "Flere end 5000 linjer i filen" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF HAR-FREMMED-LINJE
               MOVE "Linje med andet fil-id end hovedlinjen"
                   TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(HOVED-ANTAL-TEKST) NOT = 0
                   OR FUNCTION TEST-NUMVAL(HOVED-SUM-TEKST) NOT = 0
               MOVE "Kontroltal er ikke numeriske" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(HOVED-ANTAL-TEKST) TO HOVED-ANTAL
           MOVE FUNCTION NUMVAL(HOVED-SUM-TEKST) TO HOVED-SUM
           IF HOVED-ANTAL NOT = LINJE-ANTAL
               MOVE "Antal linjer stemmer ikke med kontroltal"
                   TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KONTROL-SUM
           PERFORM VARYING LINJE-IX FROM 1 BY 1
                   UNTIL LINJE-IX > LINJE-ANTAL
               ADD LT-BELOEB(LINJE-IX) TO KONTROL-SUM
           END-PERFORM
           IF KONTROL-SUM NOT = HOVED-SUM
               MOVE "Beloebssum stemmer ikke med kontrolsum"
                   TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE HOVED-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "Ukendt kunde" TO FIL-AARSAG
                   EXIT PARAGRAPH
           END-READ
           MOVE KUNDE-STATUS TO DEBET-KUNDE-STATUS
           PERFORM HENT-KONTI
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               ADD BALANCE(KONTO-IX) TO DEBET-BALANCE-SUM
           END-PERFORM
           IF NOT KUNDE-AKTIV
               MOVE "Kunden er ikke aktiv" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NOT KUNDE-ERHVERV
               MOVE "Kunden er ikke erhvervskunde" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-BLOKERET
               MOVE "Kunden er spaerret af compliance" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DEBET-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) = HOVED-KONTO
                   MOVE KONTO-IX TO DEBET-KONTO-IX
               END-IF
           END-PERFORM
           IF DEBET-KONTO-IX = 0
               MOVE "Debetkontoen tilhoerer ikke kunden" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTAKODE(DEBET-KONTO-IX) TO DEBET-VALUTA
           MOVE BALANCE(DEBET-KONTO-IX) TO DEBET-BALANCE
           IF BINDING(DEBET-KONTO-IX) = "J"
                   AND UDLOEBSDATO(DEBET-KONTO-IX) NUMERIC
                   AND UDLOEBSDATO(DEBET-KONTO-IX) > KOERSEL-DATO
               MOVE "Debetkontoen er bundet aftaleindlaan"
                   TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-KONTOSPAERRING
           IF KONTO-ER-SPAERRET
               MOVE "Debetkontoen er spaerret ved udlaeg"
                   TO FIL-AARSAG
           END-IF
           EXIT.

       TJEK-DUBLET.
           MOVE "N" TO DUBLET-FUNDET
           PERFORM VARYING LOG-IX FROM 1 BY 1
                   UNTIL LOG-IX > LOG-ANTAL OR ER-DUBLET
               IF LG-KUNDE-ID(LOG-IX) = HOVED-KUNDE-ID
                       AND LG-FIL-ID(LOG-IX) = HOVED-FIL-ID
                   MOVE "J" TO DUBLET-FUNDET
               END-IF
           END-PERFORM
           EXIT.

      *Linjer der ikke kan udfoeres, afvises enkeltvis; de oevrige
      *faar status I (kreditering her i banken) eller E (ordre til
      *en anden bank).
       VALIDER-LINJE.
           MOVE SPACES TO LT-AARSAG(LINJE-IX)
           MOVE "A" TO LT-STATUS(LINJE-IX)
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(LT-BELOEB-TEKST(LINJE-IX))
                       NOT = 0
                   MOVE "Beloeb er ikke numerisk"
                       TO LT-AARSAG(LINJE-IX)
               WHEN LT-BELOEB(LINJE-IX) NOT > 0
                       OR LT-BELOEB(LINJE-IX) > 9999999.99
                   MOVE "Ugyldigt beloeb" TO LT-AARSAG(LINJE-IX)
               WHEN LT-KONTO(LINJE-IX) = SPACES
                   MOVE "Modtagerkonto mangler"
                       TO LT-AARSAG(LINJE-IX)
               WHEN LT-BANK(LINJE-IX) = SPACES
                       OR (EGEN-BANKKODE NOT = SPACES
                           AND LT-BANK(LINJE-IX) = EGEN-BANKKODE)
                   PERFORM VALIDER-INTERN-MODTAGER
               WHEN LT-NAVN(LINJE-IX) = SPACES
                   MOVE "Modtagernavn mangler" TO LT-AARSAG(LINJE-IX)
               WHEN OTHER
                   MOVE "E" TO LT-STATUS(LINJE-IX)
           END-EVALUATE
           IF LT-AFVIST(LINJE-IX)
               ADD 1 TO AFVIST-ANTAL
           ELSE
               ADD 1 TO GODKENDT-ANTAL
               ADD LT-BELOEB(LINJE-IX) TO GODKENDT-SUM
           END-IF
           EXIT.

      *Modtagerens ejer findes gennem KontoIndeks.txt som i
      *CLEARINGIND og skal vaere en aktiv kunde.
       VALIDER-INTERN-MODTAGER.
           IF LT-KONTO(LINJE-IX) = HOVED-KONTO
               MOVE "Modtageren er debetkontoen"
                   TO LT-AARSAG(LINJE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE LT-KONTO(LINJE-IX) TO KONTOIX-KONTONUMMER
           READ INDEKSFIL
               INVALID KEY
                   MOVE "Ukendt modtagerkonto" TO LT-AARSAG(LINJE-IX)
                   EXIT PARAGRAPH
           END-READ
           MOVE KONTOIX-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "Ukendt modtagerkonto" TO LT-AARSAG(LINJE-IX)
                   EXIT PARAGRAPH
           END-READ
           IF NOT KUNDE-AKTIV
               MOVE "Modtageren er ikke aktiv kunde"
                   TO LT-AARSAG(LINJE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE KONTOIX-KUNDE-ID TO LT-MODPART-ID(LINJE-IX)
           MOVE "I" TO LT-STATUS(LINJE-IX)
           EXIT.

      *Hele filens gyldige linjer holdes mod den disponible saldo
      *paa een gang - en loenkoersel udfoeres helt eller slet ikke.
       TJEK-DAEKNING.
           IF GODKENDT-ANTAL = 0
               MOVE "Ingen gyldige linjer i filen" TO FIL-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-RESERVATIONER
           PERFORM FIND-OVERTRAEKSGRAENSE
           PERFORM FIND-BRUGT-BELOEB
           COMPUTE DISPONIBEL = DEBET-BALANCE - RESERVERET-SUM
           IF BRUGT-FUNDET-IX > 0
               SUBTRACT BT-BELOEB(BRUGT-FUNDET-IX) FROM DISPONIBEL
           END-IF
           IF GRAENSE-FUNDET-IX > 0
               ADD GT-GRAENSE(GRAENSE-FUNDET-IX) TO DISPONIBEL
           END-IF
           IF GODKENDT-SUM > DISPONIBEL
               MOVE "Utilstraekkelig daekning for filen"
                   TO FIL-AARSAG
           END-IF
           EXIT.

       FIND-BRUGT-BELOEB.
           MOVE 0 TO BRUGT-FUNDET-IX
           PERFORM VARYING BRUGT-IX FROM 1 BY 1
                   UNTIL BRUGT-IX > BRUGT-ANTAL
               IF BT-KONTONUMMER(BRUGT-IX) = HOVED-KONTO
                   MOVE BRUGT-IX TO BRUGT-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       NOTER-BRUGT-BELOEB.
           PERFORM FIND-BRUGT-BELOEB
           IF BRUGT-FUNDET-IX = 0
               IF BRUGT-ANTAL >= 500
                   DISPLAY "ADVARSEL: flere end 500 debetkonti med "
                       "massebetalinger - daekningen for resten "
                       "regnes uden koerslens tidligere filer"
                   MOVE "J" TO BRUGT-OVERLOB
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BRUGT-ANTAL
               MOVE BRUGT-ANTAL TO BRUGT-FUNDET-IX
               MOVE HOVED-KONTO TO BT-KONTONUMMER(BRUGT-FUNDET-IX)
               MOVE 0 TO BT-BELOEB(BRUGT-FUNDET-IX)
           END-IF
           ADD GODKENDT-SUM TO BT-BELOEB(BRUGT-FUNDET-IX)
           EXIT.

      *Interne krediteringer bliver TRF-linjer til KONTOPOSTERING
      *(kunde-id, konto, TRF, beloeb, valoer, valuta, modpartens
      *kunde-id og konto, blank kassekolonne); eksterne bliver
      *ordrer til CLEARINGUD i BetalingsOrdrer.txt's layout.
      *Maerket MASSE sidst paa linjen laeses ikke af de to programmer.
       UDFOER-LINJE.
           IF LT-AFVIST(LINJE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE LT-BELOEB(LINJE-IX) TO BELOEB-VIST
           MOVE FUNCTION TRIM(BELOEB-VIST) TO BELOEB-TEKST
           IF LT-INTERN(LINJE-IX)
               MOVE SPACES TO TRANS-LINJE
               STRING FUNCTION TRIM(HOVED-KUNDE-ID) ","
                   FUNCTION TRIM(HOVED-KONTO) ",TRF,"
                   FUNCTION TRIM(BELOEB-TEKST) ","
                   KOERSEL-DATO "," DEBET-VALUTA ","
                   FUNCTION TRIM(LT-MODPART-ID(LINJE-IX)) ","
                   FUNCTION TRIM(LT-KONTO(LINJE-IX)) ",,MASSE"
                   DELIMITED BY SIZE INTO TRANS-LINJE
               END-STRING
               WRITE TRANS-LINJE
               ADD 1 TO INTERN-ANTAL
               ADD 1 TO ANTAL-TRF
           ELSE
               MOVE SPACES TO BETORDRE-LINJE
               STRING FUNCTION TRIM(HOVED-KUNDE-ID) ","
                   FUNCTION TRIM(HOVED-KONTO) ","
                   FUNCTION TRIM(LT-BANK(LINJE-IX)) ","
                   FUNCTION TRIM(LT-KONTO(LINJE-IX)) ","
                   FUNCTION TRIM(BELOEB-TEKST) ","
                   DEBET-VALUTA ","
                   FUNCTION TRIM(LT-NAVN(LINJE-IX)) ",MASSE"
                   DELIMITED BY SIZE INTO BETORDRE-LINJE
               END-STRING
               WRITE BETORDRE-LINJE
               ADD 1 TO EKSTERN-ANTAL
               ADD 1 TO ANTAL-ORDRER
           END-IF
           EXIT.

      *Kundens kvittering: filens afgoerelse og kontroltal og en
      *linje pr. betaling med modtager, beloeb og status. En
      *godkendt linje er sendt til postering eller clearing, hvor
      *den kontrolleres og journalfoeres som alle andre betalinger.
      *En dublet faar sin egen kvittering, saa den oprindelige
      *kvittering for fil-id'et ikke overskrives.
       SKRIV-KVITTERING.
           MOVE SPACES TO KVITFIL-NAVN
           IF ER-DUBLET
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "MasseKvittering_"
                   FUNCTION TRIM(HOVED-KUNDE-ID) "_"
                   FUNCTION TRIM(HOVED-FIL-ID) "_DUBLET.txt"
                   DELIMITED BY SIZE INTO KVITFIL-NAVN
               END-STRING
           ELSE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "MasseKvittering_"
                   FUNCTION TRIM(HOVED-KUNDE-ID) "_"
                   FUNCTION TRIM(HOVED-FIL-ID) ".txt"
                   DELIMITED BY SIZE INTO KVITFIL-NAVN
               END-STRING
           END-IF
           OPEN OUTPUT KVITFIL
           IF KVITFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(KVITFIL-NAVN)
                   " kan ikke oprettes - status " KVITFIL-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KVIT-LINJE
           STRING "KVITTERING MASSEBETALING FIL-ID: " HOVED-FIL-ID
               " KUNDE-ID: " HOVED-KUNDE-ID
               DELIMITED BY SIZE INTO KVIT-LINJE
           END-STRING
           WRITE KVIT-LINJE
           MOVE SPACES TO KVIT-LINJE
           STRING "DEBETKONTO: " HOVED-KONTO
               " UDFOERELSESDATO: " HOVED-DATO-TEKST
               " BEHANDLET: " KOERSEL-DATO
               DELIMITED BY SIZE INTO KVIT-LINJE
           END-STRING
           WRITE KVIT-LINJE
           MOVE SPACES TO KVIT-LINJE
           IF FIL-AARSAG = SPACES
               MOVE "STATUS: GODKENDT" TO KVIT-LINJE
           ELSE
               STRING "STATUS: AFVIST - " FIL-AARSAG
                   DELIMITED BY SIZE INTO KVIT-LINJE
               END-STRING
           END-IF
           WRITE KVIT-LINJE
           MOVE SPACES TO KVIT-LINJE
           STRING "KONTROLTAL: ANTAL=" HOVED-ANTAL-TEKST
               " SUM=" HOVED-SUM-TEKST
               DELIMITED BY SIZE INTO KVIT-LINJE
           END-STRING
           WRITE KVIT-LINJE
           MOVE GODKENDT-SUM TO BELOEB-VIST
           MOVE SPACES TO KVIT-LINJE
           STRING "GODKENDT: ANTAL=" GODKENDT-ANTAL
               " SUM=" FUNCTION TRIM(BELOEB-VIST)
               " AFVIST: ANTAL=" AFVIST-ANTAL
               DELIMITED BY SIZE INTO KVIT-LINJE
           END-STRING
           WRITE KVIT-LINJE
           PERFORM VARYING LINJE-IX FROM 1 BY 1
                   UNTIL LINJE-IX > LINJE-ANTAL
               PERFORM SKRIV-KVITTERINGSLINJE
           END-PERFORM
           MOVE SPACES TO KVIT-LINJE
           STRING "TRAILER: ANTAL-LINJER=" LINJE-ANTAL
               DELIMITED BY SIZE INTO KVIT-LINJE
           END-STRING
           WRITE KVIT-LINJE
           CLOSE KVITFIL
           EXIT.

       SKRIV-KVITTERINGSLINJE.
           MOVE LT-BELOEB(LINJE-IX) TO BELOEB-VIST
           MOVE SPACES TO KVIT-LINJE
           EVALUATE TRUE
               WHEN FIL-AARSAG NOT = SPACES
                   STRING "LINJE " LT-NR(LINJE-IX) " "
                       LT-BANK(LINJE-IX) " " LT-KONTO(LINJE-IX) " "
                       BELOEB-VIST " AFVIST MED FILEN"
                       DELIMITED BY SIZE INTO KVIT-LINJE
                   END-STRING
               WHEN LT-AFVIST(LINJE-IX)
                   STRING "LINJE " LT-NR(LINJE-IX) " "
                       LT-BANK(LINJE-IX) " " LT-KONTO(LINJE-IX) " "
                       BELOEB-VIST " AFVIST - " LT-AARSAG(LINJE-IX)
                       DELIMITED BY SIZE INTO KVIT-LINJE
                   END-STRING
               WHEN LT-INTERN(LINJE-IX)
                   STRING "LINJE " LT-NR(LINJE-IX) " "
                       LT-BANK(LINJE-IX) " " LT-KONTO(LINJE-IX) " "
                       BELOEB-VIST " SENDT TIL POSTERING"
                       DELIMITED BY SIZE INTO KVIT-LINJE
                   END-STRING
               WHEN OTHER
                   STRING "LINJE " LT-NR(LINJE-IX) " "
                       LT-BANK(LINJE-IX) " " LT-KONTO(LINJE-IX) " "
                       BELOEB-VIST " SENDT TIL CLEARING"
                       DELIMITED BY SIZE INTO KVIT-LINJE
                   END-STRING
           END-EVALUATE
           WRITE KVIT-LINJE
           EXIT.

       SKRIV-LOGPOST.
           MOVE HOVED-KUNDE-ID TO ML-KUNDE-ID
           MOVE HOVED-FIL-ID TO ML-FIL-ID
           MOVE KOERSEL-DATO TO ML-DATO
           IF FIL-AARSAG = SPACES
               MOVE "G" TO ML-STATUS
           ELSE
               MOVE "A" TO ML-STATUS
           END-IF
           MOVE LINJE-ANTAL TO ML-ANTAL
           MOVE GODKENDT-ANTAL TO ML-GODKENDT-ANTAL
           MOVE GODKENDT-SUM TO ML-GODKENDT-SUM
           MOVE FIL-AARSAG TO ML-AARSAG
           WRITE MASSELOG-RECORD
      *En fil uden fil-id kan ikke genkendes som dublet.
           IF HOVED-FIL-ID NOT = SPACES
               IF LOG-ANTAL < 20000
                   ADD 1 TO LOG-ANTAL
                   MOVE HOVED-KUNDE-ID TO LG-KUNDE-ID(LOG-ANTAL)
                   MOVE HOVED-FIL-ID TO LG-FIL-ID(LOG-ANTAL)
               ELSE
                   MOVE "J" TO LOG-OVERLOEB
               END-IF
           END-IF
           EXIT.

       LAES-MASSELOG.
           OPEN INPUT MASSELOGFIL
           IF MASSELOGFIL-STATUS NOT = "00"
               CLOSE MASSELOGFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ MASSELOGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF LOG-ANTAL < 20000
                           ADD 1 TO LOG-ANTAL
                           MOVE ML-KUNDE-ID TO LG-KUNDE-ID(LOG-ANTAL)
                           MOVE ML-FIL-ID TO LG-FIL-ID(LOG-ANTAL)
                       ELSE
                           MOVE "J" TO LOG-OVERLOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASSELOGFIL
           MOVE "N" TO FIL-SLUT
           IF LOG-TABEL-FULD
               DISPLAY "FEJL: flere end 20000 poster i "
                   "MasseBetalingLog.txt - dubletkontrollen er "
                   "ufuldstaendig"
           END-IF
           MOVE "LOG-TABEL" TO TK-TABEL
           MOVE LOG-ANTAL TO TK-ANTAL
           MOVE 20000 TO TK-KAPACITET
           MOVE LOG-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Transaktions- og ordrefilen, loggen og audit-journalen
      *udvides; findes de ikke, oprettes de.
       AABN-UDDATA.
           OPEN EXTEND TRANSFIL
           IF TRANSFIL-STATUS NOT = "00"
               CLOSE TRANSFIL
               OPEN OUTPUT TRANSFIL
           END-IF
           OPEN EXTEND BETORDREFIL
           IF BETORDREFIL-STATUS NOT = "00"
               CLOSE BETORDREFIL
               OPEN OUTPUT BETORDREFIL
           END-IF
           OPEN EXTEND MASSELOGFIL
           IF MASSELOGFIL-STATUS NOT = "00"
               CLOSE MASSELOGFIL
               OPEN OUTPUT MASSELOGFIL
           END-IF
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

      *Massebetalingen flytter ingen penge i sig selv - foer- og
      *efterbalancen er kundens samlede saldo ved afgoerelsen.
       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "MASSEBETALING" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE HOVED-KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE DEBET-KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE DEBET-KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE DEBET-BALANCE-SUM TO JOURNAL-FOER-BALANCE
           MOVE DEBET-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

       VIS-KONTROLRAPPORT.
           DISPLAY "================================================"
           DISPLAY "MASSEBETALING - massebetalinger " KOERSEL-DATO
           DISPLAY "Filer behandlet:           " ANTAL-FILER
           DISPLAY "  godkendt:                " ANTAL-FILER-GODKENDT
           DISPLAY "  afvist:                  " ANTAL-FILER-AFVIST
           DISPLAY "Filer der venter:          " ANTAL-FILER-VENTER
           DISPLAY "TRF-linjer til postering:  " ANTAL-TRF
           DISPLAY "Ordrer til clearing:       " ANTAL-ORDRER
           DISPLAY "Linjer afvist enkeltvis:   " ANTAL-LINJER-AFVIST
           DISPLAY "Linjer uden hovedlinje:    " ANTAL-LOESE-LINJER
           DISPLAY "================================================"
           EXIT.

       TJEK-KONTOSPAERRING.
           MOVE "N" TO KONTO-SPAERRET
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-ANTAL
               IF FUNCTION TRIM(ST-KONTONUMMER(SPAER-IX)) =
                       FUNCTION TRIM(HOVED-KONTO)
                   MOVE "J" TO KONTO-SPAERRET
               END-IF
           END-PERFORM
           EXIT.

       LAES-KONTOSPAERRINGER.
           OPEN INPUT SPAERFIL
           IF SPAERFIL-STATUS NOT = "00"
               CLOSE SPAERFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ SPAERFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF SPAER-ANTAL < 2000
                           ADD 1 TO SPAER-ANTAL
                           MOVE SPAER-KONTONUMMER
                               TO ST-KONTONUMMER(SPAER-ANTAL)
                       ELSE
                           MOVE "J" TO SPAER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "N" TO FIL-SLUT
           IF SPAER-OVERLOB = "J"
               DISPLAY "FEJL: flere end 2000 kontospaerringer"
           END-IF
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SPAER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       OPGOER-RESERVATIONER.
           MOVE 0 TO RESERVERET-SUM
           PERFORM VARYING RES-IX FROM 1 BY 1
                   UNTIL RES-IX > RES-ANTAL
               IF FUNCTION TRIM(RT-KONTONUMMER(RES-IX)) =
                       FUNCTION TRIM(HOVED-KONTO)
                   ADD RT-BELOEB(RES-IX) TO RESERVERET-SUM
               END-IF
           END-PERFORM
           EXIT.

      *Indlaeser de aktive reservationer - udloebne linjer taeller
      *ikke med; de ryddes fysisk af RESERVATIONSUDLOEB.
       LAES-RESERVATIONER.
           OPEN INPUT RESFIL
           IF RESFIL-STATUS NOT = "00"
               CLOSE RESFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ RESFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RES-UDLOEB >= KOERSEL-DATO
                           IF RES-ANTAL < 2000
                               ADD 1 TO RES-ANTAL
                               MOVE RES-KONTONUMMER
                                   TO RT-KONTONUMMER(RES-ANTAL)
                               MOVE RES-BELOEB
                                   TO RT-BELOEB(RES-ANTAL)
                           ELSE
                               MOVE "J" TO RES-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESFIL
           MOVE "N" TO FIL-SLUT
           IF RESERVATIONER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive "
                   "reservationer - disponibel ville vaere for hoej"
           END-IF
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Overtraeksgraensen slaas op paa debetkontoen i den indlaeste
      *tabel - 0 betyder at kontoen ikke staar i registret.
       FIND-OVERTRAEKSGRAENSE.
           MOVE 0 TO GRAENSE-FUNDET-IX
           PERFORM VARYING GRAENSE-IX FROM 1 BY 1
                   UNTIL GRAENSE-IX > GRAENSE-ANTAL
               IF FUNCTION TRIM(GT-KONTONUMMER(GRAENSE-IX)) =
                       FUNCTION TRIM(HOVED-KONTO)
                   MOVE GRAENSE-IX TO GRAENSE-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       LAES-OVERTRAEKSGRAENSER.
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS NOT = "00"
               CLOSE GRAENSEFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ GRAENSEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF GRAENSE-ANTAL < 2000
                           ADD 1 TO GRAENSE-ANTAL
                           MOVE GRAENSE-KONTONUMMER
                               TO GT-KONTONUMMER(GRAENSE-ANTAL)
                           MOVE GRAENSE-BELOEB-REG
                               TO GT-GRAENSE(GRAENSE-ANTAL)
                       ELSE
                           MOVE "J" TO GRAENSE-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO FIL-SLUT
           IF GRAENSER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 overtraeksgraenser"
           END-IF
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *programmet kun laeser masteren; selve posteringerne foeres
      *af KONTOPOSTERING og CLEARINGUD under deres egen laas.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "MASSEBETALING" TO LAAS-PROGRAM
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

       HENT-PARAMETER.
           MOVE "MASSEBETALING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
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
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO MASSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "MasseBetalinger.txt"
                   DELIMITED BY SIZE INTO MASSEFIL-NAVN
               END-STRING
               MOVE SPACES TO MASSENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "MasseBetalingerNy.tmp"
                   DELIMITED BY SIZE INTO MASSENYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO INDEKSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoIndeks.txt"
                   DELIMITED BY SIZE INTO INDEKSFIL-NAVN
               END-STRING
               MOVE SPACES TO RESFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Reservationer.txt"
                   DELIMITED BY SIZE INTO RESFIL-NAVN
               END-STRING
               MOVE SPACES TO GRAENSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OvertraekGraenser.txt"
                   DELIMITED BY SIZE INTO GRAENSEFIL-NAVN
               END-STRING
               MOVE SPACES TO SPAERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoSpaerringer.txt"
                   DELIMITED BY SIZE INTO SPAERFIL-NAVN
               END-STRING
               MOVE SPACES TO TRANSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Transaktioner.txt"
                   DELIMITED BY SIZE INTO TRANSFIL-NAVN
               END-STRING
               MOVE SPACES TO BETORDREFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsOrdrer.txt"
                   DELIMITED BY SIZE INTO BETORDREFIL-NAVN
               END-STRING
               MOVE SPACES TO MASSELOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "MasseBetalingLog.txt"
                   DELIMITED BY SIZE INTO MASSELOGFIL-NAVN
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
           MOVE "MASSEBETALING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
