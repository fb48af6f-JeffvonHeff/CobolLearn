       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCESTATISTIK.
      *Maanedlig balancestatistik til Danmarks Nationalbank (indlaan
      *og udlaan). Koeres ved maanedsultimo efter Opgave6 og
      *klassificerer hver konto paa masteren (alle kunder undtagen
      *slettede "D" - samme afgraensning som kontroltotalerne):
      *  post      IND indlaan (positiv saldo) / UDL udlaan (negativ
      *            saldo - overtraek)
      *  sektor    S14 husholdninger (private kunder), S11 ikke-
      *            finansielle selskaber (erhverv), S12 finansielle
      *            selskaber (branchekode 64-66), S13 offentlig
      *            forvaltning (branchekode 84)
      *  valuta    kontoens VALUTAKODE
      *  residens  I hjemmehoerende / U ikke-hjemmehoerende - efter
      *            skatteresidensregistret (SkatteResidens.txt): en
      *            kunde med DK blandt sine lande er hjemmehoerende,
      *            en kunde med kun udenlandske lande er det ikke.
      *            Kunder uden for registret regnes som hjemme-
      *            hoerende, naar de har et dansk postnummer (4
      *            cifre)
      *  loebetid  oprindelig loebetid efter TERMIN-MDR: A anfordring
      *            (0), 1 op til 1 aar, 2 over 1 og op til 2 aar, 3
      *            over 2 aar
      *Indberetningen NationalbankBalance_<aaaamm>.txt er
      *semikolonsepareret:
      *  H;indberetter;periode;dannet-dato
      *  D;post;sektor;valuta;residens;loebetid;antal-konti;
      *    beloeb-i-valuta;beloeb-dkk (hele kroner)
      *  T;antal-d-linjer;sum-dkk
      *Indberetternummeret er parameteren NATIONALBANK-INDBERETTER.
      *Ikke-DKK omregnes med dagens kurser fra Valutakurser.txt
      *(standardkurserne naar filen ikke er leveret), som
      *INDSKYDERGARANTI.
      *Afstemningssiden (NationalbankAfstemning_<aaaamm>.txt og
      *SYSOUT) binder statistikken til Opgave6's kontroltotaler for
      *samme dag (KontrolTotaler.txt): pr. valuta statistikkens
      *netto (indlaan minus udlaan), minus de kunder Opgave6 afviste
      *i dag (AfvisningsLog.txt - de indgaar i statistikken, men
      *ikke i kontroltotalen), skal give kontroltotalen. En
      *difference, manglende kontroltotaler for dagen, konti i en
      *valuta uden for registret eller en koersel der ikke ligger
      *paa maanedens sidste dag giver returkode 4.
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
           SELECT OPTIONAL VALUTAKURSFIL ASSIGN TO VALUTAKURSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAKURSFIL-STATUS.
           SELECT OPTIONAL KTOTALFIL ASSIGN TO KTOTALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KTOTALFIL-STATUS.
           SELECT OPTIONAL ALOGFIL ASSIGN TO ALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOGFIL-STATUS.
           SELECT OPTIONAL SKATFIL ASSIGN TO SKATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT STATFIL ASSIGN TO STATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATFIL-STATUS.
           SELECT AFSTFIL ASSIGN TO AFSTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFSTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

       FD KTOTALFIL.
       01 KTOTAL-RECORD.
           COPY "KONTROLTOTAL.CPY".

       FD ALOGFIL.
       01 ALOG-RECORD.
           COPY "AFVISNINGSLOG.CPY".

       FD SKATFIL.
       01 SKAT-RECORD.
           COPY "SKATTERESIDENS.CPY".

       FD STATFIL.
       01 STAT-LINJE             PIC X(132).

       FD AFSTFIL.
       01 AFST-LINJE             PIC X(132).

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
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 VALUTAKURSFIL-NAVN     PIC X(80)
           VALUE "Valutakurser.txt".
       01 KTOTALFIL-NAVN         PIC X(80)
           VALUE "KontrolTotaler.txt".
       01 ALOGFIL-NAVN           PIC X(80)
           VALUE "AfvisningsLog.txt".
       01 SKATFIL-NAVN           PIC X(80)
           VALUE "SkatteResidens.txt".
       01 STATFIL-NAVN           PIC X(80) VALUE SPACES.
       01 AFSTFIL-NAVN           PIC X(80) VALUE SPACES.
       01 END-OF-FILE            PIC X VALUE "N".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT      PIC X VALUE "N".
       01 VALUTAKURSFIL-STATUS   PIC X(2) VALUE "00".
       01 KTOTALFIL-STATUS       PIC X(2) VALUE "00".
       01 ALOGFIL-STATUS         PIC X(2) VALUE "00".
       01 SKATFIL-STATUS         PIC X(2) VALUE "00".
       01 STATFIL-STATUS         PIC X(2) VALUE "00".
       01 AFSTFIL-STATUS         PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-X REDEFINES KOERSEL-DATO.
           02 KOERSEL-AARMD      PIC 9(6).
           02 KOERSEL-DAG        PIC 9(2).
       01 NAESTE-DATO            PIC 9(8).
       01 NAESTE-DATO-X REDEFINES NAESTE-DATO.
           02 FILLER             PIC 9(6).
           02 NAESTE-DAG         PIC 9(2).
       01 INDBERETTER            PIC X(10) VALUE SPACES.

       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
           02 VALUTA-KURS OCCURS 20 TIMES PIC 9(3)V9(6).
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 VALUTA-FUNDET-IX       PIC 9(2) VALUE 0.
       01 KONTO-IX               PIC 9(3) VALUE 1.

      *Statistikkens celler: sektor x valuta x residens x loebetid x
      *post, direkte indekseret. Sektor 1-4 er S14, S11, S12, S13;
      *residens 1-2 er I, U; loebetid 1-4 er A, 1, 2, 3; post 1-2
      *er IND, UDL. Beloebene er numeriske (udlaan positive).
       01 CELLE-TABEL.
           02 CT-SEKTOR OCCURS 4 TIMES.
               03 CT-VALUTA OCCURS 20 TIMES.
                   04 CT-RESIDENS OCCURS 2 TIMES.
                       05 CT-LOEBETID OCCURS 4 TIMES.
                           06 CT-POST OCCURS 2 TIMES.
                               07 CT-ANTAL       PIC 9(7).
                               07 CT-BELOEB      PIC S9(13)V9(2).
                               07 CT-BELOEB-DKK  PIC S9(13)V9(2).
       01 SEKTOR-IX              PIC 9(1).
       01 RESIDENS-IX            PIC 9(1).
       01 LOEBETID-IX            PIC 9(1).
       01 POST-IX                PIC 9(1).
       01 SEKTOR-KODER           PIC X(12) VALUE "S14S11S12S13".
       01 SEKTOR-KODE-TABEL REDEFINES SEKTOR-KODER.
           02 SEKTOR-KODE OCCURS 4 TIMES PIC X(3).
       01 RESIDENS-KODER         PIC X(2) VALUE "IU".
       01 RESIDENS-KODE-TABEL REDEFINES RESIDENS-KODER.
           02 RESIDENS-KODE OCCURS 2 TIMES PIC X(1).
       01 LOEBETID-KODER         PIC X(4) VALUE "A123".
       01 LOEBETID-KODE-TABEL REDEFINES LOEBETID-KODER.
           02 LOEBETID-KODE OCCURS 4 TIMES PIC X(1).
       01 POST-KODER             PIC X(6) VALUE "INDUDL".
       01 POST-KODE-TABEL REDEFINES POST-KODER.
           02 POST-KODE OCCURS 2 TIMES PIC X(3).

      *Afstemningen pr. valuta: statistikkens netto, afviste kunders
      *netto og Opgave6's kontroltotal for dagen.
       01 AFSTEMNING-TABEL.
           02 AF-POST OCCURS 20 TIMES.
               03 AF-INDLAAN         PIC S9(13)V9(2).
               03 AF-UDLAAN          PIC S9(13)V9(2).
               03 AF-AFVIST-NETTO    PIC S9(13)V9(2).
               03 AF-KONTROLTOTAL    PIC S9(9)V9(2).
               03 AF-KONTROL-FUNDET  PIC X(1).
       01 NETTO-BELOEB           PIC S9(13)V9(2).
       01 FORVENTET-BELOEB       PIC S9(13)V9(2).
       01 DIFFERENCE-BELOEB      PIC S9(13)V9(2).
       01 KT-BEHANDLET           PIC 9(7) VALUE 0.
       01 KT-AFVIST              PIC 9(7) VALUE 0.
       01 KONTROL-FUNDET         PIC X VALUE "N".
           88 KONTROLTOTALER-FUNDET  VALUE "J".

       01 AFVIST-ANTAL           PIC 9(5) VALUE 0.
       01 AFVIST-TABEL.
           02 AFVIST-ID OCCURS 5000 TIMES PIC X(10).
       01 AFVIST-IX              PIC 9(5).
       01 AFVIST-OVERLOEB        PIC X VALUE "N".
           88 AFVIST-TABEL-FULD      VALUE "J".
       01 KUNDE-AFVIST           PIC X VALUE "N".
           88 KUNDE-ER-AFVIST        VALUE "J".

      *Skatteresidensregistrets lande pr. kunde.
       01 SKAT-ANTAL             PIC 9(5) VALUE 0.
       01 SKAT-TABEL.
           02 SKAT-POST OCCURS 5000 TIMES.
               03 SKAT-KUNDE-ID      PIC X(10).
               03 SKAT-LAND          PIC X(2).
       01 SKAT-IX                PIC 9(5).
       01 SKAT-OVERLOEB          PIC X VALUE "N".
           88 SKAT-TABEL-FULD        VALUE "J".
       01 SKAT-FUNDET            PIC X VALUE "N".
           88 KUNDE-I-SKATTEREGISTER VALUE "J".

       01 BELOEB-ABS             PIC S9(9)V9(2).
       01 KONTO-DKK              PIC S9(13)V9(2).
       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-KONTI-I-ALT      PIC 9(7) VALUE 0.
       01 ANTAL-UKENDT-VALUTA    PIC 9(7) VALUE 0.
       01 ANTAL-UGYLDIG-BALANCE  PIC 9(7) VALUE 0.
       01 ANTAL-D-LINJER         PIC 9(7) VALUE 0.
       01 SUM-DKK                PIC S9(15) VALUE 0.
       01 HELE-KRONER            PIC S9(15).
       01 ANTAL-DIFFERENCER      PIC 9(3) VALUE 0.
       01 LINJE-POS              PIC 9(3) VALUE 1.
       01 ANTAL-VIST             PIC Z(6)9.
       01 BELOEB-VIST            PIC -(13)9.99.
       01 KRONER-VIST            PIC -(14)9.
       01 NETTO-VIST             PIC -(13)9.99.
       01 AFVIST-VIST            PIC -(13)9.99.
       01 KONTROL-VIST           PIC -(13)9.99.
       01 DIFF-VIST              PIC -(13)9.99.
       01 ADVARSEL-FLAG          PIC X VALUE "N".
           88 DER-ER-ADVARSEL        VALUE "J".
       01 FEJL-FLAG              PIC X VALUE "N".
           88 DER-ER-FEJL            VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE "NATIONALBANK-INDBERETTER" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE SPACES TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO INDBERETTER
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-STANDARDKURSER
           PERFORM LAES-VALUTAKURSER
           PERFORM LAES-KONTROLTOTALER
           PERFORM LAES-AFVISTE-KUNDER
           PERFORM LAES-SKATTERESIDENS
           MOVE "AFVIST-TABEL" TO TK-TABEL
           MOVE AFVIST-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE AFVIST-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "SKAT-TABEL" TO TK-TABEL
           MOVE SKAT-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE SKAT-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           INITIALIZE CELLE-TABEL
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > 20
               MOVE 0 TO AF-INDLAAN(VALUTA-IX) AF-UDLAAN(VALUTA-IX)
                   AF-AFVIST-NETTO(VALUTA-IX)
           END-PERFORM
           PERFORM TJEK-MAANEDSULTIMO
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF NOT KUNDE-SLETTET
                               PERFORM KLASSIFICER-KUNDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL

           PERFORM SKRIV-INDBERETNING
           PERFORM SKRIV-AFSTEMNING
           PERFORM FRIGIV-KOERSELLAAS
           EVALUATE TRUE
               WHEN DER-ER-FEJL OR KAPACITET-OVERSKREDET
                   MOVE 8 TO RETURN-CODE
               WHEN DER-ER-ADVARSEL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *Indberetningen gaelder maanedens balance - dannes den paa en
      *anden dag, advares der, men filen dannes (perioden er
      *koerselsdatoens maaned).
       TJEK-MAANEDSULTIMO.
           COMPUTE NAESTE-DATO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO) + 1)
           IF NAESTE-DAG NOT = 1
               DISPLAY "ADVARSEL: " KOERSEL-DATO " er ikke maanedens "
                   "sidste dag - balancen er ikke maanedsultimo"
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           EXIT.

      *Kundens sektor og residens bestemmes een gang; derefter
      *klassificeres hver konto.
       KLASSIFICER-KUNDE.
           ADD 1 TO ANTAL-KUNDER
           EVALUATE TRUE
               WHEN NOT KUNDE-ERHVERV
                   MOVE 1 TO SEKTOR-IX
               WHEN BRANCHEKODE(1:2) = "64" OR BRANCHEKODE(1:2) = "65"
                       OR BRANCHEKODE(1:2) = "66"
                   MOVE 3 TO SEKTOR-IX
               WHEN BRANCHEKODE(1:2) = "84"
                   MOVE 4 TO SEKTOR-IX
               WHEN OTHER
                   MOVE 2 TO SEKTOR-IX
           END-EVALUATE
           PERFORM BESTEM-RESIDENS
           MOVE "N" TO KUNDE-AFVIST
           PERFORM VARYING AFVIST-IX FROM 1 BY 1
                   UNTIL AFVIST-IX > AFVIST-ANTAL OR KUNDE-ER-AFVIST
               IF AFVIST-ID(AFVIST-IX) = KUNDE-ID
                   MOVE "J" TO KUNDE-AFVIST
               END-IF
           END-PERFORM
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               PERFORM KLASSIFICER-KONTO
           END-PERFORM
           EXIT.

      *Skatteresidensregistret gaar forud: DK blandt kundens lande
      *giver hjemmehoerende, ellers ikke. For kunder uden for
      *registret afgoer postnummeret - et dansk postnummer er fire
      *cifre; adresser uden (blank eller udenlandsk postnummer)
      *regnes som ikke-hjemmehoerende.
       BESTEM-RESIDENS.
           MOVE "N" TO SKAT-FUNDET
           MOVE 2 TO RESIDENS-IX
           PERFORM VARYING SKAT-IX FROM 1 BY 1
                   UNTIL SKAT-IX > SKAT-ANTAL
               IF SKAT-KUNDE-ID(SKAT-IX) = KUNDE-ID
                   MOVE "J" TO SKAT-FUNDET
                   IF SKAT-LAND(SKAT-IX) = "DK"
                       MOVE 1 TO RESIDENS-IX
                   END-IF
               END-IF
           END-PERFORM
           IF KUNDE-I-SKATTEREGISTER
               EXIT PARAGRAPH
           END-IF
           IF POSTNR IS NUMERIC AND POSTNR NOT = "0000"
               MOVE 1 TO RESIDENS-IX
           ELSE
               MOVE 2 TO RESIDENS-IX
           END-IF
           EXIT.

       KLASSIFICER-KONTO.
           IF BALANCE(KONTO-IX) NOT NUMERIC
               ADD 1 TO ANTAL-UGYLDIG-BALANCE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO VALUTA-FUNDET-IX
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE VALUTA-IX TO VALUTA-FUNDET-IX
               END-IF
           END-PERFORM
           IF VALUTA-FUNDET-IX = 0
               ADD 1 TO ANTAL-UKENDT-VALUTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-KONTI-I-ALT
           EVALUATE TRUE
               WHEN TERMIN-MDR(KONTO-IX) NOT NUMERIC
                   MOVE 1 TO LOEBETID-IX
               WHEN TERMIN-MDR(KONTO-IX) = 0
                   MOVE 1 TO LOEBETID-IX
               WHEN TERMIN-MDR(KONTO-IX) <= 12
                   MOVE 2 TO LOEBETID-IX
               WHEN TERMIN-MDR(KONTO-IX) <= 24
                   MOVE 3 TO LOEBETID-IX
               WHEN OTHER
                   MOVE 4 TO LOEBETID-IX
           END-EVALUATE
           IF BALANCE(KONTO-IX) < 0
               MOVE 2 TO POST-IX
               COMPUTE BELOEB-ABS = 0 - BALANCE(KONTO-IX)
               ADD BELOEB-ABS TO AF-UDLAAN(VALUTA-FUNDET-IX)
           ELSE
               MOVE 1 TO POST-IX
               MOVE BALANCE(KONTO-IX) TO BELOEB-ABS
               ADD BELOEB-ABS TO AF-INDLAAN(VALUTA-FUNDET-IX)
           END-IF
           IF KUNDE-ER-AFVIST
               ADD BALANCE(KONTO-IX)
                   TO AF-AFVIST-NETTO(VALUTA-FUNDET-IX)
           END-IF
           COMPUTE KONTO-DKK ROUNDED =
               BELOEB-ABS * VALUTA-KURS(VALUTA-FUNDET-IX)
           ADD 1 TO CT-ANTAL(SEKTOR-IX, VALUTA-FUNDET-IX, RESIDENS-IX,
               LOEBETID-IX, POST-IX)
           ADD BELOEB-ABS TO CT-BELOEB(SEKTOR-IX, VALUTA-FUNDET-IX,
               RESIDENS-IX, LOEBETID-IX, POST-IX)
           ADD KONTO-DKK TO CT-BELOEB-DKK(SEKTOR-IX,
               VALUTA-FUNDET-IX, RESIDENS-IX, LOEBETID-IX, POST-IX)
           EXIT.

      *En D-linje pr. celle med konti - tomme celler indberettes
      *ikke.
       SKRIV-INDBERETNING.
           MOVE SPACES TO STATFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "NationalbankBalance_" KOERSEL-AARMD ".txt"
               DELIMITED BY SIZE INTO STATFIL-NAVN
           END-STRING
           OPEN OUTPUT STATFIL
           IF STATFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(STATFIL-NAVN)
                   " kan ikke oprettes - status " STATFIL-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STAT-LINJE
           STRING "H;" FUNCTION TRIM(INDBERETTER) ";"
               KOERSEL-AARMD ";" KOERSEL-DATO
               DELIMITED BY SIZE INTO STAT-LINJE
           END-STRING
           WRITE STAT-LINJE
           PERFORM VARYING POST-IX FROM 1 BY 1 UNTIL POST-IX > 2
               PERFORM VARYING SEKTOR-IX FROM 1 BY 1
                       UNTIL SEKTOR-IX > 4
                   PERFORM VARYING VALUTA-IX FROM 1 BY 1
                           UNTIL VALUTA-IX > VALUTA-ANTAL
                       PERFORM VARYING RESIDENS-IX FROM 1 BY 1
                               UNTIL RESIDENS-IX > 2
                           PERFORM VARYING LOEBETID-IX FROM 1 BY 1
                                   UNTIL LOEBETID-IX > 4
                               PERFORM SKRIV-CELLE
                           END-PERFORM
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           MOVE SUM-DKK TO KRONER-VIST
           MOVE SPACES TO STAT-LINJE
           STRING "T;" ANTAL-D-LINJER ";" FUNCTION TRIM(KRONER-VIST)
               DELIMITED BY SIZE INTO STAT-LINJE
           END-STRING
           WRITE STAT-LINJE
           CLOSE STATFIL
           EXIT.

       SKRIV-CELLE.
           IF CT-ANTAL(SEKTOR-IX, VALUTA-IX, RESIDENS-IX, LOEBETID-IX,
                   POST-IX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE HELE-KRONER ROUNDED = CT-BELOEB-DKK(SEKTOR-IX,
               VALUTA-IX, RESIDENS-IX, LOEBETID-IX, POST-IX)
           ADD HELE-KRONER TO SUM-DKK
           ADD 1 TO ANTAL-D-LINJER
           MOVE CT-ANTAL(SEKTOR-IX, VALUTA-IX, RESIDENS-IX,
               LOEBETID-IX, POST-IX) TO ANTAL-VIST
           MOVE CT-BELOEB(SEKTOR-IX, VALUTA-IX, RESIDENS-IX,
               LOEBETID-IX, POST-IX) TO BELOEB-VIST
           MOVE HELE-KRONER TO KRONER-VIST
           MOVE SPACES TO STAT-LINJE
           STRING "D;" POST-KODE(POST-IX) ";"
               SEKTOR-KODE(SEKTOR-IX) ";"
               GYLDIG-VALUTA(VALUTA-IX) ";"
               RESIDENS-KODE(RESIDENS-IX) ";"
               LOEBETID-KODE(LOEBETID-IX) ";"
               FUNCTION TRIM(ANTAL-VIST) ";"
               FUNCTION TRIM(BELOEB-VIST) ";"
               FUNCTION TRIM(KRONER-VIST)
               DELIMITED BY SIZE INTO STAT-LINJE
           END-STRING
           WRITE STAT-LINJE
           EXIT.

      *Afstemningssiden skrives baade til fil og til SYSOUT.
       SKRIV-AFSTEMNING.
           MOVE SPACES TO AFSTFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "NationalbankAfstemning_" KOERSEL-AARMD ".txt"
               DELIMITED BY SIZE INTO AFSTFIL-NAVN
           END-STRING
           OPEN OUTPUT AFSTFIL
           IF AFSTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(AFSTFIL-NAVN)
                   " kan ikke oprettes - status " AFSTFIL-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "================================================"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           MOVE SPACES TO AFST-LINJE
           STRING "BALANCESTATISTIK - afstemning periode "
               KOERSEL-AARMD " dato " KOERSEL-DATO
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           MOVE "================================================"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           MOVE ANTAL-KUNDER TO ANTAL-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "Kunder i statistikken      : " ANTAL-VIST
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           MOVE ANTAL-KONTI-I-ALT TO ANTAL-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "Konti klassificeret        : " ANTAL-VIST
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           MOVE ANTAL-D-LINJER TO ANTAL-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "Indberetningslinjer        : " ANTAL-VIST
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           IF ANTAL-UKENDT-VALUTA > 0
               MOVE ANTAL-UKENDT-VALUTA TO ANTAL-VIST
               MOVE SPACES TO AFST-LINJE
               STRING "ADVARSEL: konti i valuta uden for registret "
                   "(ikke indberettet): " ANTAL-VIST
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           IF ANTAL-UGYLDIG-BALANCE > 0
               MOVE ANTAL-UGYLDIG-BALANCE TO ANTAL-VIST
               MOVE SPACES TO AFST-LINJE
               STRING "ADVARSEL: konti med ikke-numerisk balance "
                   "(ikke indberettet): " ANTAL-VIST
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           MOVE "------------------------------------------------"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           IF NOT KONTROLTOTALER-FUNDET
               MOVE SPACES TO AFST-LINJE
               STRING "ADVARSEL: ingen kontroltotaler fra Opgave6 "
                   "for " KOERSEL-DATO " - statistikken er ikke "
                   "afstemt"
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               MOVE "J" TO ADVARSEL-FLAG
           ELSE
               PERFORM SKRIV-KUNDEAFSTEMNING
           END-IF
           MOVE "Valuta  Indlaan / udlaan / netto / afviste kunder /"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           MOVE "        kontroltotal Opgave6 / difference"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               PERFORM SKRIV-VALUTAAFSTEMNING
           END-PERFORM
           MOVE "------------------------------------------------"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           IF KONTROLTOTALER-FUNDET
               IF ANTAL-DIFFERENCER = 0
                   MOVE "Afstemning mod Opgave6: OK" TO AFST-LINJE
               ELSE
                   MOVE SPACES TO AFST-LINJE
                   STRING "ADVARSEL: afstemning mod Opgave6 har "
                       ANTAL-DIFFERENCER " difference(r)"
                       DELIMITED BY SIZE INTO AFST-LINJE
                   END-STRING
                   MOVE "J" TO ADVARSEL-FLAG
               END-IF
               PERFORM SKRIV-AFSTLINJE
           END-IF
           MOVE "================================================"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           CLOSE AFSTFIL
           EXIT.

      *Statistikken taeller de samme kunder som Opgave6 behandlede
      *(alt undtagen slettede) - Opgave6's afviste kunder indgaar i
      *antallet, men ikke i kontroltotalen.
       SKRIV-KUNDEAFSTEMNING.
           MOVE KT-BEHANDLET TO ANTAL-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "Kunder behandlet i Opgave6 : " ANTAL-VIST
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           MOVE KT-AFVIST TO ANTAL-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "  heraf afvist             : " ANTAL-VIST
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           IF KT-BEHANDLET NOT = ANTAL-KUNDER
               MOVE SPACES TO AFST-LINJE
               STRING "ADVARSEL: kundeantallet afviger fra Opgave6 - "
                   "masteren er aendret siden Opgave6 koerte"
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               ADD 1 TO ANTAL-DIFFERENCER
           END-IF
           IF AFVIST-TABEL-FULD
               MOVE SPACES TO AFST-LINJE
               STRING "FEJL: flere end 5000 afviste kunder i "
                   "AfvisningsLog.txt - afstemningen er ufuldstaendig"
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               MOVE "J" TO FEJL-FLAG
           END-IF
           IF SKAT-TABEL-FULD
               MOVE SPACES TO AFST-LINJE
               STRING "FEJL: flere end 5000 linjer i "
                   "SkatteResidens.txt - resten er klassificeret "
                   "efter postnummer"
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               MOVE "J" TO FEJL-FLAG
           END-IF
           MOVE "------------------------------------------------"
               TO AFST-LINJE
           PERFORM SKRIV-AFSTLINJE
           EXIT.

       SKRIV-VALUTAAFSTEMNING.
           COMPUTE NETTO-BELOEB =
               AF-INDLAAN(VALUTA-IX) - AF-UDLAAN(VALUTA-IX)
           MOVE AF-INDLAAN(VALUTA-IX) TO BELOEB-VIST
           MOVE AF-UDLAAN(VALUTA-IX) TO KONTROL-VIST
           MOVE NETTO-BELOEB TO NETTO-VIST
           MOVE SPACES TO AFST-LINJE
           STRING GYLDIG-VALUTA(VALUTA-IX) "     "
               FUNCTION TRIM(BELOEB-VIST) " / "
               FUNCTION TRIM(KONTROL-VIST) " / "
               FUNCTION TRIM(NETTO-VIST)
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           PERFORM SKRIV-AFSTLINJE
           IF NOT KONTROLTOTALER-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE AF-AFVIST-NETTO(VALUTA-IX) TO AFVIST-VIST
           IF AF-KONTROL-FUNDET(VALUTA-IX) NOT = "J"
               MOVE SPACES TO AFST-LINJE
               STRING "        " FUNCTION TRIM(AFVIST-VIST)
                   " / ingen kontroltotal for valutaen"
                   DELIMITED BY SIZE INTO AFST-LINJE
               END-STRING
               PERFORM SKRIV-AFSTLINJE
               ADD 1 TO ANTAL-DIFFERENCER
               EXIT PARAGRAPH
           END-IF
           COMPUTE FORVENTET-BELOEB =
               NETTO-BELOEB - AF-AFVIST-NETTO(VALUTA-IX)
           COMPUTE DIFFERENCE-BELOEB =
               FORVENTET-BELOEB - AF-KONTROLTOTAL(VALUTA-IX)
           MOVE AF-KONTROLTOTAL(VALUTA-IX) TO KONTROL-VIST
           MOVE DIFFERENCE-BELOEB TO DIFF-VIST
           MOVE SPACES TO AFST-LINJE
           STRING "        " FUNCTION TRIM(AFVIST-VIST) " / "
               FUNCTION TRIM(KONTROL-VIST) " / "
               FUNCTION TRIM(DIFF-VIST)
               DELIMITED BY SIZE INTO AFST-LINJE
           END-STRING
           IF DIFFERENCE-BELOEB NOT = 0
               ADD 1 TO ANTAL-DIFFERENCER
               COMPUTE LINJE-POS = FUNCTION LENGTH(
                   FUNCTION TRIM(AFST-LINJE TRAILING)) + 1
               STRING "  <-- DIFFERENCE" DELIMITED BY SIZE
                   INTO AFST-LINJE WITH POINTER LINJE-POS
               END-STRING
           END-IF
           PERFORM SKRIV-AFSTLINJE
           EXIT.

       SKRIV-AFSTLINJE.
           WRITE AFST-LINJE
           DISPLAY FUNCTION TRIM(AFST-LINJE TRAILING)
           EXIT.

      *Dagens kontroltotaler fra Opgave6 - en senere koersel samme
      *dag overskriver en tidligere.
       LAES-KONTROLTOTALER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > 20
               MOVE 0 TO AF-KONTROLTOTAL(VALUTA-IX)
               MOVE "N" TO AF-KONTROL-FUNDET(VALUTA-IX)
           END-PERFORM
           OPEN INPUT KTOTALFIL
           IF KTOTALFIL-STATUS NOT = "00"
               CLOSE KTOTALFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KTOTALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KT-DATO = KOERSEL-DATO
                           PERFORM GEM-KONTROLTOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KTOTALFIL
           EXIT.

       GEM-KONTROLTOTAL.
           MOVE "J" TO KONTROL-FUNDET
           MOVE KT-ANTAL-BEHANDLET TO KT-BEHANDLET
           MOVE KT-ANTAL-AFVIST TO KT-AFVIST
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF KT-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE KT-TOTAL TO AF-KONTROLTOTAL(VALUTA-IX)
                   MOVE "J" TO AF-KONTROL-FUNDET(VALUTA-IX)
               END-IF
           END-PERFORM
           EXIT.

      *Kunder Opgave6 har afvist i dag - fra den akkumulerende
      *afvisningslog, da KundeAfvisninger.txt genskrives af
      *Opgave7del2 senere i kaeden.
       LAES-AFVISTE-KUNDER.
           OPEN INPUT ALOGFIL
           IF ALOGFIL-STATUS NOT = "00"
               CLOSE ALOGFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ ALOGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF ALOG-DATO = KOERSEL-DATO
                               AND ALOG-PROGRAM = "Opgave6"
                           IF AFVIST-ANTAL < 5000
                               ADD 1 TO AFVIST-ANTAL
                               MOVE ALOG-KUNDE-ID
                                   TO AFVIST-ID(AFVIST-ANTAL)
                           ELSE
                               MOVE "J" TO AFVIST-OVERLOEB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALOGFIL
           EXIT.

       LAES-SKATTERESIDENS.
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS NOT = "00"
               CLOSE SKATFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ SKATFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF SKAT-ANTAL < 5000
                           ADD 1 TO SKAT-ANTAL
                           MOVE SR-KUNDE-ID TO SKAT-KUNDE-ID(SKAT-ANTAL)
                           MOVE SR-LAND TO SKAT-LAND(SKAT-ANTAL)
                       ELSE
                           MOVE "J" TO SKAT-OVERLOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKATFIL
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

      *Samme standardkurser som VALUTAOMREGNING bruger naar
      *Valutakurser.txt ikke er leveret.
       SAET-STANDARDKURSER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               EVALUATE GYLDIG-VALUTA(VALUTA-IX)
                   WHEN "DKK" MOVE 1.000000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "EUR" MOVE 7.460000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "USD" MOVE 6.900000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "GBP" MOVE 8.700000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN OTHER MOVE 0 TO VALUTA-KURS(VALUTA-IX)
               END-EVALUATE
           END-PERFORM
           EXIT.

       LAES-VALUTAKURSER.
           OPEN INPUT VALUTAKURSFIL
           IF VALUTAKURSFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ VALUTAKURSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VARYING VALUTA-IX FROM 1 BY 1
                               UNTIL VALUTA-IX > VALUTA-ANTAL
                           IF VALUTAKURS-KODE =
                                   GYLDIG-VALUTA(VALUTA-IX)
                               MOVE VALUTAKURS-KURS
                                   TO VALUTA-KURS(VALUTA-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSFIL
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *statistikken kun laeser.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "BALANCESTATISTIK" TO LAAS-PROGRAM
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "BALANCESTATISTIK" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
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
               MOVE SPACES TO VALUTAKURSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Valutakurser.txt"
                   DELIMITED BY SIZE INTO VALUTAKURSFIL-NAVN
               END-STRING
               MOVE SPACES TO KTOTALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontrolTotaler.txt"
                   DELIMITED BY SIZE INTO KTOTALFIL-NAVN
               END-STRING
               MOVE SPACES TO ALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AfvisningsLog.txt"
                   DELIMITED BY SIZE INTO ALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO SKATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidens.txt"
                   DELIMITED BY SIZE INTO SKATFIL-NAVN
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
           MOVE "BALANCESTATISTIK" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
