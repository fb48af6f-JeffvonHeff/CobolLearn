       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMTEKSPORT.
      *Elektronisk kontoudtog i ISO 20022 camt.053-format
      *(BankToCustomerStatement, camt.053.001.02) til erhvervskunder
      *der abonnerer i Camt053Abonnement.txt (CAMTABON.CPY,
      *vedligeholdt af CAMTABONNEMENT). Koeres lige efter
      *Opgave7del2 og daekker praecis samme periode som aftenens
      *kontoudtog:
      *  - perioden slutter paa dagens dato og begynder efter den
      *    forrige kontoudtogskoersel, dvs. den seneste dato foer i
      *    dag med balance-snapshots i Kundehistorik.txt (samme dato
      *    som Opgave7del2 har i StatementPeriode.txt)
      *  - primo-balancen (OPBD) er kontoens snapshot paa fra-datoen,
      *    ultimo-balancen (CLBD) dagens snapshot; mangler dagens
      *    snapshot bruges kontomasterens balance
      *  - bevaegelserne er linjerne i PosteringsJournal.txt og
      *    RentePostering.txt med DATO= efter fra-datoen og senest i
      *    dag - samme udvaelgelse som Opgave7del2. Beloebet er
      *    EFTER minus FOER paa kontoen, valoerdagen er VALOER= (ellers
      *    bogfoeringsdagen), referencen er REF= (ellers TYPE=).
      *Hver abonneret konto faar sin egen fil Camt053_<konto>.xml.
      *Samme dokumenter samles i Camt053Out.txt som blokke der
      *starter med en KUNDE-ID:-linje og en KONTO:-linje - samme
      *blokafgraensning som KundeoplysningerOut.txt - saa KUNDEARKIVER
      *arkiverer dem dato-stemplet og katalogiseret ved siden af
      *papirudtogene, GENUDSKRIFT kan genskabe en kontos fil og
      *GDPRSLETNING kan rense arkivet for slettede kunder.
      *Kun aktive kunder faar udtog (som paa papir). Et abonnement
      *paa en kunde eller konto der ikke findes laengere, eller paa
      *en kunde der ikke er erhvervskunde, giver ADVARSEL og RC 4;
      *det samme goer en konto hvor primo plus bevaegelserne ikke
      *giver ultimo. Er der ikke koert kontoudtog i dag, dannes
      *ingen filer (RC 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABONFIL ASSIGN TO ABONFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL KUNDEHISTORIKFIL
               ASSIGN TO KUNDEHISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDEHISTORIK-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT OPTIONAL RENTEPOSTFIL ASSIGN TO RENTEPOSTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEPOSTFIL-STATUS.
           SELECT XMLFIL ASSIGN TO XMLFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMLFIL-STATUS.
           SELECT UDFIL ASSIGN TO UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDFIL-STATUS.
           SELECT CAMTSORT-WORK ASSIGN TO "Camt053sort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD ABONFIL.
       01 ABON-RECORD.
           COPY "CAMTABON.CPY".

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD KUNDEHISTORIKFIL.
       01 KUNDEHISTORIK-RECORD.
           COPY "KUNDEHISTORIK.CPY".

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       FD RENTEPOSTFIL.
       01 RENTEPOST-LINJE        PIC X(200).

       FD XMLFIL.
       01 XML-LINJE              PIC X(150).

      *Samlet spool over aftenens camt.053-dokumenter - samme
      *linjebredde som KundeoplysningerOut.txt, saa arkivering,
      *genudskrivning og GDPR-rensning laeser den paa samme maade.
       FD UDFIL.
       01 UD-LINJE               PIC X(150).

      *Periodens bevaegelser sorteres pr. konto og bogfoeringsdag;
      *inden for dagen kommer posteringsjournalen foer
      *rentejournalen og linjerne i journalens egen raekkefoelge.
       SD CAMTSORT-WORK.
       01 CAMTSORT-RECORD.
           02 CS-EKS-IX            PIC 9(4).
           02 CS-DATO              PIC 9(8).
           02 CS-KILDE             PIC X(1).
           02 CS-LINJENR           PIC 9(7).
           02 CS-VALOER            PIC 9(8).
           02 CS-BELOEB            PIC S9(9)V9(2).
           02 CS-TYPE              PIC X(4).
           02 CS-REF               PIC X(35).

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
       01 ABONFIL-NAVN           PIC X(80)
           VALUE "Camt053Abonnement.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 KUNDEHISTORIKFIL-NAVN  PIC X(80)
           VALUE "Kundehistorik.txt".
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 RENTEPOSTFIL-NAVN      PIC X(80)
           VALUE "RentePostering.txt".
       01 UDFIL-NAVN             PIC X(80)
           VALUE "Camt053Out.txt".
       01 XMLFIL-NAVN            PIC X(80) VALUE SPACES.
       01 ABONFIL-STATUS         PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEHISTORIK-STATUS   PIC X(2) VALUE "00".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 RENTEPOSTFIL-STATUS    PIC X(2) VALUE "00".
       01 XMLFIL-STATUS          PIC X(2) VALUE "00".
       01 UDFIL-STATUS           PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 SORT-SLUT              PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID            PIC 9(8).
       01 KOERSEL-TID-DELT REDEFINES KOERSEL-TID.
           02 KOERSEL-TT          PIC 9(2).
           02 KOERSEL-MM          PIC 9(2).
           02 KOERSEL-SS          PIC 9(2).
           02 FILLER              PIC 9(2).
       01 OPRETTET-TEKST         PIC X(19) VALUE SPACES.

      *Perioden: fra-datoen er forrige kontoudtogskoersel (0 ved
      *den allerfoerste), til-datoen er dagens koersel.
       01 PERIODE-FRA            PIC 9(8) VALUE 0.
       01 PERIODE-TIL            PIC 9(8) VALUE 0.
       01 PERIODE-START          PIC 9(8) VALUE 0.
       01 DAGENS-SNAPSHOT        PIC X VALUE "N".
           88 HAR-DAGENS-SNAPSHOT    VALUE "J".

      *Registret holdes i tabellen under hele koerslen.
       01 ABON-ANTAL             PIC 9(4) VALUE 0.
       01 ABON-TABEL.
           02 ABON-POST OCCURS 5000 TIMES PIC X(46).
       01 ABON-IX                PIC 9(4).

      *De konti der skal have et udtog i aften, med kundens navn og
      *CVR-nummer, primo/ultimo og periodens bevaegelser (foerste
      *plads og antal i BEV-TABEL).
       01 EKS-ANTAL              PIC 9(4) VALUE 0.
       01 EKS-TABEL.
           02 EKS-POST OCCURS 2000 TIMES.
               03 EKS-KUNDE-ID      PIC X(10).
               03 EKS-KONTONUMMER   PIC X(20).
               03 EKS-VALUTA        PIC X(3).
               03 EKS-NAVN          PIC X(40).
               03 EKS-CVR           PIC X(8).
               03 EKS-PRIMO         PIC S9(9)V9(2).
               03 EKS-PRIMO-FUNDET  PIC X(1).
               03 EKS-ULTIMO        PIC S9(9)V9(2).
               03 EKS-ULTIMO-FUNDET PIC X(1).
               03 EKS-BEV-SUM       PIC S9(11)V9(2).
               03 EKS-BEV-FOERSTE   PIC 9(5).
               03 EKS-BEV-ANTAL     PIC 9(5).
               03 EKS-OVERLOB       PIC X(1).
       01 EKS-IX                 PIC 9(4).
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 EKS-FUNDET-IX          PIC 9(4) VALUE 0.
       01 EKS-OVERLOEB           PIC X VALUE "N".
           88 EKS-TABEL-FULD         VALUE "J".

       01 BEV-ANTAL              PIC 9(5) VALUE 0.
       01 BEV-TABEL.
           02 BEV-POST OCCURS 10000 TIMES.
               03 BEV-DATO          PIC 9(8).
               03 BEV-KILDE         PIC X(1).
               03 BEV-LINJENR       PIC 9(7).
               03 BEV-VALOER        PIC 9(8).
               03 BEV-BELOEB        PIC S9(9)V9(2).
               03 BEV-TYPE          PIC X(4).
               03 BEV-REF           PIC X(35).
       01 BEV-IX                 PIC 9(5).
       01 BEV-OVERLOEB           PIC X VALUE "N".

      *Journallinjens dele - samme maerke-splitning som
      *RENTETILSKRIV's UDLED-BEVAEGELSE.
       01 JRN-LINJE              PIC X(220).
       01 JRN-KILDE              PIC X(1).
       01 JRN-LINJENR            PIC 9(7) VALUE 0.
       01 PJ-FORAN               PIC X(220).
       01 PJ-REST                PIC X(220).
       01 PJ-KONTONUMMER         PIC X(20).
       01 PJ-FOER-TEKST          PIC X(9).
       01 PJ-FOER-BELOEB REDEFINES PJ-FOER-TEKST PIC S9(7)V9(2).
       01 PJ-EFTER-TEKST         PIC X(9).
       01 PJ-EFTER-BELOEB REDEFINES PJ-EFTER-TEKST PIC S9(7)V9(2).
       01 PJ-DATO-TEKST          PIC X(8).
       01 PJ-DATO REDEFINES PJ-DATO-TEKST PIC 9(8).
       01 PJ-VALOER-TEKST        PIC X(8).
       01 PJ-VALOER REDEFINES PJ-VALOER-TEKST PIC 9(8).
       01 PJ-TYPE                PIC X(4).
       01 PJ-REF                 PIC X(35).

      *Formatering til XML: ISO-datoer, beloeb uden fortegn med
      *CRDT/DBIT, og tekst med &, < og > som entiteter.
       01 DATO-IND               PIC 9(8).
       01 DATO-IND-DELT REDEFINES DATO-IND.
           02 DATO-IND-AAAA       PIC 9(4).
           02 DATO-IND-MM         PIC 9(2).
           02 DATO-IND-DD         PIC 9(2).
       01 DATO-ISO               PIC X(10).
       01 FRA-ISO                PIC X(10).
       01 TIL-ISO                PIC X(10).
       01 BELOEB-IND             PIC S9(11)V9(2).
       01 BELOEB-REDIG           PIC Z(10)9.99.
       01 BELOEB-TEKST           PIC X(14).
       01 CDT-DBT                PIC X(4).
       01 ESC-IND                PIC X(40).
       01 ESC-UD                 PIC X(200).
       01 ESC-IX                 PIC 9(3).
       01 ESC-PTR                PIC 9(3).
       01 ESC-TEGN               PIC X(1).
       01 NAVN-ESC               PIC X(200).
       01 REF-ESC                PIC X(200).
       01 UD-PTR                 PIC 9(3).
       01 MSG-NR                 PIC 9(4).
       01 ANTAL-NTRY-VIST        PIC Z(4)9.

       01 AFSTEM-DIFF            PIC S9(11)V9(2).
       01 ANTAL-ABONNEMENTER     PIC 9(5) VALUE 0.
       01 ANTAL-FILER            PIC 9(5) VALUE 0.
       01 ANTAL-BEVAEGELSER      PIC 9(7) VALUE 0.
       01 ANTAL-UDELADT          PIC 9(5) VALUE 0.
       01 ANTAL-ADVARSLER        PIC 9(5) VALUE 0.
       01 ANTAL-FEJL             PIC 9(5) VALUE 0.
       01 ANTAL-UDLINJER         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-TID FROM TIME
           MOVE KOERSEL-DATO TO DATO-IND
           PERFORM FORMATER-DATO
           MOVE SPACES TO OPRETTET-TEKST
           STRING DATO-ISO "T" KOERSEL-TT ":" KOERSEL-MM ":"
               KOERSEL-SS
               DELIMITED BY SIZE INTO OPRETTET-TEKST
           END-STRING
           PERFORM TAG-KOERSELLAAS

      *Spoolfilen dannes altid paa ny, saa KUNDEARKIVER aldrig
      *arkiverer en tidligere aftens dokumenter under dagens dato.
           OPEN OUTPUT UDFIL
           IF UDFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Camt053Out.txt kan ikke oprettes - "
                   "status " UDFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LAES-ABONNEMENTER
           IF ABON-ANTAL = 0
               DISPLAY "CAMTEKSPORT: ingen abonnementer paa "
                   "camt.053-kontoudtog"
               PERFORM AFSLUT-UDFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-PERIODE
           IF NOT HAR-DAGENS-SNAPSHOT
               DISPLAY "ADVARSEL: der er ikke koert kontoudtog i dag "
                   "(ingen snapshots for " KOERSEL-DATO
                   " i Kundehistorik.txt) - ingen camt.053-filer"
               PERFORM AFSLUT-UDFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               CLOSE UDFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               PERFORM UDVAELG-KONTI
           END-PERFORM
           CLOSE KUNDEFIL
           MOVE "EKS-TABEL" TO TK-TABEL
           MOVE EKS-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE EKS-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL

           PERFORM LAES-BALANCER
           PERFORM INDLAES-BEVAEGELSER
           MOVE "BEV-TABEL" TO TK-TABEL
           MOVE BEV-ANTAL TO TK-ANTAL
           MOVE 10000 TO TK-KAPACITET
           MOVE BEV-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL

           PERFORM VARYING EKS-IX FROM 1 BY 1
                   UNTIL EKS-IX > EKS-ANTAL
               PERFORM DAN-KONTOUDTOG
           END-PERFORM
           PERFORM AFSLUT-UDFIL

           PERFORM VIS-KONTROLRAPPORT
           PERFORM FRIGIV-KOERSELLAAS
           EVALUATE TRUE
               WHEN ANTAL-FEJL > 0 OR EKS-TABEL-FULD
                       OR KAPACITET-OVERSKREDET
                   MOVE 8 TO RETURN-CODE
               WHEN ANTAL-ADVARSLER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LAES-ABONNEMENTER.
           MOVE 0 TO ABON-ANTAL
           MOVE "N" TO FIL-SLUT
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS NOT = "00"
               CLOSE ABONFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ ABONFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF ABON-ANTAL < 5000
                           ADD 1 TO ABON-ANTAL
                           MOVE ABON-RECORD TO ABON-POST(ABON-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 5000 poster i "
                               "Camt053Abonnement.txt"
                           CLOSE ABONFIL
                           MOVE "ABON-TABEL" TO TK-TABEL
                           MOVE ABON-ANTAL TO TK-ANTAL
                           MOVE 5000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           CLOSE UDFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABONFIL
           MOVE "ABON-TABEL" TO TK-TABEL
           MOVE ABON-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE ABON-ANTAL TO ANTAL-ABONNEMENTER
           EXIT.

      *Til-datoen er dagens koersel; fra-datoen er den seneste
      *tidligere snapshot-dato - den dato Opgave7del2 har laest sine
      *primo-balancer fra.
       FIND-PERIODE.
           MOVE KOERSEL-DATO TO PERIODE-TIL
           MOVE 0 TO PERIODE-FRA
           MOVE "N" TO DAGENS-SNAPSHOT
           OPEN INPUT KUNDEHISTORIKFIL
           IF KUNDEHISTORIK-STATUS NOT = "00"
               CLOSE KUNDEHISTORIKFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KUNDEHISTORIKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF HIST-DATO = PERIODE-TIL
                           MOVE "J" TO DAGENS-SNAPSHOT
                       END-IF
                       IF HIST-DATO < PERIODE-TIL
                               AND HIST-DATO > PERIODE-FRA
                           MOVE HIST-DATO TO PERIODE-FRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEHISTORIKFIL
           EXIT.

      *Abonnementet foeres ud paa de konti det daekker. Kunden skal
      *findes, vaere aktiv og vaere erhvervskunde; en enkelt konto
      *skal stadig tilhoere kunden.
       UDVAELG-KONTI.
           MOVE CAB-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "ADVARSEL: abonnent " CAB-KUNDE-ID
                       " findes ikke i kundemasteren"
                   ADD 1 TO ANTAL-ADVARSLER
                   EXIT PARAGRAPH
           END-READ
           IF NOT KUNDE-AKTIV
               DISPLAY "CAMTEKSPORT: " CAB-KUNDE-ID " har status "
                   KUNDE-STATUS " - intet kontoudtog"
               ADD 1 TO ANTAL-UDELADT
               EXIT PARAGRAPH
           END-IF
           IF NOT KUNDE-ERHVERV
               DISPLAY "ADVARSEL: abonnent " CAB-KUNDE-ID
                   " er ikke erhvervskunde - intet camt.053-udtog"
               ADD 1 TO ANTAL-ADVARSLER
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KONTI
           IF CAB-ALLE-KONTI
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   PERFORM TILFOEJ-KONTO
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EKS-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) = CAB-KONTONUMMER
                   MOVE KONTO-IX TO EKS-FUNDET-IX
               END-IF
           END-PERFORM
           IF EKS-FUNDET-IX = 0
               DISPLAY "ADVARSEL: abonnent " CAB-KUNDE-ID " har "
                   "ikke laengere konto "
                   FUNCTION TRIM(CAB-KONTONUMMER)
               ADD 1 TO ANTAL-ADVARSLER
               EXIT PARAGRAPH
           END-IF
           MOVE EKS-FUNDET-IX TO KONTO-IX
           PERFORM TILFOEJ-KONTO
           EXIT.

      *Ultimo saettes foreloebig til kontomasterens balance og
      *afloeses af dagens snapshot naar det findes.
       TILFOEJ-KONTO.
           PERFORM VARYING EKS-IX FROM 1 BY 1
                   UNTIL EKS-IX > EKS-ANTAL
               IF EKS-KONTONUMMER(EKS-IX) = KONTONUMMER(KONTO-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF EKS-ANTAL >= 2000
               IF NOT EKS-TABEL-FULD
                   DISPLAY "FEJL: flere end 2000 abonnerede konti - "
                       "resten faar intet camt.053-udtog"
               END-IF
               MOVE "J" TO EKS-OVERLOEB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EKS-ANTAL
           MOVE KUNDE-ID TO EKS-KUNDE-ID(EKS-ANTAL)
           MOVE KONTONUMMER(KONTO-IX) TO EKS-KONTONUMMER(EKS-ANTAL)
           MOVE VALUTAKODE(KONTO-IX) TO EKS-VALUTA(EKS-ANTAL)
           MOVE FIRMANAVN TO EKS-NAVN(EKS-ANTAL)
           MOVE CVR-NUMMER TO EKS-CVR(EKS-ANTAL)
           MOVE 0 TO EKS-PRIMO(EKS-ANTAL)
           MOVE "N" TO EKS-PRIMO-FUNDET(EKS-ANTAL)
           MOVE BALANCE(KONTO-IX) TO EKS-ULTIMO(EKS-ANTAL)
           MOVE "N" TO EKS-ULTIMO-FUNDET(EKS-ANTAL)
           MOVE 0 TO EKS-BEV-SUM(EKS-ANTAL)
           MOVE 0 TO EKS-BEV-FOERSTE(EKS-ANTAL)
           MOVE 0 TO EKS-BEV-ANTAL(EKS-ANTAL)
           MOVE "N" TO EKS-OVERLOB(EKS-ANTAL)
           EXIT.

      *Primo og ultimo fra balance-snapshots i Kundehistorik.txt.
       LAES-BALANCER.
           OPEN INPUT KUNDEHISTORIKFIL
           IF KUNDEHISTORIK-STATUS NOT = "00"
               CLOSE KUNDEHISTORIKFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KUNDEHISTORIKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF (HIST-DATO = PERIODE-FRA AND PERIODE-FRA > 0)
                               OR HIST-DATO = PERIODE-TIL
                           PERFORM GEM-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEHISTORIKFIL
           EXIT.

       GEM-BALANCE.
           PERFORM VARYING EKS-IX FROM 1 BY 1
                   UNTIL EKS-IX > EKS-ANTAL
               IF EKS-KONTONUMMER(EKS-IX) = HIST-KONTONUMMER
                   IF HIST-DATO = PERIODE-TIL
                       MOVE HIST-BALANCE TO EKS-ULTIMO(EKS-IX)
                       MOVE "J" TO EKS-ULTIMO-FUNDET(EKS-IX)
                   ELSE
                       MOVE HIST-BALANCE TO EKS-PRIMO(EKS-IX)
                       MOVE "J" TO EKS-PRIMO-FUNDET(EKS-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *Periodens bevaegelser for de abonnerede konti sorteres ind i
      *BEV-TABEL, saa hver kontos bevaegelser ligger samlet og i
      *datoorden.
       INDLAES-BEVAEGELSER.
           MOVE 0 TO BEV-ANTAL
           SORT CAMTSORT-WORK
               ON ASCENDING KEY CS-EKS-IX CS-DATO CS-KILDE
                   CS-LINJENR
               INPUT PROCEDURE IS UDVAELG-BEVAEGELSER
               OUTPUT PROCEDURE IS OPBYG-BEVAEGELSESTABEL
           EXIT.

       UDVAELG-BEVAEGELSER.
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS = "00"
               MOVE "P" TO JRN-KILDE
               MOVE 0 TO JRN-LINJENR
               MOVE "N" TO FIL-SLUT
               PERFORM UNTIL FIL-SLUT = "J"
                   READ POSTJOURNALFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           ADD 1 TO JRN-LINJENR
                           MOVE POSTJOURNAL-LINJE TO JRN-LINJE
                           PERFORM UDLED-BEVAEGELSE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POSTJOURNALFIL
           OPEN INPUT RENTEPOSTFIL
           IF RENTEPOSTFIL-STATUS = "00"
               MOVE "R" TO JRN-KILDE
               MOVE 0 TO JRN-LINJENR
               MOVE "N" TO FIL-SLUT
               PERFORM UNTIL FIL-SLUT = "J"
                   READ RENTEPOSTFIL
                       AT END
                           MOVE "J" TO FIL-SLUT
                       NOT AT END
                           ADD 1 TO JRN-LINJENR
                           MOVE RENTEPOST-LINJE TO JRN-LINJE
                           PERFORM UDLED-BEVAEGELSE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RENTEPOSTFIL
           EXIT.

      *Bevaegelsen er EFTER minus FOER paa kontoen, bogfoert paa
      *DATO= og med valoer paa VALOER= (rentejournalen har ingen
      *valoerdag - renten valoeres paa bogfoeringsdagen). Linjer
      *uden DATO=-stempel eller uden beloebsaendring udelades, som
      *i Opgave7del2 og RENTETILSKRIV.
       UDLED-BEVAEGELSE.
           IF JRN-LINJE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING JRN-LINJE DELIMITED BY " KONTO="
               INTO PJ-FORAN, PJ-REST
           IF PJ-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-REST(1:20) TO PJ-KONTONUMMER
           MOVE 0 TO EKS-FUNDET-IX
           PERFORM VARYING EKS-IX FROM 1 BY 1
                   UNTIL EKS-IX > EKS-ANTAL OR EKS-FUNDET-IX > 0
               IF EKS-KONTONUMMER(EKS-IX) = PJ-KONTONUMMER
                   MOVE EKS-IX TO EKS-FUNDET-IX
               END-IF
           END-PERFORM
           IF EKS-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING JRN-LINJE DELIMITED BY " DATO="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:8) TO PJ-DATO-TEKST
           IF PJ-DATO-TEKST NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PJ-DATO NOT > PERIODE-FRA OR PJ-DATO > PERIODE-TIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING JRN-LINJE DELIMITED BY " FOER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-FOER-TEKST
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING JRN-LINJE DELIMITED BY " EFTER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:9) TO PJ-EFTER-TEKST
           IF PJ-FOER-BELOEB NOT NUMERIC
                   OR PJ-EFTER-BELOEB NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PJ-EFTER-BELOEB = PJ-FOER-BELOEB
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST
           UNSTRING JRN-LINJE DELIMITED BY " VALOER="
               INTO PJ-FORAN, PJ-REST
           MOVE PJ-REST(1:8) TO PJ-VALOER-TEKST
           IF PJ-VALOER-TEKST NOT NUMERIC OR PJ-VALOER = 0
               MOVE PJ-DATO TO PJ-VALOER
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST PJ-TYPE
           UNSTRING JRN-LINJE DELIMITED BY " TYPE="
               INTO PJ-FORAN, PJ-REST
           UNSTRING PJ-REST DELIMITED BY " " INTO PJ-TYPE
           IF PJ-TYPE = SPACES
               MOVE "RNT" TO PJ-TYPE
           END-IF
           MOVE SPACES TO PJ-FORAN PJ-REST PJ-REF
           UNSTRING JRN-LINJE DELIMITED BY " REF="
               INTO PJ-FORAN, PJ-REST
           UNSTRING PJ-REST DELIMITED BY " " INTO PJ-REF
           MOVE EKS-FUNDET-IX TO CS-EKS-IX
           MOVE PJ-DATO TO CS-DATO
           MOVE JRN-KILDE TO CS-KILDE
           MOVE JRN-LINJENR TO CS-LINJENR
           MOVE PJ-VALOER TO CS-VALOER
           COMPUTE CS-BELOEB = PJ-EFTER-BELOEB - PJ-FOER-BELOEB
           MOVE PJ-TYPE TO CS-TYPE
           MOVE PJ-REF TO CS-REF
           RELEASE CAMTSORT-RECORD
           EXIT.

      *Er tabellen fuld, faar de konti der ikke kan rummes intet
      *udtog - et afkortet udtog ville ikke stemme med ultimo.
       OPBYG-BEVAEGELSESTABEL.
           MOVE "N" TO SORT-SLUT
           PERFORM UNTIL SORT-SLUT = "J"
               RETURN CAMTSORT-WORK
                   AT END
                       MOVE "J" TO SORT-SLUT
                   NOT AT END
                       PERFORM GEM-BEVAEGELSE
               END-RETURN
           END-PERFORM
           EXIT.

       GEM-BEVAEGELSE.
           IF BEV-ANTAL >= 10000
               MOVE "J" TO EKS-OVERLOB(CS-EKS-IX)
               MOVE "J" TO BEV-OVERLOEB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BEV-ANTAL
           MOVE CS-DATO TO BEV-DATO(BEV-ANTAL)
           MOVE CS-KILDE TO BEV-KILDE(BEV-ANTAL)
           MOVE CS-LINJENR TO BEV-LINJENR(BEV-ANTAL)
           MOVE CS-VALOER TO BEV-VALOER(BEV-ANTAL)
           MOVE CS-BELOEB TO BEV-BELOEB(BEV-ANTAL)
           MOVE CS-TYPE TO BEV-TYPE(BEV-ANTAL)
           MOVE CS-REF TO BEV-REF(BEV-ANTAL)
           IF EKS-BEV-ANTAL(CS-EKS-IX) = 0
               MOVE BEV-ANTAL TO EKS-BEV-FOERSTE(CS-EKS-IX)
           END-IF
           ADD 1 TO EKS-BEV-ANTAL(CS-EKS-IX)
           ADD CS-BELOEB TO EKS-BEV-SUM(CS-EKS-IX)
           EXIT.

      *Et udtog pr. konto: egen fil Camt053_<konto>.xml og en blok i
      *spoolfilen. Uden primo-snapshot (kontoen er ny i perioden
      *eller det er den foerste koersel) er primo ultimo minus
      *periodens bevaegelser.
       DAN-KONTOUDTOG.
           IF EKS-OVERLOB(EKS-IX) = "J"
               DISPLAY "FEJL: konto "
                   FUNCTION TRIM(EKS-KONTONUMMER(EKS-IX))
                   " har flere bevaegelser end tabellen rummer - "
                   "intet camt.053-udtog"
               ADD 1 TO ANTAL-FEJL
               EXIT PARAGRAPH
           END-IF
           IF EKS-PRIMO-FUNDET(EKS-IX) NOT = "J"
               COMPUTE EKS-PRIMO(EKS-IX) =
                   EKS-ULTIMO(EKS-IX) - EKS-BEV-SUM(EKS-IX)
           END-IF
           COMPUTE AFSTEM-DIFF = EKS-PRIMO(EKS-IX)
               + EKS-BEV-SUM(EKS-IX) - EKS-ULTIMO(EKS-IX)
           IF AFSTEM-DIFF NOT = 0
               DISPLAY "ADVARSEL: konto "
                   FUNCTION TRIM(EKS-KONTONUMMER(EKS-IX))
                   " - primo plus bevaegelser stemmer ikke med "
                   "ultimo (difference " AFSTEM-DIFF ")"
               ADD 1 TO ANTAL-ADVARSLER
           END-IF
           MOVE SPACES TO XMLFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS) "Camt053_"
               FUNCTION TRIM(EKS-KONTONUMMER(EKS-IX)) ".xml"
               DELIMITED BY SIZE INTO XMLFIL-NAVN
           END-STRING
           OPEN OUTPUT XMLFIL
           IF XMLFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(XMLFIL-NAVN)
                   " kan ikke oprettes - status " XMLFIL-STATUS
               ADD 1 TO ANTAL-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO UD-LINJE
           STRING "KUNDE-ID: " EKS-KUNDE-ID(EKS-IX)
               DELIMITED BY SIZE INTO UD-LINJE
           END-STRING
           WRITE UD-LINJE
           MOVE SPACES TO UD-LINJE
           STRING "KONTO: " EKS-KONTONUMMER(EKS-IX)
               DELIMITED BY SIZE INTO UD-LINJE
           END-STRING
           WRITE UD-LINJE
           ADD 2 TO ANTAL-UDLINJER
           PERFORM SKRIV-DOKUMENTHOVED
           PERFORM SKRIV-BALANCER
           IF EKS-BEV-ANTAL(EKS-IX) > 0
               PERFORM VARYING BEV-IX FROM EKS-BEV-FOERSTE(EKS-IX)
                       BY 1 UNTIL BEV-IX > EKS-BEV-FOERSTE(EKS-IX)
                       + EKS-BEV-ANTAL(EKS-IX) - 1
                   PERFORM SKRIV-POSTERING
               END-PERFORM
           END-IF
           MOVE "  </Stmt>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE " </BkToCstmrStmt>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE "</Document>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           CLOSE XMLFIL
           ADD 1 TO ANTAL-FILER
           ADD EKS-BEV-ANTAL(EKS-IX) TO ANTAL-BEVAEGELSER
           EXIT.

       SKRIV-DOKUMENTHOVED.
           MOVE EKS-IX TO MSG-NR
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:"
               "xsd:camt.053.001.02"">"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE " <BkToCstmrStmt>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE "  <GrpHdr>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "   <MsgId>CAMT053-" PERIODE-TIL "-" MSG-NR
               "</MsgId>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "   <CreDtTm>" OPRETTET-TEKST "</CreDtTm>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE "  </GrpHdr>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE "  <Stmt>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "   <Id>" DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTONUMMER(EKS-IX))
               DELIMITED BY SIZE
               "-" PERIODE-TIL "</Id>" DELIMITED BY SIZE
               INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "   <CreDtTm>" OPRETTET-TEKST "</CreDtTm>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
      *Perioden begynder dagen efter forrige udtog; ved den
      *foerste koersel med den aeldste bevaegelses dag.
           IF PERIODE-FRA > 0
               COMPUTE PERIODE-START = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(PERIODE-FRA) + 1)
           ELSE
               MOVE PERIODE-TIL TO PERIODE-START
               IF EKS-BEV-ANTAL(EKS-IX) > 0
                   MOVE BEV-DATO(EKS-BEV-FOERSTE(EKS-IX))
                       TO PERIODE-START
               END-IF
           END-IF
           MOVE PERIODE-START TO DATO-IND
           PERFORM FORMATER-DATO
           MOVE DATO-ISO TO FRA-ISO
           MOVE PERIODE-TIL TO DATO-IND
           PERFORM FORMATER-DATO
           MOVE DATO-ISO TO TIL-ISO
           MOVE SPACES TO XML-LINJE
           STRING "   <FrToDt><FrDtTm>" FRA-ISO "T00:00:00</FrDtTm>"
               "<ToDtTm>" TIL-ISO "T23:59:59</ToDtTm></FrToDt>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE "   <Acct>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "    <Id><Othr><Id>" DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTONUMMER(EKS-IX))
               DELIMITED BY SIZE
               "</Id></Othr></Id>" DELIMITED BY SIZE
               INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "    <Ccy>" EKS-VALUTA(EKS-IX) "</Ccy>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE EKS-NAVN(EKS-IX) TO ESC-IND
           PERFORM ESCAPE-TEKST
           MOVE ESC-UD TO NAVN-ESC
           MOVE SPACES TO XML-LINJE
           STRING "    <Ownr><Nm>" DELIMITED BY SIZE
               FUNCTION TRIM(NAVN-ESC) DELIMITED BY SIZE
               "</Nm>" DELIMITED BY SIZE
               INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           IF EKS-CVR(EKS-IX) NOT = SPACES
               MOVE SPACES TO XML-LINJE
               STRING "     <Id><OrgId><Othr><Id>" EKS-CVR(EKS-IX)
                   "</Id><SchmeNm><Prtry>CVR</Prtry></SchmeNm>"
                   "</Othr></OrgId></Id>"
                   DELIMITED BY SIZE INTO XML-LINJE
               END-STRING
               PERFORM SKRIV-XMLLINJE
           END-IF
           MOVE "    </Ownr>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE "   </Acct>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           EXIT.

      *OPBD er saldoen ved periodens start, CLBD ved dens slutning.
       SKRIV-BALANCER.
           MOVE EKS-PRIMO(EKS-IX) TO BELOEB-IND
           PERFORM FORMATER-BELOEB
           MOVE SPACES TO XML-LINJE
           STRING "   <Bal><Tp><CdOrPrtry><Cd>OPBD</Cd></CdOrPrtry>"
               "</Tp><Amt Ccy=""" EKS-VALUTA(EKS-IX) """>"
               DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TEKST) DELIMITED BY SIZE
               "</Amt><CdtDbtInd>" CDT-DBT "</CdtDbtInd>"
               "<Dt><Dt>" FRA-ISO "</Dt></Dt></Bal>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE EKS-ULTIMO(EKS-IX) TO BELOEB-IND
           PERFORM FORMATER-BELOEB
           MOVE SPACES TO XML-LINJE
           STRING "   <Bal><Tp><CdOrPrtry><Cd>CLBD</Cd></CdOrPrtry>"
               "</Tp><Amt Ccy=""" EKS-VALUTA(EKS-IX) """>"
               DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TEKST) DELIMITED BY SIZE
               "</Amt><CdtDbtInd>" CDT-DBT "</CdtDbtInd>"
               "<Dt><Dt>" TIL-ISO "</Dt></Dt></Bal>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE EKS-BEV-ANTAL(EKS-IX) TO ANTAL-NTRY-VIST
           MOVE SPACES TO XML-LINJE
           STRING "   <TxsSummry><TtlNtries><NbOfNtries>"
               DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-NTRY-VIST) DELIMITED BY SIZE
               "</NbOfNtries></TtlNtries></TxsSummry>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           EXIT.

      *En Ntry pr. bevaegelse. Bankens reference (AcctSvcrRef) er
      *journal, bogfoeringsdag og linjenummer; posteringens egen
      *reference (REF=) gives som EndToEndId.
       SKRIV-POSTERING.
           MOVE BEV-BELOEB(BEV-IX) TO BELOEB-IND
           PERFORM FORMATER-BELOEB
           MOVE "   <Ntry>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "    <Amt Ccy=""" EKS-VALUTA(EKS-IX) """>"
               DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TEKST) DELIMITED BY SIZE
               "</Amt><CdtDbtInd>" CDT-DBT "</CdtDbtInd>"
               "<Sts>BOOK</Sts>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE BEV-DATO(BEV-IX) TO DATO-IND
           PERFORM FORMATER-DATO
           MOVE SPACES TO XML-LINJE
           STRING "    <BookgDt><Dt>" DATO-ISO "</Dt></BookgDt>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE BEV-VALOER(BEV-IX) TO DATO-IND
           PERFORM FORMATER-DATO
           MOVE SPACES TO XML-LINJE
           STRING "    <ValDt><Dt>" DATO-ISO "</Dt></ValDt>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "    <AcctSvcrRef>" BEV-KILDE(BEV-IX)
               BEV-DATO(BEV-IX) BEV-LINJENR(BEV-IX)
               "</AcctSvcrRef>"
               DELIMITED BY SIZE INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           MOVE SPACES TO XML-LINJE
           STRING "    <BkTxCd><Prtry><Cd>" DELIMITED BY SIZE
               FUNCTION TRIM(BEV-TYPE(BEV-IX)) DELIMITED BY SIZE
               "</Cd></Prtry></BkTxCd>" DELIMITED BY SIZE
               INTO XML-LINJE
           END-STRING
           PERFORM SKRIV-XMLLINJE
           IF BEV-REF(BEV-IX) NOT = SPACES
               MOVE BEV-REF(BEV-IX) TO ESC-IND
               PERFORM ESCAPE-TEKST
               MOVE ESC-UD TO REF-ESC
               MOVE SPACES TO XML-LINJE
               STRING "    <NtryDtls><TxDtls><Refs><EndToEndId>"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(REF-ESC) DELIMITED BY SIZE
                   "</EndToEndId></Refs></TxDtls></NtryDtls>"
                   DELIMITED BY SIZE INTO XML-LINJE
               END-STRING
               PERFORM SKRIV-XMLLINJE
           END-IF
           MOVE "   </Ntry>" TO XML-LINJE
           PERFORM SKRIV-XMLLINJE
           EXIT.

      *Hver linje skrives baade til kontoens egen fil og til
      *spoolfilen.
       SKRIV-XMLLINJE.
           WRITE XML-LINJE
           MOVE XML-LINJE TO UD-LINJE
           WRITE UD-LINJE
           ADD 1 TO ANTAL-UDLINJER
           MOVE SPACES TO XML-LINJE
           EXIT.

      *Trailerlinjen afslutter spoolfilen som i
      *KundeoplysningerOut.txt - den hoerer ikke til nogen blok.
       AFSLUT-UDFIL.
           MOVE SPACES TO UD-LINJE
           STRING "TRAILER: ANTAL-UDTOG=" ANTAL-FILER
               " ANTAL-BEVAEGELSER=" ANTAL-BEVAEGELSER
               " DATO=" KOERSEL-DATO
               DELIMITED BY SIZE INTO UD-LINJE
           END-STRING
           WRITE UD-LINJE
           CLOSE UDFIL
           EXIT.

       FORMATER-DATO.
           MOVE SPACES TO DATO-ISO
           STRING DATO-IND-AAAA "-" DATO-IND-MM "-" DATO-IND-DD
               DELIMITED BY SIZE INTO DATO-ISO
           END-STRING
           EXIT.

       FORMATER-BELOEB.
           IF BELOEB-IND < 0
               MOVE "DBIT" TO CDT-DBT
               COMPUTE BELOEB-IND = 0 - BELOEB-IND
           ELSE
               MOVE "CRDT" TO CDT-DBT
           END-IF
           MOVE BELOEB-IND TO BELOEB-REDIG
           MOVE BELOEB-REDIG TO BELOEB-TEKST
           EXIT.

      *Tegn med saerlig betydning i XML erstattes af entiteter, saa
      *et firmanavn som "Hansen & Soen ApS" ikke oedelaegger filen.
       ESCAPE-TEKST.
           MOVE SPACES TO ESC-UD
           MOVE 1 TO ESC-PTR
           PERFORM VARYING ESC-IX FROM 1 BY 1 UNTIL ESC-IX > 40
               MOVE ESC-IND(ESC-IX:1) TO ESC-TEGN
               EVALUATE ESC-TEGN
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO ESC-UD WITH POINTER ESC-PTR
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO ESC-UD WITH POINTER ESC-PTR
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO ESC-UD WITH POINTER ESC-PTR
                       END-STRING
                   WHEN OTHER
                       STRING ESC-TEGN DELIMITED BY SIZE
                           INTO ESC-UD WITH POINTER ESC-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           EXIT.

       VIS-KONTROLRAPPORT.
           DISPLAY "================================================"
           DISPLAY "CAMTEKSPORT - camt.053-kontoudtog " PERIODE-FRA
               " - " PERIODE-TIL
           DISPLAY "Abonnementer:              " ANTAL-ABONNEMENTER
           DISPLAY "Konti udvalgt:             " EKS-ANTAL
           DISPLAY "Udtog dannet:              " ANTAL-FILER
           DISPLAY "Bevaegelser:               " ANTAL-BEVAEGELSER
           DISPLAY "Kunder uden udtog (status):" ANTAL-UDELADT
           DISPLAY "Advarsler:                 " ANTAL-ADVARSLER
           DISPLAY "Fejl:                      " ANTAL-FEJL
           DISPLAY "Linjer i Camt053Out.txt:   " ANTAL-UDLINJER
           DISPLAY "================================================"
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *programmet kun laeser masteren og journalerne.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "CAMTEKSPORT" TO LAAS-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO ABONFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Camt053Abonnement.txt"
                   DELIMITED BY SIZE INTO ABONFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEHISTORIKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundehistorik.txt"
                   DELIMITED BY SIZE INTO KUNDEHISTORIKFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO RENTEPOSTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RentePostering.txt"
                   DELIMITED BY SIZE INTO RENTEPOSTFIL-NAVN
               END-STRING
               MOVE SPACES TO UDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Camt053Out.txt"
                   DELIMITED BY SIZE INTO UDFIL-NAVN
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
           MOVE "CAMTEKSPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
