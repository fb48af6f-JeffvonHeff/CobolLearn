       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEDSKRIVNING.
      *Maanedsslut-opgoerelse af nedskrivning paa overtrukne konti.
      *Hver konto i minus klassificeres i et risikostadie:
      *  - stadie 3: i minus i mindst NEDSKRIV-DAGE-3 dage (90), eller
      *    kunden er et bo ("B") eller frosset ("F")
      *  - stadie 2: i minus i mindst NEDSKRIV-DAGE-2 dage (30), over
      *    sin graense i OvertraekGraenser.txt (eller i minus uden
      *    graense), eller kundens post kommer retur ("R")
      *  - stadie 1: alle andre konti i minus (aftalt overtraek
      *    inden for graensen)
      *Antal dage i minus tages fra Kundehistorik.txt: fra den
      *foerste snapshot i kontoens seneste uafbrudte raekke af
      *negative saldi. Pr. stadie hensaettes en procentdel af det
      *skyldige beloeb (NEDSKRIV-PCT-1/2/3 i parameterregistret,
      *standard 1, 10 og 50 pct.), omregnet til DKK med
      *Valutakurser.txt (samme
      *standardkurser som VALUTAOMREGNING naar filen mangler).
      *Rapporten (NedskrivningRapport_AAAAMM.txt) viser kontiene,
      *hensaettelsen pr. valuta og stadie i DKK og stadiebevaegelserne
      *siden sidste maaned - sidste maaneds snapshot
      *(NedskrivningStadier_AAAAMM.txt, NEDSKRIVNING.CPY) laeses og
      *dette maaneds skrives. Aendringen i den samlede hensaettelse
      *bogfoeres i NedskrivningGl.txt i GLEKSTRAKT's fastfelts-
      *layout med samme TRAILER-linje (recordantal og hash-total):
      *  - oeget hensaettelse : DEBET TABSUDGIFT / KREDIT NEDSKRIVNING
      *  - nedsat hensaettelse: DEBET NEDSKRIVNING / KREDIT TABSUDGIFT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL VALUTAKURSFIL ASSIGN TO VALUTAKURSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAKURSFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL HISTORIKFIL ASSIGN TO HISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
           SELECT OPTIONAL GRAENSEFIL ASSIGN TO GRAENSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT OPTIONAL STADIEFIL ASSIGN TO STADIEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STADIEFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFIL ASSIGN TO GLFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD HISTORIKFIL.
       01 KUNDEHISTORIK-RECORD.
           COPY "KUNDEHISTORIK.CPY".

       FD GRAENSEFIL.
       01 GRAENSE-RECORD.
           02 GRAENSE-KONTONUMMER  PIC X(20).
           02 GRAENSE-BELOEB-REG   PIC 9(7)V9(2).

       FD STADIEFIL.
       01 STADIE-RECORD.
           COPY "NEDSKRIVNING.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(132).

       FD GLFIL.
       01 GL-RECORD.
           02 GL-KONTO            PIC X(12).
           02 GL-DC               PIC X(1).
           02 GL-BELOEB           PIC S9(11)V9(2).
           02 GL-VALUTA           PIC X(3).
           02 GL-PERIODE          PIC 9(6).
       01 GL-TRAILER-REC         PIC X(60).

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
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 VALUTAKURSFIL-NAVN     PIC X(80)
           VALUE "Valutakurser.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "Kundehistorik.txt".
       01 GRAENSEFIL-NAVN        PIC X(80)
           VALUE "OvertraekGraenser.txt".
       01 STADIEFIL-NAVN         PIC X(80) VALUE SPACES.
       01 RAPPORTFIL-NAVN        PIC X(80) VALUE SPACES.
       01 GLFIL-NAVN             PIC X(80)
           VALUE "NedskrivningGl.txt".
       01 VALUTAREGFIL-STATUS    PIC X(2) VALUE "00".
       01 VALUTAKURSFIL-STATUS   PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 HISTORIKFIL-STATUS     PIC X(2) VALUE "00".
       01 GRAENSEFIL-STATUS      PIC X(2) VALUE "00".
       01 STADIEFIL-STATUS       PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT      PIC X VALUE "N".
       01 END-OF-FILE            PIC X VALUE "N".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELT REDEFINES KOERSEL-DATO.
           02 KOERSEL-AARMD      PIC 9(6).
           02 KOERSEL-DAG        PIC 9(2).
       01 FORRIGE-AARMD          PIC 9(6).
       01 FORRIGE-AARMD-DELT REDEFINES FORRIGE-AARMD.
           02 FORRIGE-AAR        PIC 9(4).
           02 FORRIGE-MD         PIC 9(2).
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 MILJO-TEKST            PIC X(10) VALUE SPACES.

      *Stadiegraenser og hensaettelsesprocenter - kan saettes i
      *parameterregistret.
       01 DAGE-STADIE-2          PIC 9(5) VALUE 30.
       01 DAGE-STADIE-3          PIC 9(5) VALUE 90.
       01 PCT-TABEL.
           02 STADIE-PCT OCCURS 3 TIMES PIC 9(3)V9(2).
       01 STADIE-IX              PIC 9(1).
       01 FRA-IX                 PIC 9(1).
       01 TIL-IX                 PIC 9(1).

       01 VALUTA-ANTAL           PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB         PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 VALUTA-FUNDET-IX       PIC 9(2) VALUE 0.

      *Summer pr. valuta, parallel med GYLDIG-VALUTA.
       01 VALUTA-SUM-TABEL.
           02 VALUTA-SUM OCCURS 20 TIMES.
               03 VS-KURS            PIC 9(3)V9(6).
               03 VS-EKSPONERING     PIC 9(11)V9(2).
               03 VS-EKSPONERING-DKK PIC 9(13)V9(2).
               03 VS-HENSAT-DKK      PIC 9(13)V9(2) OCCURS 3 TIMES.

      *Kontiene i minus - dagens tal fra kontomasteren, dage i minus
      *fra historikken.
       01 KT-ANTAL               PIC 9(4) VALUE 0.
       01 KONTO-TABEL.
           02 KT-POST OCCURS 2000 TIMES.
               03 KT-KONTONUMMER     PIC X(20).
               03 KT-KUNDE-ID        PIC X(10).
               03 KT-VALUTA          PIC X(3).
               03 KT-KUNDE-STATUS    PIC X(1).
               03 KT-BALANCE         PIC S9(7)V9(2).
               03 KT-OVER-GRAENSE    PIC X(1).
               03 KT-MINUS-SIDEN     PIC 9(8).
               03 KT-DAGE            PIC 9(5).
               03 KT-STADIE          PIC 9(1).
               03 KT-EKSPONERING     PIC 9(9)V9(2).
               03 KT-HENSAT-DKK      PIC 9(11)V9(2).
               03 KT-FORRIGE-STADIE  PIC 9(1).
       01 KT-IX                  PIC 9(4).
       01 KT-FUNDET-IX           PIC 9(4) VALUE 0.

      *Sidste maaneds snapshot.
       01 FT-ANTAL               PIC 9(4) VALUE 0.
       01 FORRIGE-TABEL.
           02 FT-POST OCCURS 2000 TIMES.
               03 FT-KONTONUMMER     PIC X(20).
               03 FT-KUNDE-ID        PIC X(10).
               03 FT-STADIE          PIC 9(1).
               03 FT-MATCHET         PIC X(1).
       01 FT-IX                  PIC 9(4).
       01 FORRIGE-HENSAT-DKK     PIC 9(13)V9(2) VALUE 0.
       01 FORRIGE-FINDES         PIC X VALUE "N".
           88 FORRIGE-ER-LEVERET     VALUE "J".

       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
               03 GT-GRAENSE         PIC 9(7)V9(2).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.

      *Bevaegelsesmatrix: fra stadie (0 = ikke i minus sidste
      *maaned) til stadie (0 = ikke i minus nu).
       01 BEVAEGELSE-TABEL.
           02 BEV-FRA OCCURS 4 TIMES.
               03 BEV-ANTAL OCCURS 4 TIMES PIC 9(5).

       01 EKSPONERING-DKK        PIC 9(13)V9(2).
       01 HENSAT-DKK-I-ALT       PIC 9(13)V9(2) VALUE 0.
       01 HENSAT-AENDRING        PIC S9(13)V9(2) VALUE 0.
       01 ANTAL-BEVAEGELSER      PIC 9(5) VALUE 0.
       01 ANTAL-GL-RECORDS       PIC 9(5) VALUE 0.
       01 GL-HASH-TOTAL          PIC S9(13)V9(2) VALUE 0.
       01 VIS-BELOEB             PIC -(12)9.99.
       01 VIS-BELOEB-2           PIC -(12)9.99.
       01 VIS-PCT                PIC ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM SAET-PARAMETRE
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-STANDARDKURSER
           PERFORM LAES-DAGENS-KURSER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-OVERTRUKNE-KONTI
           PERFORM LAES-HISTORIK
           PERFORM LAES-FORRIGE-STADIER

           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
               PERFORM KLASSIFICER-KONTO
           END-PERFORM

           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-STADIER
           PERFORM SKRIV-GL-EKSTRAKT

           DISPLAY "================================================"
           DISPLAY "NEDSKRIVNING - overtrukne konti " KOERSEL-AARMD
           DISPLAY "================================================"
           DISPLAY "Konti i minus        : " KT-ANTAL
           MOVE HENSAT-DKK-I-ALT TO VIS-BELOEB
           DISPLAY "Hensat i alt (DKK)   : " VIS-BELOEB
           MOVE HENSAT-AENDRING TO VIS-BELOEB
           DISPLAY "Aendring (DKK)       : " VIS-BELOEB
           DISPLAY "Stadiebevaegelser    : " ANTAL-BEVAEGELSER
           DISPLAY "GL-records           : " ANTAL-GL-RECORDS
           IF NOT FORRIGE-ER-LEVERET
               DISPLAY "ADVARSEL: intet snapshot for " FORRIGE-AARMD
                   " - hele hensaettelsen bogfoeres som aendring"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Stadiegraenser og procenter fra parameterregistret; forrige
      *maaned regnes ud fra koerselsdatoen.
       SAET-PARAMETRE.
           MOVE 1.00 TO STADIE-PCT(1)
           MOVE 10.00 TO STADIE-PCT(2)
           MOVE 50.00 TO STADIE-PCT(3)
           MOVE "NEDSKRIV-PCT-1" TO PS-NAVN
           MOVE STADIE-PCT(1) TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MILJO-TEKST
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO STADIE-PCT(1)
           END-IF
           MOVE SPACES TO MILJO-TEKST
           MOVE "NEDSKRIV-PCT-2" TO PS-NAVN
           MOVE STADIE-PCT(2) TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MILJO-TEKST
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO STADIE-PCT(2)
           END-IF
           MOVE SPACES TO MILJO-TEKST
           MOVE "NEDSKRIV-PCT-3" TO PS-NAVN
           MOVE STADIE-PCT(3) TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MILJO-TEKST
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO STADIE-PCT(3)
           END-IF
           MOVE SPACES TO MILJO-TEKST
           MOVE "NEDSKRIV-DAGE-2" TO PS-NAVN
           MOVE DAGE-STADIE-2 TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MILJO-TEKST
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO DAGE-STADIE-2
           END-IF
           MOVE SPACES TO MILJO-TEKST
           MOVE "NEDSKRIV-DAGE-3" TO PS-NAVN
           MOVE DAGE-STADIE-3 TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MILJO-TEKST
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO DAGE-STADIE-3
           END-IF
           MOVE KOERSEL-AARMD TO FORRIGE-AARMD
           IF FORRIGE-MD = 1
               SUBTRACT 1 FROM FORRIGE-AAR
               MOVE 12 TO FORRIGE-MD
           ELSE
               SUBTRACT 1 FROM FORRIGE-MD
           END-IF
           MOVE SPACES TO RAPPORTFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "NedskrivningRapport_" KOERSEL-AARMD ".txt"
               DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
           END-STRING
           PERFORM VARYING FRA-IX FROM 1 BY 1 UNTIL FRA-IX > 4
               PERFORM VARYING TIL-IX FROM 1 BY 1 UNTIL TIL-IX > 4
                   MOVE 0 TO BEV-ANTAL(FRA-IX, TIL-IX)
               END-PERFORM
           END-PERFORM
           EXIT.

      *Alle konti i minus hos kunder der ikke er slettet.
       LAES-OVERTRUKNE-KONTI.
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF NOT KUNDE-SLETTET
                               PERFORM HENT-KONTI
                               PERFORM GEM-OVERTRUKNE-KONTI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "KT-TABEL" TO TK-TABEL
           MOVE KT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       GEM-OVERTRUKNE-KONTI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF BALANCE(KONTO-IX) < 0
                   IF KT-ANTAL >= 2000
                       DISPLAY "FEJL: flere end 2000 konti i minus - "
                           "opgoerelsen er ikke lavet"
                       MOVE "KT-TABEL" TO TK-TABEL
                       MOVE KT-ANTAL TO TK-ANTAL
                       MOVE 2000 TO TK-KAPACITET
                       MOVE "J" TO TK-OVERLOB
                       PERFORM MAAL-TABEL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO KT-ANTAL
                   MOVE KONTONUMMER(KONTO-IX)
                       TO KT-KONTONUMMER(KT-ANTAL)
                   MOVE KUNDE-ID TO KT-KUNDE-ID(KT-ANTAL)
                   MOVE VALUTAKODE(KONTO-IX) TO KT-VALUTA(KT-ANTAL)
                   MOVE KUNDE-STATUS TO KT-KUNDE-STATUS(KT-ANTAL)
                   MOVE BALANCE(KONTO-IX) TO KT-BALANCE(KT-ANTAL)
                   MOVE 0 TO KT-MINUS-SIDEN(KT-ANTAL)
                   MOVE 0 TO KT-FORRIGE-STADIE(KT-ANTAL)
                   PERFORM FIND-GRAENSE
                   MOVE "N" TO KT-OVER-GRAENSE(KT-ANTAL)
                   IF GRAENSE-FUNDET-IX = 0
                       MOVE "J" TO KT-OVER-GRAENSE(KT-ANTAL)
                   ELSE
                       IF BALANCE(KONTO-IX)
                               + GT-GRAENSE(GRAENSE-FUNDET-IX) < 0
                           MOVE "J" TO KT-OVER-GRAENSE(KT-ANTAL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       FIND-GRAENSE.
           MOVE 0 TO GRAENSE-FUNDET-IX
           PERFORM VARYING GRAENSE-IX FROM 1 BY 1
                   UNTIL GRAENSE-IX > GRAENSE-ANTAL
               IF FUNCTION TRIM(GT-KONTONUMMER(GRAENSE-IX)) =
                       FUNCTION TRIM(KONTONUMMER(KONTO-IX))
                   MOVE GRAENSE-IX TO GRAENSE-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Historikken er skrevet i datoorden (Opgave7del2 appender
      *dagens snapshot). For hver konto i minus huskes datoen for
      *den foerste negative snapshot efter den seneste ikke-negative
      *- dvs. starten paa den igangvaerende periode i minus.
       LAES-HISTORIK.
           OPEN INPUT HISTORIKFIL
           IF HISTORIKFIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Kundehistorik.txt findes ikke - "
                   "dage i minus regnes fra i dag"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ HISTORIKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM VURDER-HISTORIKLINJE
               END-READ
           END-PERFORM
           CLOSE HISTORIKFIL
           EXIT.

       VURDER-HISTORIKLINJE.
           MOVE 0 TO KT-FUNDET-IX
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL OR KT-FUNDET-IX > 0
               IF KT-KONTONUMMER(KT-IX) = HIST-KONTONUMMER
                   MOVE KT-IX TO KT-FUNDET-IX
               END-IF
           END-PERFORM
           IF KT-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF HIST-BALANCE < 0
               IF KT-MINUS-SIDEN(KT-FUNDET-IX) = 0
                   MOVE HIST-DATO TO KT-MINUS-SIDEN(KT-FUNDET-IX)
               END-IF
           ELSE
               MOVE 0 TO KT-MINUS-SIDEN(KT-FUNDET-IX)
           END-IF
           EXIT.

       KLASSIFICER-KONTO.
           IF KT-MINUS-SIDEN(KT-IX) = 0
                   OR KT-MINUS-SIDEN(KT-IX) > KOERSEL-DATO
               MOVE 0 TO KT-DAGE(KT-IX)
           ELSE
               COMPUTE KT-DAGE(KT-IX) =
                   FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                   - FUNCTION INTEGER-OF-DATE(KT-MINUS-SIDEN(KT-IX))
           END-IF
           MOVE 1 TO KT-STADIE(KT-IX)
           IF KT-OVER-GRAENSE(KT-IX) = "J"
                   OR KT-DAGE(KT-IX) >= DAGE-STADIE-2
                   OR KT-KUNDE-STATUS(KT-IX) = "R"
               MOVE 2 TO KT-STADIE(KT-IX)
           END-IF
           IF KT-DAGE(KT-IX) >= DAGE-STADIE-3
                   OR KT-KUNDE-STATUS(KT-IX) = "B"
                   OR KT-KUNDE-STATUS(KT-IX) = "F"
               MOVE 3 TO KT-STADIE(KT-IX)
           END-IF
           COMPUTE KT-EKSPONERING(KT-IX) = 0 - KT-BALANCE(KT-IX)
           MOVE 0 TO VALUTA-FUNDET-IX
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF GYLDIG-VALUTA(VALUTA-IX) = KT-VALUTA(KT-IX)
                   MOVE VALUTA-IX TO VALUTA-FUNDET-IX
               END-IF
           END-PERFORM
           IF VALUTA-FUNDET-IX = 0
               DISPLAY "ADVARSEL: konto " KT-KONTONUMMER(KT-IX)
                   " har ukendt valuta " KT-VALUTA(KT-IX)
               MOVE 0 TO KT-HENSAT-DKK(KT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE KT-STADIE(KT-IX) TO STADIE-IX
           COMPUTE EKSPONERING-DKK ROUNDED =
               KT-EKSPONERING(KT-IX) * VS-KURS(VALUTA-FUNDET-IX)
           COMPUTE KT-HENSAT-DKK(KT-IX) ROUNDED =
               EKSPONERING-DKK * STADIE-PCT(STADIE-IX) / 100
           ADD KT-EKSPONERING(KT-IX)
               TO VS-EKSPONERING(VALUTA-FUNDET-IX)
           ADD EKSPONERING-DKK
               TO VS-EKSPONERING-DKK(VALUTA-FUNDET-IX)
           ADD KT-HENSAT-DKK(KT-IX)
               TO VS-HENSAT-DKK(VALUTA-FUNDET-IX, STADIE-IX)
           ADD KT-HENSAT-DKK(KT-IX) TO HENSAT-DKK-I-ALT
           EXIT.

      *Sidste maaneds snapshot - mangler det (foerste koersel),
      *regnes alle konti som nye i minus.
       LAES-FORRIGE-STADIER.
           MOVE SPACES TO STADIEFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "NedskrivningStadier_" FORRIGE-AARMD ".txt"
               DELIMITED BY SIZE INTO STADIEFIL-NAVN
           END-STRING
           OPEN INPUT STADIEFIL
           IF STADIEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ STADIEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE "J" TO FORRIGE-FINDES
                       ADD NS-HENSAT-DKK TO FORRIGE-HENSAT-DKK
                       IF FT-ANTAL < 2000
                           ADD 1 TO FT-ANTAL
                           MOVE NS-KONTONUMMER
                               TO FT-KONTONUMMER(FT-ANTAL)
                           MOVE NS-KUNDE-ID TO FT-KUNDE-ID(FT-ANTAL)
                           MOVE NS-STADIE TO FT-STADIE(FT-ANTAL)
                           MOVE "N" TO FT-MATCHET(FT-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 konti i "
                               "snapshot for " FORRIGE-AARMD
                               " - opgoerelsen er ikke lavet"
                           CLOSE STADIEFIL
                           MOVE "FT-TABEL" TO TK-TABEL
                           MOVE FT-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STADIEFIL
           MOVE "FT-TABEL" TO TK-TABEL
           MOVE FT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORTFIL
           MOVE SPACES TO RAPPORTLINJE
           STRING "NEDSKRIVNING PAA OVERTRUKNE KONTI - PERIODE "
               KOERSEL-AARMD " - KOERT " KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING STADIE-IX FROM 1 BY 1 UNTIL STADIE-IX > 3
               MOVE STADIE-PCT(STADIE-IX) TO VIS-PCT
               MOVE SPACES TO RAPPORTLINJE
               STRING "STADIE " STADIE-IX " HENSAETTES MED " VIS-PCT
                   " PCT."
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "KONTI I MINUS" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
               MOVE KT-BALANCE(KT-IX) TO VIS-BELOEB
               MOVE KT-HENSAT-DKK(KT-IX) TO VIS-BELOEB-2
               MOVE SPACES TO RAPPORTLINJE
               STRING "KUNDE=" KT-KUNDE-ID(KT-IX)
                   " KONTO=" KT-KONTONUMMER(KT-IX)
                   " STATUS=" KT-KUNDE-STATUS(KT-IX)
                   " SALDO=" VIS-BELOEB " " KT-VALUTA(KT-IX)
                   " OVER-GRAENSE=" KT-OVER-GRAENSE(KT-IX)
                   " DAGE=" KT-DAGE(KT-IX)
                   " STADIE=" KT-STADIE(KT-IX)
                   " HENSAT-DKK=" VIS-BELOEB-2
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "HENSAETTELSE PR. VALUTA (DKK)" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VS-EKSPONERING(VALUTA-IX) > 0
                   PERFORM SKRIV-VALUTA-TOTAL
               END-IF
           END-PERFORM
           MOVE HENSAT-DKK-I-ALT TO VIS-BELOEB
           MOVE SPACES TO RAPPORTLINJE
           STRING "HENSAT I ALT DKK=" VIS-BELOEB
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM SKRIV-BEVAEGELSER
           CLOSE RAPPORTFIL
           EXIT.

       SKRIV-VALUTA-TOTAL.
           MOVE VS-EKSPONERING-DKK(VALUTA-IX) TO VIS-BELOEB
           MOVE SPACES TO RAPPORTLINJE
           STRING GYLDIG-VALUTA(VALUTA-IX)
               ": EKSPONERING=" VS-EKSPONERING(VALUTA-IX)
               " KURS=" VS-KURS(VALUTA-IX)
               " EKSPONERING-DKK=" VIS-BELOEB
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING STADIE-IX FROM 1 BY 1 UNTIL STADIE-IX > 3
               MOVE VS-HENSAT-DKK(VALUTA-IX, STADIE-IX) TO VIS-BELOEB
               MOVE SPACES TO RAPPORTLINJE
               STRING "     STADIE " STADIE-IX " HENSAT-DKK="
                   VIS-BELOEB
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-PERFORM
           EXIT.

      *Hver konto hvis stadie er aendret siden sidste maaned, plus
      *konti der er kommet ud af minus (til stadie 0), og en samlet
      *fra/til-matrix revisorerne kan afstemme mod.
       SKRIV-BEVAEGELSER.
           MOVE SPACES TO RAPPORTLINJE
           STRING "STADIEBEVAEGELSER SIDEN " FORRIGE-AARMD
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           IF NOT FORRIGE-ER-LEVERET
               MOVE "(intet snapshot for forrige maaned - alle konti "
                   TO RAPPORTLINJE
               WRITE RAPPORTLINJE
               MOVE " regnes som nye i minus)" TO RAPPORTLINJE
               WRITE RAPPORTLINJE
           END-IF
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
               PERFORM VARYING FT-IX FROM 1 BY 1
                       UNTIL FT-IX > FT-ANTAL
                   IF FT-KONTONUMMER(FT-IX) = KT-KONTONUMMER(KT-IX)
                       MOVE FT-STADIE(FT-IX)
                           TO KT-FORRIGE-STADIE(KT-IX)
                       MOVE "J" TO FT-MATCHET(FT-IX)
                   END-IF
               END-PERFORM
               COMPUTE FRA-IX = KT-FORRIGE-STADIE(KT-IX) + 1
               COMPUTE TIL-IX = KT-STADIE(KT-IX) + 1
               ADD 1 TO BEV-ANTAL(FRA-IX, TIL-IX)
               IF KT-FORRIGE-STADIE(KT-IX) NOT = KT-STADIE(KT-IX)
                   ADD 1 TO ANTAL-BEVAEGELSER
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "KUNDE=" KT-KUNDE-ID(KT-IX)
                       " KONTO=" KT-KONTONUMMER(KT-IX)
                       " FRA=" KT-FORRIGE-STADIE(KT-IX)
                       " TIL=" KT-STADIE(KT-IX)
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FT-ANTAL
               IF FT-MATCHET(FT-IX) = "N"
                   COMPUTE FRA-IX = FT-STADIE(FT-IX) + 1
                   ADD 1 TO BEV-ANTAL(FRA-IX, 1)
                   ADD 1 TO ANTAL-BEVAEGELSER
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "KUNDE=" FT-KUNDE-ID(FT-IX)
                       " KONTO=" FT-KONTONUMMER(FT-IX)
                       " FRA=" FT-STADIE(FT-IX)
                       " TIL=0"
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "FRA\TIL        0      1      2      3"
               TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING FRA-IX FROM 1 BY 1 UNTIL FRA-IX > 4
               COMPUTE STADIE-IX = FRA-IX - 1
               MOVE SPACES TO RAPPORTLINJE
               STRING "   " STADIE-IX "    "
                   " " BEV-ANTAL(FRA-IX, 1)
                   " " BEV-ANTAL(FRA-IX, 2)
                   " " BEV-ANTAL(FRA-IX, 3)
                   " " BEV-ANTAL(FRA-IX, 4)
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-PERFORM
           EXIT.

      *Maanedens snapshot - en genkoersel i samme maaned overskriver
      *blot maanedens egen fil.
       SKRIV-STADIER.
           MOVE SPACES TO STADIEFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               "NedskrivningStadier_" KOERSEL-AARMD ".txt"
               DELIMITED BY SIZE INTO STADIEFIL-NAVN
           END-STRING
           OPEN OUTPUT STADIEFIL
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
               MOVE KT-KONTONUMMER(KT-IX) TO NS-KONTONUMMER
               MOVE KT-KUNDE-ID(KT-IX) TO NS-KUNDE-ID
               MOVE KT-VALUTA(KT-IX) TO NS-VALUTA
               MOVE KT-STADIE(KT-IX) TO NS-STADIE
               MOVE KT-DAGE(KT-IX) TO NS-DAGE-I-MINUS
               MOVE KT-EKSPONERING(KT-IX) TO NS-EKSPONERING
               MOVE KT-HENSAT-DKK(KT-IX) TO NS-HENSAT-DKK
               WRITE STADIE-RECORD
           END-PERFORM
           CLOSE STADIEFIL
           EXIT.

      *Aendringen i den samlede hensaettelse bogfoeres i DKK som to
      *balancerede ben, afsluttet med GLEKSTRAKT's trailerlinje.
       SKRIV-GL-EKSTRAKT.
           COMPUTE HENSAT-AENDRING =
               HENSAT-DKK-I-ALT - FORRIGE-HENSAT-DKK
           OPEN OUTPUT GLFIL
           IF HENSAT-AENDRING > 0
               MOVE "TABSUDGIFT" TO GL-KONTO
               MOVE "D" TO GL-DC
               MOVE HENSAT-AENDRING TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
               MOVE "NEDSKRIVNING" TO GL-KONTO
               MOVE "K" TO GL-DC
               MOVE HENSAT-AENDRING TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
           END-IF
           IF HENSAT-AENDRING < 0
               MOVE "NEDSKRIVNING" TO GL-KONTO
               MOVE "D" TO GL-DC
               COMPUTE GL-BELOEB = 0 - HENSAT-AENDRING
               PERFORM SKRIV-GL-RECORD
               MOVE "TABSUDGIFT" TO GL-KONTO
               MOVE "K" TO GL-DC
               COMPUTE GL-BELOEB = 0 - HENSAT-AENDRING
               PERFORM SKRIV-GL-RECORD
           END-IF
           MOVE SPACES TO GL-TRAILER-REC
           STRING "TRAILER: ANTAL=" ANTAL-GL-RECORDS
               " HASH-BELOEB=" GL-HASH-TOTAL
               DELIMITED BY SIZE INTO GL-TRAILER-REC
           END-STRING
           WRITE GL-TRAILER-REC
           CLOSE GLFIL
           EXIT.

       SKRIV-GL-RECORD.
           MOVE "DKK" TO GL-VALUTA
           MOVE KOERSEL-AARMD TO GL-PERIODE
           WRITE GL-RECORD
           ADD 1 TO ANTAL-GL-RECORDS
           ADD GL-BELOEB TO GL-HASH-TOTAL
           EXIT.

      *Samme standardkurser som VALUTAOMREGNING bruger naar
      *Valutakurser.txt ikke er leveret.
       SAET-STANDARDKURSER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE 0 TO VS-EKSPONERING(VALUTA-IX)
               MOVE 0 TO VS-EKSPONERING-DKK(VALUTA-IX)
               PERFORM VARYING STADIE-IX FROM 1 BY 1
                       UNTIL STADIE-IX > 3
                   MOVE 0 TO VS-HENSAT-DKK(VALUTA-IX, STADIE-IX)
               END-PERFORM
               EVALUATE GYLDIG-VALUTA(VALUTA-IX)
                   WHEN "DKK" MOVE 1.000000 TO VS-KURS(VALUTA-IX)
                   WHEN "EUR" MOVE 7.460000 TO VS-KURS(VALUTA-IX)
                   WHEN "USD" MOVE 6.900000 TO VS-KURS(VALUTA-IX)
                   WHEN "GBP" MOVE 8.700000 TO VS-KURS(VALUTA-IX)
                   WHEN OTHER MOVE 0 TO VS-KURS(VALUTA-IX)
               END-EVALUATE
           END-PERFORM
           EXIT.

       LAES-DAGENS-KURSER.
           OPEN INPUT VALUTAKURSFIL
           IF VALUTAKURSFIL-STATUS = "00"
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
                                       TO VS-KURS(VALUTA-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VALUTAKURSFIL
           END-IF
           EXIT.

       LAES-OVERTRAEKSGRAENSER.
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GRAENSEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GRAENSE-ANTAL < 2000
                           ADD 1 TO GRAENSE-ANTAL
                           MOVE GRAENSE-KONTONUMMER
                               TO GT-KONTONUMMER(GRAENSE-ANTAL)
                           MOVE GRAENSE-BELOEB-REG
                               TO GT-GRAENSE(GRAENSE-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 graenser i "
                               "OvertraeksGraenser.txt - opgoerelsen "
                               "er ikke lavet"
                           CLOSE GRAENSEFIL
                           MOVE "GRAENSE-TABEL" TO TK-TABEL
                           MOVE GRAENSE-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
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
           MOVE "NEDSKRIVNING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet: DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne (ogsaa de
      *maanedsdaterede), og KUNDEFIL-STI kan flytte kundemasteren
      *enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
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
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO HISTORIKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundehistorik.txt"
                   DELIMITED BY SIZE INTO HISTORIKFIL-NAVN
               END-STRING
               MOVE SPACES TO GRAENSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "OvertraekGraenser.txt"
                   DELIMITED BY SIZE INTO GRAENSEFIL-NAVN
               END-STRING
               MOVE SPACES TO GLFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "NedskrivningGl.txt"
                   DELIMITED BY SIZE INTO GLFIL-NAVN
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
           MOVE "NEDSKRIVNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
