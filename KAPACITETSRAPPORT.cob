       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAPACITETSRAPPORT.
      *Kapacitetsrapport over programmernes faste tabeller. Batch-
      *programmerne maaler hver indlaesning i en tabel med fast
      *OCCURS-graense via TABELKAPACITET (TabelKapacitet.txt, en
      *linje pr. tabel og koersel). Her samles maalingerne pr.
      *program og tabel, og tabeller der naermer sig graensen
      *udpeges, saa de kan blive udvidet foer de loeber over:
      *  - seneste maaling (antal mod kapacitet og pct.)
      *  - hoejeste pct. og antal overloeb i opbevaringsperioden,
      *    regnet fra seneste kapacitetsaendring - er tabellen
      *    udvidet, taeller maalingerne mod den gamle graense ikke
      *  - OVER: tabellen loeb over ved seneste maaling
      *  - HOEJ: seneste eller hoejeste pct. er over graensen
      *    KAPACITET-GRAENSE-PCT (standard 80)
      *Rapporten skrives i KapacitetsRapport.txt med de udpegede
      *tabeller foerst. Dommen persisteres i KapacitetStatus.txt
      *(samme opbygning som de oevrige statusfiler) med en linje
      *pr. udpeget tabel, saa MORGENSTATUS kan vise dem:
      *  "OK  " alle tabeller under graensen
      *  "HOEJ" mindst een tabel over graensen          -> GUL
      *  "OVER" mindst een tabel loeb over              -> ROED
      *Maalinger aeldre end KAPACITET-RETENTION-DAGE (standard 90)
      *klippes af maalefilen, genskrevet via midlertidig fil og mv
      *som JOURNALRETENTION. Programmet returnerer 4 naar noget er
      *udpeget - overloebet har allerede givet det ejende skridt
      *returkode 8, og morgenstatus skal stadig dannes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAALEFIL ASSIGN TO MAALEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAALEFIL-STATUS.
           SELECT MAALENYFIL ASSIGN TO MAALENYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUSFIL ASSIGN TO STATUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MAALEFIL.
       01 MAALE-RECORD.
           COPY "TABELMAALING.CPY".

       FD MAALENYFIL.
       01 MAALENY-RECORD         PIC X(75).

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(132).

      *Foerste linje er dommen, derefter en linje pr. udpeget tabel
      *med dens seneste maaling.
       FD STATUSFIL.
       01 STATUS-RECORD.
           02 KPST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 KPST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 KPST-PROGRAM        PIC X(20).
           02 FILLER              PIC X(1).
           02 KPST-TABEL          PIC X(20).
           02 FILLER              PIC X(1).
           02 KPST-PROCENT        PIC ZZ9.
           02 FILLER              PIC X(1).
           02 KPST-ANTAL          PIC Z(6)9.
           02 FILLER              PIC X(1).
           02 KPST-KAPACITET      PIC Z(6)9.

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 MAALEFIL-NAVN          PIC X(80)
           VALUE "TabelKapacitet.txt".
       01 MAALENYFIL-NAVN        PIC X(80)
           VALUE "TabelKapacitetNy.tmp".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "KapacitetsRapport.txt".
       01 STATUSFIL-NAVN         PIC X(80)
           VALUE "KapacitetStatus.txt".
       01 MAALEFIL-STATUS        PIC X(2) VALUE "00".
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 FRIST-TEKST            PIC X(8) VALUE SPACES.

      *Standardvaerdier - overskrives via parameterregistret.
       01 GRAENSE-PCT            PIC 9(3) VALUE 80.
       01 RETENTION-DAGE         PIC 9(5) VALUE 90.

       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-BEVARET          PIC 9(7) VALUE 0.
       01 ANTAL-KLIPPET          PIC 9(7) VALUE 0.
       01 ANTAL-ULAESELIGE       PIC 9(7) VALUE 0.
       01 ANTAL-HOEJ             PIC 9(5) VALUE 0.
       01 ANTAL-OVER             PIC 9(5) VALUE 0.
       01 KAPACITET-DOM          PIC X(4) VALUE "OK  ".
       01 LINJE-BEVARES          PIC X VALUE "J".

      *En post pr. program og tabel. KP-MARKERING er HOEJ/OVER
      *eller blank.
       01 KP-ANTAL               PIC 9(5) VALUE 0.
       01 KP-OVERLOB             PIC X VALUE "N".
           88 KP-TABEL-OVERLOEBET     VALUE "J".
       01 KP-TABEL.
           02 KP-POST OCCURS 1000 TIMES.
               03 KP-PROGRAM         PIC X(20).
               03 KP-TABELNAVN       PIC X(20).
               03 KP-DATO            PIC 9(8).
               03 KP-TID             PIC 9(6).
               03 KP-SENESTE-ANTAL   PIC 9(7).
               03 KP-KAPACITET       PIC 9(7).
               03 KP-PROCENT         PIC 9(3).
               03 KP-STATUS          PIC X(4).
               03 KP-TOP-PROCENT     PIC 9(3).
               03 KP-TOP-DATO        PIC 9(8).
               03 KP-ANTAL-OVER      PIC 9(5).
               03 KP-ANTAL-MAALT     PIC 9(5).
               03 KP-MARKERING       PIC X(4).
       01 KP-IX                  PIC 9(5).
       01 KP-FUNDET-IX           PIC 9(5) VALUE 0.

       01 VIS-PROCENT            PIC ZZ9.
       01 VIS-TOP-PROCENT        PIC ZZ9.
       01 VIS-ANTAL              PIC Z(6)9.
       01 VIS-KAPACITET          PIC Z(6)9.
       01 VIS-ANTAL-OVER         PIC Z(4)9.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-PARAMETRE
           PERFORM LAES-MAALINGER
           IF ANTAL-KLIPPET > 0
               PERFORM ERSTAT-MAALEFIL
           END-IF
           PERFORM MARKER-TABELLER
           OPEN OUTPUT RAPPORTFIL
           PERFORM SKRIV-RAPPORT
           CLOSE RAPPORTFIL
           PERFORM SKRIV-KAPACITETSSTATUS
           PERFORM MAAL-EGEN-TABEL

           DISPLAY "================================================"
           DISPLAY "KAPACITETSRAPPORT - fyldningsgrad i de faste "
               "tabeller"
           DISPLAY "================================================"
           DISPLAY "Maalinger laest         : " ANTAL-LAEST
           DISPLAY "Maalinger klippet af    : " ANTAL-KLIPPET
           DISPLAY "Ulaeselige linjer       : " ANTAL-ULAESELIGE
           DISPLAY "Tabeller maalt          : " KP-ANTAL
           DISPLAY "Over " GRAENSE-PCT " pct.          : " ANTAL-HOEJ
           DISPLAY "Loebet over             : " ANTAL-OVER
           DISPLAY "Dom                     : " KAPACITET-DOM
           DISPLAY "Rapport: " FUNCTION TRIM(RAPPORTFIL-NAVN)
           IF KP-TABEL-OVERLOEBET
               DISPLAY "FEJL: flere end 1000 tabeller i "
                   "maalefilen - de overskydende er ikke med i "
                   "rapporten"
           END-IF

           IF KAPACITET-DOM = "OK  " AND ANTAL-ULAESELIGE = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF KP-TABEL-OVERLOEBET OR KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LAES-PARAMETRE.
           MOVE "KAPACITET-GRAENSE-PCT" TO PS-NAVN
           MOVE GRAENSE-PCT TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO FRIST-TEKST
           IF FRIST-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(FRIST-TEKST) TO GRAENSE-PCT
           END-IF
           MOVE "KAPACITET-RETENTION-DAGE" TO PS-NAVN
           MOVE RETENTION-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO FRIST-TEKST
           IF FRIST-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(FRIST-TEKST) TO RETENTION-DAGE
           END-IF
           EXIT.

       HENT-PARAMETER.
           MOVE "KAPACITETSRAPPORT" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Maalefilen tilfoejes i tidsorden, saa den sidst laeste linje
      *pr. program og tabel er den seneste maaling. Linjer uden
      *gyldig dato bevares - hellere en linje for meget end en
      *maaling for lidt - men taeller ikke med i rapporten.
       LAES-MAALINGER.
           OPEN INPUT MAALEFIL
           IF MAALEFIL-STATUS NOT = "00"
               CLOSE MAALEFIL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MAALENYFIL
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ MAALEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO ANTAL-LAEST
                       PERFORM BEHANDL-MAALING
               END-READ
           END-PERFORM
           CLOSE MAALEFIL
           CLOSE MAALENYFIL
           EXIT.

       BEHANDL-MAALING.
           MOVE "J" TO LINJE-BEVARES
           IF TM-DATO NOT NUMERIC OR TM-ANTAL NOT NUMERIC
                   OR TM-KAPACITET NOT NUMERIC
                   OR TM-PROCENT NOT NUMERIC
               ADD 1 TO ANTAL-ULAESELIGE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(TM-DATO) NOT = 0
                   ADD 1 TO ANTAL-ULAESELIGE
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(TM-DATO)
                       > RETENTION-DAGE
                       MOVE "N" TO LINJE-BEVARES
                   ELSE
                       PERFORM OPSAML-MAALING
                   END-IF
               END-IF
           END-IF
           IF LINJE-BEVARES = "J"
               ADD 1 TO ANTAL-BEVARET
               WRITE MAALENY-RECORD FROM MAALE-RECORD
           ELSE
               ADD 1 TO ANTAL-KLIPPET
           END-IF
           EXIT.

       OPSAML-MAALING.
           MOVE 0 TO KP-FUNDET-IX
           PERFORM VARYING KP-IX FROM 1 BY 1
                   UNTIL KP-IX > KP-ANTAL OR KP-FUNDET-IX > 0
               IF KP-PROGRAM(KP-IX) = TM-PROGRAM
                       AND KP-TABELNAVN(KP-IX) = TM-TABEL
                   MOVE KP-IX TO KP-FUNDET-IX
               END-IF
           END-PERFORM
           IF KP-FUNDET-IX = 0
               IF KP-ANTAL < 1000
                   ADD 1 TO KP-ANTAL
                   MOVE KP-ANTAL TO KP-FUNDET-IX
                   INITIALIZE KP-POST(KP-FUNDET-IX)
                   MOVE TM-PROGRAM TO KP-PROGRAM(KP-FUNDET-IX)
                   MOVE TM-TABEL TO KP-TABELNAVN(KP-FUNDET-IX)
                   MOVE TM-KAPACITET TO KP-KAPACITET(KP-FUNDET-IX)
               ELSE
                   MOVE "J" TO KP-OVERLOB
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *En udvidet tabel starter forfra - toppen og overloebene mod
      *den gamle graense er ikke laengere relevante.
           IF TM-KAPACITET NOT = KP-KAPACITET(KP-FUNDET-IX)
               MOVE 0 TO KP-TOP-PROCENT(KP-FUNDET-IX)
               MOVE 0 TO KP-TOP-DATO(KP-FUNDET-IX)
               MOVE 0 TO KP-ANTAL-OVER(KP-FUNDET-IX)
               MOVE 0 TO KP-ANTAL-MAALT(KP-FUNDET-IX)
           END-IF
           MOVE TM-DATO TO KP-DATO(KP-FUNDET-IX)
           MOVE TM-TID TO KP-TID(KP-FUNDET-IX)
           MOVE TM-ANTAL TO KP-SENESTE-ANTAL(KP-FUNDET-IX)
           MOVE TM-KAPACITET TO KP-KAPACITET(KP-FUNDET-IX)
           MOVE TM-PROCENT TO KP-PROCENT(KP-FUNDET-IX)
           MOVE TM-STATUS TO KP-STATUS(KP-FUNDET-IX)
           ADD 1 TO KP-ANTAL-MAALT(KP-FUNDET-IX)
           IF TM-PROCENT >= KP-TOP-PROCENT(KP-FUNDET-IX)
               MOVE TM-PROCENT TO KP-TOP-PROCENT(KP-FUNDET-IX)
               MOVE TM-DATO TO KP-TOP-DATO(KP-FUNDET-IX)
           END-IF
           IF TM-OVERLOEBET
               ADD 1 TO KP-ANTAL-OVER(KP-FUNDET-IX)
           END-IF
           EXIT.

       ERSTAT-MAALEFIL.
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(MAALENYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MAALEFIL-NAVN) DELIMITED BY SIZE
               INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *OVER naar seneste maaling loeb over, HOEJ naar seneste eller
      *hoejeste pct. siden seneste kapacitetsaendring er over
      *graensen. Et tidligere overloeb mod samme graense giver
      *ogsaa HOEJ - registret var stoerre end tabellen engang.
       MARKER-TABELLER.
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KP-ANTAL
               MOVE SPACES TO KP-MARKERING(KP-IX)
               IF KP-STATUS(KP-IX) = "OVER"
                   MOVE "OVER" TO KP-MARKERING(KP-IX)
                   ADD 1 TO ANTAL-OVER
                   MOVE "OVER" TO KAPACITET-DOM
               ELSE
                   IF KP-PROCENT(KP-IX) > GRAENSE-PCT
                           OR KP-TOP-PROCENT(KP-IX) > GRAENSE-PCT
                           OR KP-ANTAL-OVER(KP-IX) > 0
                       MOVE "HOEJ" TO KP-MARKERING(KP-IX)
                       ADD 1 TO ANTAL-HOEJ
                       IF KAPACITET-DOM = "OK  "
                           MOVE "HOEJ" TO KAPACITET-DOM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORTLINJE
           STRING "KAPACITETSRAPPORT " KOERSEL-DATO
               " - FASTE TABELLER, GRAENSE " GRAENSE-PCT " PCT."
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "PROGRAM              TABEL                "
               "   ANTAL KAPACIT PCT TOP TOPDATO  OVERL "
               "SENESTE  MARK"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE "TABELLER OVER GRAENSEN ELLER LOEBET OVER:"
               TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           IF ANTAL-HOEJ = 0 AND ANTAL-OVER = 0
               MOVE "  (ingen)" TO RAPPORTLINJE
               WRITE RAPPORTLINJE
           END-IF
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KP-ANTAL
               IF KP-MARKERING(KP-IX) NOT = SPACES
                   PERFORM SKRIV-RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE "OEVRIGE TABELLER:" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KP-ANTAL
               IF KP-MARKERING(KP-IX) = SPACES
                   PERFORM SKRIV-RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "TABELLER " KP-ANTAL
               " OVER GRAENSEN " ANTAL-HOEJ
               " LOEBET OVER " ANTAL-OVER
               " DOM " KAPACITET-DOM
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTLINJE.
           MOVE KP-SENESTE-ANTAL(KP-IX) TO VIS-ANTAL
           MOVE KP-KAPACITET(KP-IX) TO VIS-KAPACITET
           MOVE KP-PROCENT(KP-IX) TO VIS-PROCENT
           MOVE KP-TOP-PROCENT(KP-IX) TO VIS-TOP-PROCENT
           MOVE KP-ANTAL-OVER(KP-IX) TO VIS-ANTAL-OVER
           MOVE SPACES TO RAPPORTLINJE
           STRING KP-PROGRAM(KP-IX) " " KP-TABELNAVN(KP-IX) " "
               VIS-ANTAL " " VIS-KAPACITET " " VIS-PROCENT " "
               VIS-TOP-PROCENT " " KP-TOP-DATO(KP-IX) " "
               VIS-ANTAL-OVER " " KP-DATO(KP-IX) " "
               KP-MARKERING(KP-IX)
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-KAPACITETSSTATUS.
           OPEN OUTPUT STATUSFIL
           MOVE SPACES TO STATUS-RECORD
           MOVE KOERSEL-DATO TO KPST-DATO
           MOVE KAPACITET-DOM TO KPST-DOM
           WRITE STATUS-RECORD
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KP-ANTAL
               IF KP-MARKERING(KP-IX) NOT = SPACES
                   MOVE SPACES TO STATUS-RECORD
                   MOVE KOERSEL-DATO TO KPST-DATO
                   MOVE KP-MARKERING(KP-IX) TO KPST-DOM
                   MOVE KP-PROGRAM(KP-IX) TO KPST-PROGRAM
                   MOVE KP-TABELNAVN(KP-IX) TO KPST-TABEL
                   MOVE KP-PROCENT(KP-IX) TO KPST-PROCENT
                   MOVE KP-SENESTE-ANTAL(KP-IX) TO KPST-ANTAL
                   MOVE KP-KAPACITET(KP-IX) TO KPST-KAPACITET
                   WRITE STATUS-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUSFIL
           EXIT.

      *Rapportens egen tabel maales som alle andres - efter at
      *maalefilen er genskrevet, saa linjen ikke klippes med.
       MAAL-EGEN-TABEL.
           MOVE "KAPACITETSRAPPORT" TO TK-PROGRAM
           MOVE "KP-TABEL" TO TK-TABEL
           MOVE KP-ANTAL TO TK-ANTAL
           MOVE 1000 TO TK-KAPACITET
           MOVE KP-OVERLOB TO TK-OVERLOB
           CALL "TABELKAPACITET" USING TK-OMRAADE
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO MAALEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "TabelKapacitet.txt"
                   DELIMITED BY SIZE INTO MAALEFIL-NAVN
               END-STRING
               MOVE SPACES TO MAALENYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "TabelKapacitetNy.tmp"
                   DELIMITED BY SIZE INTO MAALENYFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KapacitetsRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO STATUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KapacitetStatus.txt"
                   DELIMITED BY SIZE INTO STATUSFIL-NAVN
               END-STRING
           END-IF
           EXIT.
