       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTDISTRIBUTION.
      *Rapportfordeling - skridt i slutningen af natkaeden, foer
      *MORGENSTATUS. Natten danner et hav af rapportfiler
      *(UdloebsRapport.txt, VentendeRapport.txt, SanktionsHits.txt,
      *DubletRapport.txt, KycForfaldsliste.txt, ...) som driften
      *indtil nu har mailet rundt i haanden hver morgen. Nu styres
      *det af rapportkataloget (RapportKatalog.txt, RAPPORTKAT.CPY):
      *en linje pr. rapport og modtager med det skridt der danner
      *rapporten og om den skal frem hver koersel (A) eller kun naar
      *den har indhold (I).
      *For hver kataloglinje afgoeres det om skridtet er koert rent
      *(seneste linje i nat i KoerselHistorik.txt med RC under 8) og
      *om filen findes og har indhold; rapporten kopieres saa til
      *den daterede leveringsmappe Distribution/<modtager>/<dato>/
      *og udfaldet logges i DistributionsLog.txt (DISTLOG.CPY).
      *En A-rapport er FORVENTET naar dens skridt er planlagt i nat
      *efter KoerselKalender.txt (eller faktisk har koert) - bliver
      *den ikke dannet, logges MANGLER, og dommen i
      *RapportDistributionStatus.txt (en MANG-linje pr. manglende
      *rapport) faar MORGENSTATUS til at vise den og gaa GUL.
      *Returkode 4 ved manglende rapporter eller manglende katalog,
      *8 hvis en kopiering mislykkedes eller nattens skridt ikke
      *kunne rummes i skridttabellen (saa er dommen ufuldstaendig).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KATALOGFIL ASSIGN TO KATALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.
           SELECT OPTIONAL KALENDERFIL ASSIGN TO KALENDERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KALENDERFIL-STATUS.
           SELECT OPTIONAL HISTORIKFIL ASSIGN TO HISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORTFIL-STATUS.
           SELECT DISTLOGFIL ASSIGN TO DISTLOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTLOG-STATUS.
           SELECT STATUSFIL ASSIGN TO STATUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD KATALOGFIL.
       01 KATALOG-RECORD.
           COPY "RAPPORTKAT.CPY".

       FD KALENDERFIL.
       01 KALENDER-RECORD.
           02 KALENDER-TYPE       PIC X(8).
           02 KALENDER-RESTEN     PIC X(43).
       01 KALENDER-DATO-RECORD REDEFINES KALENDER-RECORD.
           02 FILLER              PIC X(8).
           02 KALENDER-DATO       PIC 9(8).
           02 FILLER              PIC X(1).
           02 KALENDER-DAGTYPE    PIC X(1).
           02 FILLER              PIC X(33).
       01 KALENDER-STEP-RECORD REDEFINES KALENDER-RECORD.
           02 FILLER              PIC X(8).
           02 STEP-DAGTYPE        PIC X(1).
           02 FILLER              PIC X(1).
           02 STEP-PROGRAM        PIC X(20).
           02 FILLER              PIC X(21).

       FD HISTORIKFIL.
       01 HISTORIKLINJE           PIC X(80).

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(200).

       FD DISTLOGFIL.
       01 DISTLOG-RECORD.
           COPY "DISTLOG.CPY".

      *Fordelingens dom, persisteret til MORGENSTATUS: foerste linje
      *"OK  " eller "MANG", derefter en MANG-linje pr. forventet
      *rapport der ikke blev dannet.
       FD STATUSFIL.
       01 STATUS-RECORD.
           02 RDST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 RDST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 RDST-RAPPORT        PIC X(40).
           02 FILLER              PIC X(1).
           02 RDST-MODTAGER       PIC X(20).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 KATALOGFIL-NAVN        PIC X(80)
           VALUE "RapportKatalog.txt".
       01 KALENDERFIL-NAVN       PIC X(80)
           VALUE "KoerselKalender.txt".
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "KoerselHistorik.txt".
       01 DISTLOG-NAVN           PIC X(80)
           VALUE "DistributionsLog.txt".
       01 STATUSFIL-NAVN         PIC X(80)
           VALUE "RapportDistributionStatus.txt".
       01 LEVERINGSROD           PIC X(80)
           VALUE "Distribution".
       01 RAPPORTFIL-NAVN        PIC X(120).
       01 KATALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 KALENDERFIL-STATUS     PIC X(2) VALUE "00".
       01 HISTORIKFIL-STATUS     PIC X(2) VALUE "00".
       01 RAPPORTFIL-STATUS      PIC X(2) VALUE "00".
       01 DISTLOG-STATUS         PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID            PIC 9(8).
       01 DAGENS-DAGTYPE         PIC X(1) VALUE SPACE.

      *Nattens skridt: planlagt efter kalenderen og/eller koert
      *efter historikken, med seneste returkode.
       01 SKRIDT-ANTAL           PIC 9(3) VALUE 0.
       01 SKRIDT-TABEL.
           02 SKRIDT-POST OCCURS 60 TIMES.
               03 SKRIDT-NAVN        PIC X(20).
               03 SKRIDT-PLANLAGT    PIC X(1).
               03 SKRIDT-KOERT       PIC X(1).
               03 SKRIDT-RC          PIC 9(3).
       01 SKRIDT-IX              PIC 9(3).
       01 SKRIDT-OVERLOB         PIC X VALUE "N".
           88 SKRIDTTABEL-ER-FULD    VALUE "J".
       01 SKRIDT-FUNDET-IX       PIC 9(3) VALUE 0.
       01 SOEGE-SKRIDT           PIC X(20).
       01 HIST-RC-DEL            PIC X(40).
       01 HIST-FOER-DEL          PIC X(60).
       01 HIST-RC-TEKST          PIC X(3).

      *Den enkelte rapports tilstand.
       01 SKRIDT-RENT            PIC X VALUE "N".
           88 SKRIDTET-ER-RENT       VALUE "J".
       01 RAPPORT-FORVENTET      PIC X VALUE "N".
           88 RAPPORTEN-FORVENTES    VALUE "J".
       01 RAPPORT-FINDES         PIC X VALUE "N".
           88 RAPPORTEN-FINDES       VALUE "J".
       01 RAPPORT-INDHOLD        PIC X VALUE "N".
           88 RAPPORTEN-HAR-INDHOLD  VALUE "J".
       01 LEVERINGSMAPPE         PIC X(160).
       01 KOPI-KOMMANDO          PIC X(400).
       01 KOPI-RC                PIC S9(9) VALUE 0.

       01 MANGEL-ANTAL           PIC 9(3) VALUE 0.
       01 MANGEL-TABEL.
           02 MANGEL-POST OCCURS 100 TIMES.
               03 MANGEL-RAPPORT     PIC X(40).
               03 MANGEL-MODTAGER    PIC X(20).
       01 MANGEL-IX              PIC 9(3).
       01 ANTAL-LINJER           PIC 9(5) VALUE 0.
       01 ANTAL-LEVERET          PIC 9(5) VALUE 0.
       01 ANTAL-TOMME            PIC 9(5) VALUE 0.
       01 ANTAL-IKKE-KOERT       PIC 9(5) VALUE 0.
       01 ANTAL-FEJL             PIC 9(5) VALUE 0.
       01 ADVARSEL-FLAG          PIC X VALUE "N".
           88 DER-ER-ADVARSEL        VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-TID FROM TIME
           PERFORM LAES-KALENDER
           PERFORM LAES-HISTORIK
           MOVE "SKRIDT-TABEL" TO TK-TABEL
           MOVE SKRIDT-ANTAL TO TK-ANTAL
           MOVE 60 TO TK-KAPACITET
           MOVE SKRIDT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           PERFORM FORDEL-KATALOG
           PERFORM SKRIV-FORDELINGSSTATUS
           DISPLAY "RAPPORTDISTRIBUTION: " ANTAL-LINJER
               " kataloglinjer - leveret " ANTAL-LEVERET
               ", tomme " ANTAL-TOMME
               ", ikke koert " ANTAL-IKKE-KOERT
               ", mangler " MANGEL-ANTAL
               ", fejl " ANTAL-FEJL
           IF ANTAL-FEJL > 0 OR KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MANGEL-ANTAL > 0 OR DER-ER-ADVARSEL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *Nattens planlagte skridt efter kalenderen - samme opslag
      *som BATCHKOERSEL's LAES-KALENDER: dagens dagtype, og de
      *STEP-linjer der hoerer til den. Uden kalender (eller uden
      *dato-linje for i dag) afgoer historikken alene.
       LAES-KALENDER.
           OPEN INPUT KALENDERFIL
           IF KALENDERFIL-STATUS NOT = "00"
               CLOSE KALENDERFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KALENDERFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KALENDER-TYPE = "DATO"
                               AND KALENDER-DATO = KOERSEL-DATO
                           MOVE KALENDER-DAGTYPE TO DAGENS-DAGTYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KALENDERFIL
           IF DAGENS-DAGTYPE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KALENDERFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ KALENDERFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KALENDER-TYPE = "STEP"
                               AND STEP-DAGTYPE = DAGENS-DAGTYPE
                           MOVE STEP-PROGRAM TO SOEGE-SKRIDT
                           PERFORM FIND-ELLER-TILFOEJ-SKRIDT
                           IF SKRIDT-FUNDET-IX > 0
                               MOVE "J" TO
                                   SKRIDT-PLANLAGT(SKRIDT-FUNDET-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KALENDERFIL
           EXIT.

      *Nattens historiklinjer (dagens dato i kolonne 1-8, skridt i
      *10-29, returkoden efter " RC=") - SENESTE linje for et skridt
      *vinder, saa en genstart der gik rent taeller som rent.
      *PARAM-linjerne fra PARAMETERSERVICE har ingen dato i kolonne
      *1-8 og falder uden for.
       LAES-HISTORIK.
           OPEN INPUT HISTORIKFIL
           IF HISTORIKFIL-STATUS NOT = "00"
               CLOSE HISTORIKFIL
               DISPLAY "ADVARSEL: ingen koersel-historik - ingen "
                   "rapporter kan regnes for dannet i nat"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ HISTORIKFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF HISTORIKLINJE(1:8) = KOERSEL-DATO
                           PERFORM VURDER-HISTORIKLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIKFIL
           EXIT.

       VURDER-HISTORIKLINJE.
           MOVE HISTORIKLINJE(10:20) TO SOEGE-SKRIDT
           PERFORM FIND-ELLER-TILFOEJ-SKRIDT
           IF SKRIDT-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HIST-FOER-DEL HIST-RC-DEL
           UNSTRING HISTORIKLINJE DELIMITED BY " RC="
               INTO HIST-FOER-DEL, HIST-RC-DEL
           MOVE HIST-RC-DEL(1:3) TO HIST-RC-TEKST
           IF HIST-RC-TEKST NUMERIC
               MOVE "J" TO SKRIDT-KOERT(SKRIDT-FUNDET-IX)
               MOVE FUNCTION NUMVAL(HIST-RC-TEKST)
                   TO SKRIDT-RC(SKRIDT-FUNDET-IX)
           END-IF
           EXIT.

       FIND-ELLER-TILFOEJ-SKRIDT.
           PERFORM FIND-SKRIDT
           IF SKRIDT-FUNDET-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF SKRIDT-ANTAL >= 60
               DISPLAY "FEJL: skridttabellen er fuld - "
                   FUNCTION TRIM(SOEGE-SKRIDT) " springes over"
               MOVE "J" TO SKRIDT-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SKRIDT-ANTAL
           MOVE SOEGE-SKRIDT TO SKRIDT-NAVN(SKRIDT-ANTAL)
           MOVE "N" TO SKRIDT-PLANLAGT(SKRIDT-ANTAL)
           MOVE "N" TO SKRIDT-KOERT(SKRIDT-ANTAL)
           MOVE 0 TO SKRIDT-RC(SKRIDT-ANTAL)
           MOVE SKRIDT-ANTAL TO SKRIDT-FUNDET-IX
           EXIT.

       FIND-SKRIDT.
           MOVE 0 TO SKRIDT-FUNDET-IX
           PERFORM VARYING SKRIDT-IX FROM 1 BY 1
                   UNTIL SKRIDT-IX > SKRIDT-ANTAL
                      OR SKRIDT-FUNDET-IX > 0
               IF SKRIDT-NAVN(SKRIDT-IX) = SOEGE-SKRIDT
                   MOVE SKRIDT-IX TO SKRIDT-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       FORDEL-KATALOG.
           OPEN INPUT KATALOGFIL
           IF KATALOGFIL-STATUS NOT = "00"
               CLOSE KATALOGFIL
               DISPLAY "ADVARSEL: intet rapportkatalog ("
                   FUNCTION TRIM(KATALOGFIL-NAVN)
                   ") - ingen rapporter fordelt"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DISTLOGFIL
           IF DISTLOG-STATUS NOT = "00"
               CLOSE DISTLOGFIL
               OPEN OUTPUT DISTLOGFIL
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KATALOGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RK-RAPPORT NOT = SPACES
                               AND RK-RAPPORT(1:1) NOT = "*"
                           ADD 1 TO ANTAL-LINJER
                           PERFORM FORDEL-RAPPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KATALOGFIL
           CLOSE DISTLOGFIL
           EXIT.

      *En kataloglinje: er skridtet koert rent i nat, findes filen
      *og har den indhold? En A-rapport leveres ogsaa tom; en
      *I-rapport kun med indhold. Er skridtet ikke koert rent, er
      *en eventuel fil fra en tidligere nat - den leveres ikke.
       FORDEL-RAPPORT.
           MOVE RK-STEP TO SOEGE-SKRIDT
           PERFORM FIND-SKRIDT
           MOVE "N" TO SKRIDT-RENT RAPPORT-FORVENTET
           IF SKRIDT-FUNDET-IX > 0
               IF SKRIDT-KOERT(SKRIDT-FUNDET-IX) = "J"
                       AND SKRIDT-RC(SKRIDT-FUNDET-IX) < 8
                   MOVE "J" TO SKRIDT-RENT
               END-IF
               IF RK-HVER-KOERSEL
                   MOVE "J" TO RAPPORT-FORVENTET
               END-IF
           END-IF
           MOVE SPACES TO DISTLOG-RECORD
           MOVE KOERSEL-DATO TO DL-DATO
           MOVE KOERSEL-TID TO DL-TID
           MOVE RK-RAPPORT TO DL-RAPPORT
           MOVE RK-MODTAGER TO DL-MODTAGER
           IF NOT SKRIDTET-ER-RENT
               IF RAPPORTEN-FORVENTES
                   PERFORM REGISTRER-MANGEL
               ELSE
                   MOVE "IKKEKOER" TO DL-STATUS
                   ADD 1 TO ANTAL-IKKE-KOERT
               END-IF
               WRITE DISTLOG-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNDERSOEG-RAPPORT
           EVALUATE TRUE
               WHEN RAPPORTEN-HAR-INDHOLD
                   PERFORM KOPIER-RAPPORT
               WHEN RAPPORTEN-FINDES AND RK-HVER-KOERSEL
                   PERFORM KOPIER-RAPPORT
               WHEN RK-HVER-KOERSEL
                   PERFORM REGISTRER-MANGEL
               WHEN OTHER
                   MOVE "TOM" TO DL-STATUS
                   ADD 1 TO ANTAL-TOMME
           END-EVALUATE
           WRITE DISTLOG-RECORD
           EXIT.

      *Findes filen (OPEN lykkes) og har den mindst en linje?
       UNDERSOEG-RAPPORT.
           MOVE "N" TO RAPPORT-FINDES RAPPORT-INDHOLD
           MOVE SPACES TO RAPPORTFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS)
               FUNCTION TRIM(RK-RAPPORT)
               DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
           END-STRING
           OPEN INPUT RAPPORTFIL
           IF RAPPORTFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO RAPPORT-FINDES
           READ RAPPORTFIL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "J" TO RAPPORT-INDHOLD
           END-READ
           CLOSE RAPPORTFIL
           EXIT.

      *Kopien laegges i Distribution/<modtager>/<dato>/ under
      *samme navn; mappen oprettes efter behov. En kopiering der
      *mislykkes er en fejl (RC 8) - rapporten er IKKE leveret.
       KOPIER-RAPPORT.
           MOVE SPACES TO LEVERINGSMAPPE
           STRING FUNCTION TRIM(LEVERINGSROD) "/"
               FUNCTION TRIM(RK-MODTAGER) "/" KOERSEL-DATO
               DELIMITED BY SIZE INTO LEVERINGSMAPPE
           END-STRING
           MOVE SPACES TO KOPI-KOMMANDO
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(LEVERINGSMAPPE) DELIMITED BY SIZE
               " && cp " DELIMITED BY SIZE
               FUNCTION TRIM(RAPPORTFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LEVERINGSMAPPE) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO KOPI-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOPI-KOMMANDO
           MOVE RETURN-CODE TO KOPI-RC
           IF KOPI-RC NOT = 0
               DISPLAY "FEJL: " FUNCTION TRIM(RK-RAPPORT)
                   " kunne ikke kopieres til "
                   FUNCTION TRIM(LEVERINGSMAPPE)
               MOVE "FEJL" TO DL-STATUS
               ADD 1 TO ANTAL-FEJL
           ELSE
               MOVE "LEVERET" TO DL-STATUS
               ADD 1 TO ANTAL-LEVERET
           END-IF
           EXIT.

       REGISTRER-MANGEL.
           DISPLAY "ADVARSEL: " FUNCTION TRIM(RK-RAPPORT)
               " til " FUNCTION TRIM(RK-MODTAGER)
               " blev ikke dannet i nat ("
               FUNCTION TRIM(RK-STEP) ")"
           MOVE "MANGLER" TO DL-STATUS
           IF MANGEL-ANTAL < 100
               ADD 1 TO MANGEL-ANTAL
               MOVE RK-RAPPORT TO MANGEL-RAPPORT(MANGEL-ANTAL)
               MOVE RK-MODTAGER TO MANGEL-MODTAGER(MANGEL-ANTAL)
           ELSE
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           EXIT.

       SKRIV-FORDELINGSSTATUS.
           OPEN OUTPUT STATUSFIL
           MOVE SPACES TO STATUS-RECORD
           MOVE KOERSEL-DATO TO RDST-DATO
           IF MANGEL-ANTAL > 0
               MOVE "MANG" TO RDST-DOM
           ELSE
               MOVE "OK  " TO RDST-DOM
           END-IF
           WRITE STATUS-RECORD
           PERFORM VARYING MANGEL-IX FROM 1 BY 1
                   UNTIL MANGEL-IX > MANGEL-ANTAL
               MOVE SPACES TO STATUS-RECORD
               MOVE KOERSEL-DATO TO RDST-DATO
               MOVE "MANG" TO RDST-DOM
               MOVE MANGEL-RAPPORT(MANGEL-IX) TO RDST-RAPPORT
               MOVE MANGEL-MODTAGER(MANGEL-IX) TO RDST-MODTAGER
               WRITE STATUS-RECORD
           END-PERFORM
           CLOSE STATUSFIL
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata. Rapportfilerne og leveringsmappen
      *flyttes med.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KATALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RapportKatalog.txt"
                   DELIMITED BY SIZE INTO KATALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO KALENDERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KoerselKalender.txt"
                   DELIMITED BY SIZE INTO KALENDERFIL-NAVN
               END-STRING
               MOVE SPACES TO HISTORIKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KoerselHistorik.txt"
                   DELIMITED BY SIZE INTO HISTORIKFIL-NAVN
               END-STRING
               MOVE SPACES TO DISTLOG-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "DistributionsLog.txt"
                   DELIMITED BY SIZE INTO DISTLOG-NAVN
               END-STRING
               MOVE SPACES TO STATUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RapportDistributionStatus.txt"
                   DELIMITED BY SIZE INTO STATUSFIL-NAVN
               END-STRING
               MOVE SPACES TO LEVERINGSROD
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Distribution"
                   DELIMITED BY SIZE INTO LEVERINGSROD
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "RAPPORTDISTRIBUTION" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
