      *Findes kalenderen slet ikke, koeres den klassiske faste kaede
      *(Opgave6, FASTEOVERFOERSLER, Opgave7del2, KUNDEARKIVER), saa
      *en manglende kalenderfil ikke stopper natkoerslen.
      *Rummer dagens plan flere STEP- eller CUTOFF-linjer (20),
      *EFTER-linjer eller afhaengigheder (100) end tabellerne, er
      *det en kalenderfejl: intet koeres, og returkoden er 8.
      *Tabellernes fyldning maales i TabelKapacitet.txt.
      *Genstartstilstand (BATCH-GENSTART=J): nattens egne linjer i
      *KoerselHistorik.txt laeses, skridt der allerede endte med
      *returkode 0 springes over (og logges som SPRUNGET, saa
      *morgenens billede stadig er komplet), og kaeden genudfoeres
      *fra det FOERSTE skridt uden en ren afslutning - ogsaa alle
      *efterfoelgende, da de kan afhaenge af det fejlede.
      *Afhaengigheder og parallelle skridt: en linje
      *  "EFTER   " dagtype, skridt og et skridt det venter paa
      *(en linje pr. forudsaetning; "START" = venter ikke paa noget)
      *erstatter skridtets underforstaaede afhaengighed af linjen
      *foer. Forudsaetningen skal staa tidligere i kalenderen. Skridt
      *hvis forudsaetninger er rent i maal startes samtidigt - op til
      *BATCH-MAKS-PARALLEL (standard 4) ad gangen - og hvert skridt
      *melder start-/sluttid og returkode tilbage, saa historik-
      *linjen har skridtets egne tider. Et fejlet skridt (RC 8+)
      *stopper kun de skridt der direkte eller indirekte venter paa
      *det; de oevrige koeres faerdig. Ved genstart koeres et skridt
      *igen hvis det ikke endte rent, eller hvis en af dets
      *forudsaetninger koeres igen. Uden EFTER-linjer koeres
      *kalenderen og den klassiske kaede som hidtil, et skridt ad
      *gangen. Samtidige skridt paa samme filer holdes fra hinanden
      *af KOERSELLAAS, hvis tildeling er atomisk; naar skridt kan
      *koere parallelt, startes de med LAAS-VENT-SEK (fra
      *BATCH-LAAS-VENT-SEK, standard 600 sekunder), saa et skridt
      *der moeder en laas holdt af et samtidigt skridt venter paa
      *den i stedet for at blive afvist.
      *Dagcyklus (BATCH-DAGCYKLUS=J): i stedet for nattens kaede
      *koeres posteringen ved dagens cut-off-tider fra linjer
      *  "CUTOFF  " dagtype og klokkeslaet ttmm
      *i filens raekkefoelge. Koerslen venter til hver cut-off og
      *starter saa KONTOPOSTERING med KONTOPOST-CUTOFF=ttmm, som
      *kun tager de transaktioner der er kommet siden forrige
      *cyklus. Alle skridt - nattens og dagcyklussens - faar
      *koerslens dato med som KONTOPOST-DATO, saa posteringer efter
      *midnat stadig hoerer til den forretningsdag koerslen blev
      *startet for. Historiklinjen faar maerket CYK-ttmm efter
      *returkoden, saa nattens genstart ikke tager en dagcyklus for
      *nattens eget posteringsskridt. En fejlet cyklus stopper
      *dagens resterende cut-offs; startes dagcyklussen igen, koeres
      *overskredne cut-offs straks, og allerede koerte springes
      *over af KONTOPOSTERING selv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIKFIL ASSIGN TO HISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
           SELECT MELDINGFIL ASSIGN TO MELDINGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MELDINGFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       01 KALENDER-EFTER-RECORD REDEFINES KALENDER-RECORD.
           02 FILLER              PIC X(8).
           02 EFTER-DAGTYPE       PIC X(1).
           02 FILLER              PIC X(1).
           02 EFTER-STEP          PIC X(20).
           02 FILLER              PIC X(1).
           02 EFTER-FORUD         PIC X(20).
       01 KALENDER-CUTOFF-RECORD REDEFINES KALENDER-RECORD.
           02 FILLER              PIC X(8).
           02 CUTOFF-DAGTYPE      PIC X(1).
           02 FILLER              PIC X(1).
           02 CUTOFF-KLOKKEN      PIC X(4).
           02 FILLER              PIC X(37).

       FD HISTORIKFIL.
       01 HISTORIKLINJE           PIC X(80).

      *Et skridts tilbagemelding: start- og sluttid (hhmmsscc) og
      *returkode, skrevet af skridtets egen skal naar programmet er
      *faerdigt.
       FD MELDINGFIL.
       01 MELDINGLINJE            PIC X(40).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 KALENDERFIL-NAVN       PIC X(80)
           VALUE "KoerselKalender.txt".
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "KoerselHistorik.txt".
       01 MELDINGFIL-NAVN        PIC X(120).
       01 KALENDERFIL-STATUS PIC X(2) VALUE "00".
       01 MELDINGFIL-STATUS  PIC X(2) VALUE "00".
       01 HISTORIKFIL-STATUS PIC X(2) VALUE "00".
       01 KALENDER-SLUT      PIC X VALUE "N".
       01 KALENDER-FINDES    PIC X VALUE "N".
           02 STEP-NAVN OCCURS 20 TIMES PIC X(20).
       01 STEP-IX            PIC 9(2).
       01 STEP-STATUS        PIC 9(3) VALUE 0.
       01 STEP-KOMMANDO      PIC X(400).
       01 START-TID          PIC 9(8).
       01 SLUT-TID           PIC 9(8).
       01 KAEDE-STOPPET      PIC X VALUE "N".
       01 HISTORIK-SLUT      PIC X VALUE "N".
       01 STEP-OK-TABEL.
           02 STEP-OK OCCURS 20 TIMES PIC X(1).
       01 SPRUNGET-ANTAL     PIC 9(2) VALUE 0.
       01 HIST-STEP-IX       PIC 9(2).
       01 HIST-RC-DEL        PIC X(40).
       01 HIST-RC-TEKST      PIC X(3).
       01 HIST-FOER-DEL      PIC X(60).

      *Skridtenes tilstand under koerslen:
      *  V venter  K koerer  F faerdig (RC under 8)  X fejlet (RC 8+)
      *  B blokeret af et fejlet skridt  S sprunget over (genstart)
       01 STEP-KOERSEL-TABEL.
           02 STEP-KOERSEL OCCURS 20 TIMES.
               03 STEP-TILSTAND      PIC X(1).
               03 STEP-RC            PIC 9(3).
               03 STEP-START-TID     PIC 9(8).
               03 STEP-EKSPLICIT     PIC X(1).
               03 STEP-GENKOER       PIC X(1).
      *Afhaengigheder: skridt og forudsaetning (index i skridt-
      *tabellen; 0 = venter ikke paa noget).
       01 AFH-ANTAL          PIC 9(3) VALUE 0.
       01 AFH-TABEL.
           02 AFH-POST OCCURS 100 TIMES.
               03 AFH-STEP-IX        PIC 9(2).
               03 AFH-FORUD-IX       PIC 9(2).
       01 AFH-IX             PIC 9(3).
      *EFTER-linjerne gemmes med navn under indlaesningen og
      *slaas op i skridtlisten bagefter.
       01 EFTER-ANTAL        PIC 9(3) VALUE 0.
       01 EFTER-TABEL.
           02 EFTER-POST OCCURS 100 TIMES.
               03 EFTER-STEP-NAVN    PIC X(20).
               03 EFTER-FORUD-NAVN   PIC X(20).
       01 EFTER-IX           PIC 9(3).
       01 SOEGE-NAVN         PIC X(20).
       01 SOEGE-IX           PIC 9(2).
       01 SOEGE-LOEB         PIC 9(2).
       01 EFTER-STEP-IX      PIC 9(2).
       01 KALENDER-FEJL      PIC X VALUE "N".
           88 KALENDEREN-HAR-FEJL  VALUE "J".
       01 STEP-OVERLOB       PIC X VALUE "N".
       01 CUTOFF-OVERLOB     PIC X VALUE "N".
       01 EFTER-OVERLOB      PIC X VALUE "N".
       01 AFH-OVERLOB        PIC X VALUE "N".
       01 MAKS-PARALLEL      PIC 9(2) VALUE 4.
       01 MAKS-PARALLEL-TEKST PIC X(4) VALUE SPACES.
       01 SKRIDT-VENT-TEKST  PIC X(6) VALUE SPACES.
       01 SKRIDT-MILJOE      PIC X(40) VALUE SPACES.
       01 KOERENDE-ANTAL     PIC 9(2) VALUE 0.
       01 VENTENDE-ANTAL     PIC 9(2) VALUE 0.
       01 AFSLUTTET-I-RUNDEN PIC 9(2) VALUE 0.
       01 FORUD-UDFALD       PIC X(1).
           88 FORUD-KLAR           VALUE "K".
           88 FORUD-VENTER         VALUE "V".
           88 FORUD-FEJLET         VALUE "X".
       01 FORUD-FEJL-NAVN    PIC X(20).
       01 VAERSTE-FEJL-RC    PIC 9(3) VALUE 0.
       01 MELDING-START-TEKST PIC X(8).
       01 MELDING-SLUT-TEKST PIC X(8).
       01 MELDING-RC-TEKST   PIC X(5).
       01 ET-SEKUND          PIC 9(8) COMP VALUE 1.

      *Dagcyklussens cut-off-tider (ttmm) for dagens dagtype.
       01 DAGCYKLUS-FLAG     PIC X(1) VALUE SPACE.
           88 DAGCYKLUS-TILSTAND   VALUE "J".
       01 CUTOFF-ANTAL       PIC 9(2) VALUE 0.
       01 CUTOFF-TABEL.
           02 CUTOFF-TID OCCURS 20 TIMES PIC X(4).
       01 CUTOFF-IX          PIC 9(2).
       01 AKTUEL-CUTOFF      PIC X(4).
       01 AKTUEL-CUTOFF-TAL REDEFINES AKTUEL-CUTOFF.
           02 CUTOFF-TT          PIC 9(2).
           02 CUTOFF-MM          PIC 9(2).
       01 NU-TID             PIC 9(8).
       01 NU-TID-DELE REDEFINES NU-TID.
           02 NU-TT              PIC 9(2).
           02 NU-MM              PIC 9(2).
           02 NU-SS              PIC 9(2).
           02 NU-CC              PIC 9(2).
       01 NU-SEKUNDER        PIC 9(6).
       01 CUTOFF-SEKUNDER    PIC 9(6).
       01 VENTE-SEKUNDER     PIC 9(8) COMP VALUE 0.
       01 HISTORIK-MAERKE    PIC X(9) VALUE SPACES.
       01 CYKLUS-ANTAL-KOERT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-KALENDER

           ACCEPT DAGCYKLUS-FLAG FROM ENVIRONMENT "BATCH-DAGCYKLUS"
           IF DAGCYKLUS-TILSTAND
               IF KALENDEREN-HAR-FEJL
                   DISPLAY "BATCHKOERSEL: fejl i kalenderen - "
                       "ingen dagcyklus"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM KOER-DAGCYKLUSSER
               STOP RUN
           END-IF

           IF NOT KALENDER-ER-LEVERET
               DISPLAY "BATCHKOERSEL: ingen koersel-kalender - "
                   "koerer klassisk kaede"
               END-IF
           END-IF

           PERFORM BYG-AFHAENGIGHEDER
           MOVE "AFH-TABEL" TO TK-TABEL
           MOVE AFH-ANTAL TO TK-ANTAL
           MOVE 100 TO TK-KAPACITET
           MOVE AFH-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF KALENDEREN-HAR-FEJL
               DISPLAY "BATCHKOERSEL: fejl i kalenderen - "
                   "ingen skridt koert"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT MAKS-PARALLEL-TEKST
               FROM ENVIRONMENT "BATCH-MAKS-PARALLEL"
           IF MAKS-PARALLEL-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MAKS-PARALLEL-TEKST)
                   TO MAKS-PARALLEL
           END-IF
           IF MAKS-PARALLEL < 1
               MOVE 1 TO MAKS-PARALLEL
           END-IF
           IF EFTER-ANTAL > 0 AND MAKS-PARALLEL > 1
               ACCEPT SKRIDT-VENT-TEKST
                   FROM ENVIRONMENT "BATCH-LAAS-VENT-SEK"
               IF SKRIDT-VENT-TEKST = SPACES
                   MOVE "600" TO SKRIDT-VENT-TEKST
               END-IF
               STRING "LAAS-VENT-SEK=" DELIMITED BY SIZE
                   FUNCTION TRIM(SKRIDT-VENT-TEKST) DELIMITED BY SIZE
                   INTO SKRIDT-MILJOE
               END-STRING
           END-IF

           ACCEPT GENSTART-FLAG FROM ENVIRONMENT "BATCH-GENSTART"
           IF GENSTARTS-TILSTAND
               PERFORM FIND-GENSTARTSPUNKT
           END-IF
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF GENSTARTS-TILSTAND
                       AND STEP-GENKOER(STEP-IX) = "N"
                   MOVE "S" TO STEP-TILSTAND(STEP-IX)
                   PERFORM LOG-SPRUNGET-STEP
               END-IF
           END-PERFORM

           PERFORM KOER-KAEDEN

           IF KAEDEN-ER-STOPPET
               MOVE VAERSTE-FEJL-RC TO RETURN-CODE
           ELSE
               DISPLAY "=============================================="
               DISPLAY "BATCHKOERSEL: batch-koersel gennemfoert "
                   NOT AT END
                       IF KALENDER-TYPE = "STEP"
                               AND STEP-DAGTYPE = DAGENS-DAGTYPE
                           PERFORM GEM-STEP-LINJE
                       END-IF
                       IF KALENDER-TYPE = "EFTER"
                               AND EFTER-DAGTYPE = DAGENS-DAGTYPE
                           PERFORM GEM-EFTER-LINJE
                       END-IF
                       IF KALENDER-TYPE = "CUTOFF"
                               AND CUTOFF-DAGTYPE = DAGENS-DAGTYPE
                           PERFORM GEM-CUTOFF-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KALENDERFIL
           MOVE "STEP-TABEL" TO TK-TABEL
           MOVE STEP-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE STEP-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "CUTOFF-TABEL" TO TK-TABEL
           MOVE CUTOFF-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE CUTOFF-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "EFTER-TABEL" TO TK-TABEL
           MOVE EFTER-ANTAL TO TK-ANTAL
           MOVE 100 TO TK-KAPACITET
           MOVE EFTER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Et skridt eller en cut-off ud over tabellens plads er en
      *kalenderfejl - dagens plan ville ellers koere ufuldstaendig
      *uden at nogen opdagede det.
       GEM-STEP-LINJE.
           IF STEP-ANTAL >= 20
               DISPLAY "BATCHKOERSEL: for mange STEP-linjer - "
                   FUNCTION TRIM(STEP-PROGRAM) " afvist"
               MOVE "J" TO KALENDER-FEJL
               MOVE "J" TO STEP-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STEP-ANTAL
           MOVE STEP-PROGRAM TO STEP-NAVN(STEP-ANTAL)
           EXIT.

       GEM-CUTOFF-LINJE.
           IF CUTOFF-ANTAL >= 20
               DISPLAY "BATCHKOERSEL: for mange CUTOFF-linjer - "
                   CUTOFF-KLOKKEN " afvist"
               MOVE "J" TO KALENDER-FEJL
               MOVE "J" TO CUTOFF-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUTOFF-ANTAL
           MOVE CUTOFF-KLOKKEN TO CUTOFF-TID(CUTOFF-ANTAL)
           EXIT.

      *Genstartspunktet: nattens historiklinjer (dagens dato)
      *gennemgaas, og hvert planlagt skridts SENESTE returkode
      *afgoer om det allerede er rent i maal; MARKER-GENKOERSEL
      *afgoer saa hvilke skridt der koeres igen.
       FIND-GENSTARTSPUNKT.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
           IF HISTORIKFIL-STATUS NOT = "00"
               DISPLAY "BATCHKOERSEL: ingen koersel-historik - "
                   "genstart fra toppen"
               PERFORM MARKER-GENKOERSEL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORIK-SLUT = "J"
               END-READ
           END-PERFORM
           CLOSE HISTORIKFIL
           PERFORM MARKER-GENKOERSEL
           EXIT.

      *Et skridt koeres igen hvis det ikke endte rent i nat, eller
      *hvis en af dets forudsaetninger koeres igen - forudsaetninger
      *staar altid tidligere, saa een gennemgang i raekkefoelge er
      *nok. Uden EFTER-linjer afhaenger hvert skridt af det forrige,
      *og alt fra det foerste urene skridt koeres igen som hidtil.
       MARKER-GENKOERSEL.
           MOVE 0 TO SPRUNGET-ANTAL
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF STEP-OK(STEP-IX) = "J"
                   MOVE "N" TO STEP-GENKOER(STEP-IX)
               ELSE
                   MOVE "J" TO STEP-GENKOER(STEP-IX)
               END-IF
               PERFORM VARYING AFH-IX FROM 1 BY 1
                       UNTIL AFH-IX > AFH-ANTAL
                   IF AFH-STEP-IX(AFH-IX) = STEP-IX
                           AND AFH-FORUD-IX(AFH-IX) > 0
                       IF STEP-GENKOER(AFH-FORUD-IX(AFH-IX)) = "J"
                           MOVE "J" TO STEP-GENKOER(STEP-IX)
                       END-IF
                   END-IF
               END-PERFORM
               IF STEP-GENKOER(STEP-IX) = "N"
                   ADD 1 TO SPRUNGET-ANTAL
               END-IF
           END-PERFORM
           IF SPRUNGET-ANTAL > 0
               DISPLAY "BATCHKOERSEL: genstart - " SPRUNGET-ANTAL
                   " skridt er allerede rent i maal og springes over"
           END-IF
           EXIT.

           MOVE SPACES TO HIST-FOER-DEL HIST-RC-DEL
           UNSTRING HISTORIKLINJE DELIMITED BY " RC="
               INTO HIST-FOER-DEL, HIST-RC-DEL
      *En dagcyklus' posteringslinje er ikke nattens skridt.
           IF HIST-RC-DEL(5:4) = "CYK-"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-RC-DEL(1:3) TO HIST-RC-TEKST
           IF HIST-RC-TEKST NUMERIC
               IF FUNCTION NUMVAL(HIST-RC-TEKST) = 0
           CLOSE HISTORIKFIL
           EXIT.

       GEM-EFTER-LINJE.
           IF EFTER-ANTAL >= 100
               DISPLAY "BATCHKOERSEL: for mange EFTER-linjer - "
                   FUNCTION TRIM(EFTER-STEP) " efter "
                   FUNCTION TRIM(EFTER-FORUD) " afvist"
               MOVE "J" TO KALENDER-FEJL
               MOVE "J" TO EFTER-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EFTER-ANTAL
           MOVE EFTER-STEP TO EFTER-STEP-NAVN(EFTER-ANTAL)
           MOVE EFTER-FORUD TO EFTER-FORUD-NAVN(EFTER-ANTAL)
           EXIT.

      *Afhaengighedstabellen: EFTER-linjerne slaas op i
      *skridtlisten (ukendt skridt eller en forudsaetning der ikke
      *staar tidligere er en kalenderfejl - saa koeres intet), og
      *hvert skridt uden EFTER-linjer faar det forrige skridt som
      *forudsaetning.
       BYG-AFHAENGIGHEDER.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               MOVE "V" TO STEP-TILSTAND(STEP-IX)
               MOVE 0 TO STEP-RC(STEP-IX)
               MOVE 0 TO STEP-START-TID(STEP-IX)
               MOVE "N" TO STEP-EKSPLICIT(STEP-IX)
               MOVE "J" TO STEP-GENKOER(STEP-IX)
           END-PERFORM
           PERFORM VARYING EFTER-IX FROM 1 BY 1
                   UNTIL EFTER-IX > EFTER-ANTAL
               PERFORM OPRET-EFTER-AFHAENGIGHED
           END-PERFORM
           PERFORM VARYING STEP-IX FROM 2 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF STEP-EKSPLICIT(STEP-IX) = "N"
                   IF AFH-ANTAL >= 100
                       DISPLAY "BATCHKOERSEL: for mange "
                           "afhaengigheder - "
                           FUNCTION TRIM(STEP-NAVN(STEP-IX))
                           " afvist"
                       MOVE "J" TO KALENDER-FEJL
                       MOVE "J" TO AFH-OVERLOB
                   ELSE
                       ADD 1 TO AFH-ANTAL
                       MOVE STEP-IX TO AFH-STEP-IX(AFH-ANTAL)
                       COMPUTE AFH-FORUD-IX(AFH-ANTAL) = STEP-IX - 1
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       OPRET-EFTER-AFHAENGIGHED.
           MOVE EFTER-STEP-NAVN(EFTER-IX) TO SOEGE-NAVN
           PERFORM FIND-SKRIDT-NAVN
           IF SOEGE-IX = 0
               DISPLAY "BATCHKOERSEL: EFTER-linje for "
                   FUNCTION TRIM(SOEGE-NAVN)
                   " - skridtet er ikke planlagt i dag"
               MOVE "J" TO KALENDER-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-IX TO EFTER-STEP-IX
           MOVE "J" TO STEP-EKSPLICIT(EFTER-STEP-IX)
           IF EFTER-FORUD-NAVN(EFTER-IX) = "START"
               EXIT PARAGRAPH
           END-IF
           MOVE EFTER-FORUD-NAVN(EFTER-IX) TO SOEGE-NAVN
           PERFORM FIND-SKRIDT-NAVN
           IF SOEGE-IX = 0 OR SOEGE-IX >= EFTER-STEP-IX
               DISPLAY "BATCHKOERSEL: "
                   FUNCTION TRIM(STEP-NAVN(EFTER-STEP-IX))
                   " venter paa " FUNCTION TRIM(SOEGE-NAVN)
                   " som ikke staar foer det i dagens skridtliste"
               MOVE "J" TO KALENDER-FEJL
               EXIT PARAGRAPH
           END-IF
           IF AFH-ANTAL >= 100
               DISPLAY "BATCHKOERSEL: for mange afhaengigheder"
               MOVE "J" TO KALENDER-FEJL
               MOVE "J" TO AFH-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AFH-ANTAL
           MOVE EFTER-STEP-IX TO AFH-STEP-IX(AFH-ANTAL)
           MOVE SOEGE-IX TO AFH-FORUD-IX(AFH-ANTAL)
           EXIT.

       FIND-SKRIDT-NAVN.
           MOVE 0 TO SOEGE-IX
           PERFORM VARYING SOEGE-LOEB FROM 1 BY 1
                   UNTIL SOEGE-LOEB > STEP-ANTAL OR SOEGE-IX > 0
               IF STEP-NAVN(SOEGE-LOEB) = SOEGE-NAVN
                   MOVE SOEGE-LOEB TO SOEGE-IX
               END-IF
           END-PERFORM
           EXIT.

      *Koerselsloekken: start alle skridt hvis forudsaetninger er
      *klar (inden for BATCH-MAKS-PARALLEL), saml de faerdige op, og
      *vent et sekund hvis intet skete - indtil intet venter eller
      *koerer laengere.
       KOER-KAEDEN.
           PERFORM TAEL-TILSTANDE
           PERFORM UNTIL VENTENDE-ANTAL = 0 AND KOERENDE-ANTAL = 0
               PERFORM START-KLARE-SKRIDT
               PERFORM OPSAML-FAERDIGE-SKRIDT
               PERFORM TAEL-TILSTANDE
               IF AFSLUTTET-I-RUNDEN = 0 AND KOERENDE-ANTAL > 0
                   CALL "C$SLEEP" USING ET-SEKUND
               END-IF
           END-PERFORM
           EXIT.

       TAEL-TILSTANDE.
           MOVE 0 TO VENTENDE-ANTAL KOERENDE-ANTAL
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF STEP-TILSTAND(STEP-IX) = "V"
                   ADD 1 TO VENTENDE-ANTAL
               END-IF
               IF STEP-TILSTAND(STEP-IX) = "K"
                   ADD 1 TO KOERENDE-ANTAL
               END-IF
           END-PERFORM
           EXIT.

       START-KLARE-SKRIDT.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF STEP-TILSTAND(STEP-IX) = "V"
                   PERFORM VURDER-FORUDSAETNINGER
                   EVALUATE TRUE
                       WHEN FORUD-FEJLET
                           PERFORM BLOKER-STEP
                       WHEN FORUD-KLAR
                               AND KOERENDE-ANTAL < MAKS-PARALLEL
                           PERFORM START-STEP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      *Klar naar alle forudsaetninger er faerdige (F) eller
      *sprunget over (S); fejlet naar en af dem er fejlet (X) eller
      *selv blokeret (B).
       VURDER-FORUDSAETNINGER.
           MOVE "K" TO FORUD-UDFALD
           PERFORM VARYING AFH-IX FROM 1 BY 1
                   UNTIL AFH-IX > AFH-ANTAL OR FORUD-FEJLET
               IF AFH-STEP-IX(AFH-IX) = STEP-IX
                       AND AFH-FORUD-IX(AFH-IX) > 0
                   EVALUATE STEP-TILSTAND(AFH-FORUD-IX(AFH-IX))
                       WHEN "F"
                       WHEN "S"
                           CONTINUE
                       WHEN "X"
                       WHEN "B"
                           MOVE "X" TO FORUD-UDFALD
                           MOVE STEP-NAVN(AFH-FORUD-IX(AFH-IX))
                               TO FORUD-FEJL-NAVN
                       WHEN OTHER
                           MOVE "V" TO FORUD-UDFALD
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      *Et blokeret skridt faar ingen historiklinje - saa koeres det
      *ved naeste genstart, ligesom det fejlede skridt.
       BLOKER-STEP.
           MOVE "B" TO STEP-TILSTAND(STEP-IX)
           DISPLAY "BATCHKOERSEL: "
               FUNCTION TRIM(STEP-NAVN(STEP-IX))
               " koeres ikke - venter paa "
               FUNCTION TRIM(FORUD-FEJL-NAVN)
               " som ikke blev gennemfoert"
           EXIT.

       BYG-KLASSISK-KAEDE.
           MOVE 17 TO STEP-ANTAL
           MOVE "AENDRINGSKOERSEL"  TO STEP-NAVN(1)
           MOVE "Opgave6"           TO STEP-NAVN(2)
           MOVE "FASTEOVERFOERSLER" TO STEP-NAVN(3)
           MOVE "RYKKERKOERSEL"     TO STEP-NAVN(4)
           MOVE "Opgave7del2"       TO STEP-NAVN(5)
           MOVE "CAMTEKSPORT"       TO STEP-NAVN(6)
           MOVE "KUNDEARKIVER"      TO STEP-NAVN(7)
           MOVE "NATAFSTEMNING"     TO STEP-NAVN(8)
           MOVE "KONTOINDEKS"       TO STEP-NAVN(9)
           MOVE "CRMFEED"           TO STEP-NAVN(10)
           MOVE "BACKUPSAET"        TO STEP-NAVN(11)
           MOVE "AUDITVERIFIKATION" TO STEP-NAVN(12)
           MOVE "JOURNALRETENTION"  TO STEP-NAVN(13)
           MOVE "GLDAGSEKSTRAKT"    TO STEP-NAVN(14)
           MOVE "KAPACITETSRAPPORT" TO STEP-NAVN(15)
           MOVE "RAPPORTDISTRIBUTION" TO STEP-NAVN(16)
           MOVE "MORGENSTATUS"      TO STEP-NAVN(17)
           EXIT.

      *Skridtet startes i baggrunden; dets skal skriver start- og
      *sluttid og returkode i en meldingsfil
      *(BatchSkridt_<program>.slut) naar programmet er faerdigt, saa
      *historiklinjen faar skridtets egne tider, ogsaa naar flere
      *koerer samtidigt.
       START-STEP.
           DISPLAY "================================================"
           DISPLAY "BATCHKOERSEL: starter skridt " STEP-IX " - "
               FUNCTION TRIM(STEP-NAVN(STEP-IX))
           DISPLAY "================================================"
           PERFORM SAET-MELDINGFIL-NAVN
           MOVE SPACES TO STEP-KOMMANDO
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               INTO STEP-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING STEP-KOMMANDO
           ACCEPT START-TID FROM TIME
           MOVE START-TID TO STEP-START-TID(STEP-IX)
           MOVE SPACES TO STEP-KOMMANDO
           STRING "( S=`date +%H%M%S00`; env KONTOPOST-DATO="
               DELIMITED BY SIZE
               KOERSEL-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKRIDT-MILJOE DELIMITED BY SPACE
               " ./" DELIMITED BY SIZE
               FUNCTION TRIM(STEP-NAVN(STEP-IX)) DELIMITED BY SIZE
               "; R=$?; echo $S `date +%H%M%S00` $R > "
               DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               ".tmp; mv " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               ".tmp " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               " ) &" DELIMITED BY SIZE
               INTO STEP-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING STEP-KOMMANDO
           MOVE "K" TO STEP-TILSTAND(STEP-IX)
           ADD 1 TO KOERENDE-ANTAL
           EXIT.

       SAET-MELDINGFIL-NAVN.
           MOVE SPACES TO MELDINGFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS) DELIMITED BY SIZE
               "BatchSkridt_" DELIMITED BY SIZE
               FUNCTION TRIM(STEP-NAVN(STEP-IX)) DELIMITED BY SIZE
               ".slut" DELIMITED BY SIZE
               INTO MELDINGFIL-NAVN
           END-STRING
           EXIT.

       OPSAML-FAERDIGE-SKRIDT.
           MOVE 0 TO AFSLUTTET-I-RUNDEN
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-ANTAL
               IF STEP-TILSTAND(STEP-IX) = "K"
                   PERFORM LAES-STEPMELDING
               END-IF
           END-PERFORM
           EXIT.

      *Et skridt med returkode 8 eller derover stopper de skridt
      *der venter paa det (som den klassiske kaede altid har stoppet
      *ved 8), og historiklinjen foeres uanset udfald.
       LAES-STEPMELDING.
           PERFORM SAET-MELDINGFIL-NAVN
           OPEN INPUT MELDINGFIL
           IF MELDINGFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MELDINGLINJE
           READ MELDINGFIL
               AT END
                   CONTINUE
           END-READ
           CLOSE MELDINGFIL
           MOVE SPACES TO MELDING-START-TEKST MELDING-SLUT-TEKST
               MELDING-RC-TEKST
           UNSTRING MELDINGLINJE DELIMITED BY ALL SPACE
               INTO MELDING-START-TEKST, MELDING-SLUT-TEKST,
                    MELDING-RC-TEKST
           MOVE STEP-START-TID(STEP-IX) TO START-TID
           IF MELDING-START-TEKST NUMERIC
               MOVE MELDING-START-TEKST TO START-TID
           END-IF
           MOVE 0 TO SLUT-TID
           IF MELDING-SLUT-TEKST NUMERIC
               MOVE MELDING-SLUT-TEKST TO SLUT-TID
           END-IF
           MOVE 8 TO STEP-STATUS
           IF MELDING-RC-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MELDING-RC-TEKST) TO STEP-STATUS
           END-IF
           MOVE STEP-STATUS TO STEP-RC(STEP-IX)
           ADD 1 TO AFSLUTTET-I-RUNDEN
           SUBTRACT 1 FROM KOERENDE-ANTAL
           PERFORM SKRIV-HISTORIKLINJE
           MOVE SPACES TO STEP-KOMMANDO
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               INTO STEP-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING STEP-KOMMANDO
           IF STEP-STATUS >= 8
               DISPLAY "BATCHKOERSEL: "
                   FUNCTION TRIM(STEP-NAVN(STEP-IX))
                   " fejlede - returkode " STEP-STATUS
               DISPLAY "BATCHKOERSEL: skridt der venter paa det "
                   "koeres ikke"
               MOVE "X" TO STEP-TILSTAND(STEP-IX)
               MOVE "J" TO KAEDE-STOPPET
               IF STEP-STATUS > VAERSTE-FEJL-RC
                   MOVE STEP-STATUS TO VAERSTE-FEJL-RC
               END-IF
           ELSE
               DISPLAY "BATCHKOERSEL: "
                   FUNCTION TRIM(STEP-NAVN(STEP-IX))
                   " gennemfoert - returkode " STEP-STATUS
               MOVE "F" TO STEP-TILSTAND(STEP-IX)
           END-IF
           EXIT.

               " START=" START-TID
               " SLUT=" SLUT-TID
               " RC=" STEP-STATUS
               HISTORIK-MAERKE
               DELIMITED BY SIZE INTO HISTORIKLINJE
           END-STRING
           WRITE HISTORIKLINJE
           CLOSE HISTORIKFIL
           EXIT.

      *Dagcyklussen: dagens cut-off-tider koeres een ad gangen.
      *Den bruger skridt-tabellens foerste plads til posterings-
      *skridtet, saa meldingsfil og historiklinje foeres praecis
      *som for nattens skridt.
       KOER-DAGCYKLUSSER.
           IF NOT KALENDER-ER-LEVERET OR NOT DAGTYPE-ER-FUNDET
               DISPLAY "BATCHKOERSEL: " KOERSEL-DATO
                   " staar ikke i kalenderen - ingen dagcyklus"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF DAGENS-DAGTYPE = "H"
               DISPLAY "BATCHKOERSEL: " KOERSEL-DATO
                   " er lukkedag - ingen dagcyklus"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CUTOFF-ANTAL = 0
               DISPLAY "BATCHKOERSEL: ingen cut-off-tider for "
                   "dagtype " DAGENS-DAGTYPE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO STEP-ANTAL
           MOVE 1 TO STEP-IX
           MOVE "KONTOPOSTERING" TO STEP-NAVN(1)
           PERFORM VARYING CUTOFF-IX FROM 1 BY 1
                   UNTIL CUTOFF-IX > CUTOFF-ANTAL
                       OR KAEDEN-ER-STOPPET
               PERFORM KOER-CUTOFF-CYKLUS
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY "BATCHKOERSEL: dagcyklus - " CYKLUS-ANTAL-KOERT
               " af " CUTOFF-ANTAL " cut-offs koert"
           DISPLAY "=============================================="
           IF KAEDEN-ER-STOPPET
               MOVE VAERSTE-FEJL-RC TO RETURN-CODE
           ELSE
               IF CYKLUS-ANTAL-KOERT < CUTOFF-ANTAL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *Venter til cut-off-tidspunktet (er det passeret, startes
      *straks) og koerer posteringen i forgrunden.
       KOER-CUTOFF-CYKLUS.
           MOVE CUTOFF-TID(CUTOFF-IX) TO AKTUEL-CUTOFF
           IF AKTUEL-CUTOFF NOT NUMERIC
               DISPLAY "BATCHKOERSEL: ugyldig cut-off i kalenderen - "
                   AKTUEL-CUTOFF " springes over"
               EXIT PARAGRAPH
           END-IF
           IF CUTOFF-TT > 23 OR CUTOFF-MM > 59
               DISPLAY "BATCHKOERSEL: ugyldig cut-off i kalenderen - "
                   AKTUEL-CUTOFF " springes over"
               EXIT PARAGRAPH
           END-IF
           ACCEPT NU-TID FROM TIME
           COMPUTE NU-SEKUNDER = NU-TT * 3600 + NU-MM * 60 + NU-SS
           COMPUTE CUTOFF-SEKUNDER = CUTOFF-TT * 3600 + CUTOFF-MM * 60
           IF CUTOFF-SEKUNDER > NU-SEKUNDER
               COMPUTE VENTE-SEKUNDER = CUTOFF-SEKUNDER - NU-SEKUNDER
               DISPLAY "BATCHKOERSEL: venter til cut-off "
                   CUTOFF-TT ":" CUTOFF-MM
               CALL "C$SLEEP" USING VENTE-SEKUNDER
           END-IF
           DISPLAY "================================================"
           DISPLAY "BATCHKOERSEL: posteringscyklus ved cut-off "
               CUTOFF-TT ":" CUTOFF-MM
           DISPLAY "================================================"
           PERFORM SAET-MELDINGFIL-NAVN
           MOVE SPACES TO STEP-KOMMANDO
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               INTO STEP-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING STEP-KOMMANDO
           ACCEPT START-TID FROM TIME
           MOVE START-TID TO STEP-START-TID(STEP-IX)
           MOVE SPACES TO STEP-KOMMANDO
           STRING "( S=`date +%H%M%S00`; env KONTOPOST-CUTOFF="
               DELIMITED BY SIZE
               AKTUEL-CUTOFF DELIMITED BY SIZE
               " KONTOPOST-DATO=" DELIMITED BY SIZE
               KOERSEL-DATO DELIMITED BY SIZE
               " ./" DELIMITED BY SIZE
               FUNCTION TRIM(STEP-NAVN(STEP-IX)) DELIMITED BY SIZE
               "; R=$?; echo $S `date +%H%M%S00` $R > "
               DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               ".tmp; mv " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               ".tmp " DELIMITED BY SIZE
               FUNCTION TRIM(MELDINGFIL-NAVN) DELIMITED BY SIZE
               " )" DELIMITED BY SIZE
               INTO STEP-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING STEP-KOMMANDO
           MOVE "K" TO STEP-TILSTAND(STEP-IX)
           MOVE 1 TO KOERENDE-ANTAL
           MOVE SPACES TO HISTORIK-MAERKE
           STRING " CYK-" AKTUEL-CUTOFF
               DELIMITED BY SIZE INTO HISTORIK-MAERKE
           END-STRING
           PERFORM LAES-STEPMELDING
           MOVE SPACES TO HISTORIK-MAERKE
           ADD 1 TO CYKLUS-ANTAL-KOERT
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BATCHKOERSEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
