      *indberetningsfil pr. kunde (AarsRenteIndberetning.txt) og en
      *kontrolliste med maanedstotaler der kan afstemmes tilbage til
      *de tolv maanedskoersler.
      *Renteudgiften paa kundens laan er fradragsberettiget og
      *indberettes paa samme fil: aarets rentedele af laane-
      *ydelserne (TYPE=LRT i PosteringsJournal.txt, skrevet af
      *LAANEOPKRAEVNING) akkumuleres pr. kunde og laan og
      *indberettes i AAR-LAANERENTE med laanenummeret som konto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS VALUTAKURSFIL-STATUS.
           SELECT INDBERETFIL ASSIGN TO INDBERETFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
           SELECT OPTIONAL KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD JOURNALFIL.
       01 JOURNAL-LINJE          PIC X(200).

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
      *indberetningen. Kunder uden CPR (records fra foer feltet
      *fandtes, eller kunder slettet i aarets loeb) indberettes med
      *blankt CPR og taelles paa kontrollisten.
      *Erhvervskunder (KUNDETYPE "E") indberettes paa CVR-nummeret
      *med AAR-IDTYPE "E" i stedet for "P" - et CPR-nummer hoerer
      *til en person, ikke til virksomheden.
       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".
       FD INDBERETFIL.
       01 INDBERET-RECORD.
           02 AAR-KUNDE-ID        PIC X(10).
           02 AAR-ID-NUMMER       PIC X(10).
           02 AAR-KONTONUMMER     PIC X(20).
           02 AAR-VALUTA          PIC X(3).
           02 AAR-RENTE           PIC S9(9)V9(2).
           02 AAR-SKAT            PIC S9(9)V9(2).
           02 AAR-RENTE-DKK       PIC S9(11)V9(2).
           02 AAR-AARSTAL         PIC 9(4).
           02 AAR-LAANERENTE      PIC S9(9)V9(2).
           02 AAR-LAANERENTE-DKK  PIC S9(11)V9(2).
           02 AAR-IDTYPE          PIC X(1).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 KUNDEFIL-AABEN         PIC X VALUE "N".
       01 ANTAL-UDEN-CPR         PIC 9(4) VALUE 0.
       01 ANTAL-MED-CVR          PIC 9(4) VALUE 0.
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
               03 AKK-RENTE         PIC S9(9)V9(2).
               03 AKK-BRUTTO        PIC S9(9)V9(2).
               03 AKK-SKAT          PIC S9(9)V9(2).
               03 AKK-LAANERENTE    PIC S9(9)V9(2).
       01 AKK-IX             PIC 9(4).
       01 AKK-FUNDET-IX      PIC 9(4) VALUE 0.

       01 AARS-TOTAL         PIC S9(13)V9(2) VALUE 0.
       01 AARS-TOTAL-DKK     PIC S9(13)V9(2) VALUE 0.
       01 RENTE-DKK          PIC S9(11)V9(2).
       01 LAANERENTE-DKK     PIC S9(11)V9(2).
       01 AARS-LAANERENTE    PIC S9(13)V9(2) VALUE 0.
       01 AARS-LAANERENTE-DKK PIC S9(13)V9(2) VALUE 0.

      *Posteringsjournalens dele for laanenes rentelinjer - samme
      *maerke-splitning som for rentejournalen; beloebet paa en
      *LRT-linje er rentedelen af ydelsen uden fortegn.
       01 PJ-KUNDE-ID        PIC X(10).
       01 PJ-KONTO           PIC X(20).
       01 PJ-TYPE            PIC X(4).
       01 PJ-MODPART         PIC X(10).
       01 PJ-VALOER-DEL      PIC X(80).
       01 PJ-DATO            PIC X(10).
       01 PJ-VALUTA          PIC X(6).
       01 PJ-BELOEB          PIC X(12).
       01 PJ-REST            PIC X(20).
       01 PJ-BELOEB-TEKST    PIC X(9).
       01 PJ-BELOEB-TAL REDEFINES PJ-BELOEB-TEKST PIC 9(7)V9(2).
       01 RAPPORT-AAR-TEKST  PIC X(4).
       01 ANTAL-SKREVET      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
               MOVE 0 TO MD-TOTAL(MAANED-IX)
               PERFORM LAES-MAANEDSJOURNAL
           END-PERFORM
           PERFORM LAES-LAANERENTER
           MOVE "AKK-TABEL" TO TK-TABEL
           MOVE AKK-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE AKK-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF ANTAL-MDR-FUNDET = 0 AND AARS-LAANERENTE = 0
               DISPLAY "FEJL: ingen maanedsjournaler fundet for "
                   RAPPORT-AAR
               MOVE 8 TO RETURN-CODE
                   MOVE 0 TO AKK-RENTE(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-BRUTTO(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-SKAT(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-LAANERENTE(AKK-FUNDET-IX)
               ELSE
                   MOVE "J" TO AKK-OVERLOB
                   EXIT PARAGRAPH
               END-PERFORM
               MOVE RENTE-DKK TO AAR-RENTE-DKK
               ADD RENTE-DKK TO AARS-TOTAL-DKK
               MOVE AKK-LAANERENTE(AKK-IX) TO AAR-LAANERENTE
               MOVE 0 TO LAANERENTE-DKK
               PERFORM VARYING VALUTA-IX FROM 1 BY 1
                       UNTIL VALUTA-IX > VALUTA-ANTAL
                   IF AKK-VALUTA(AKK-IX) = GYLDIG-VALUTA(VALUTA-IX)
                       COMPUTE LAANERENTE-DKK ROUNDED =
                           AKK-LAANERENTE(AKK-IX) *
                           VALUTA-KURS(VALUTA-IX)
                   END-IF
               END-PERFORM
               MOVE LAANERENTE-DKK TO AAR-LAANERENTE-DKK
               ADD LAANERENTE-DKK TO AARS-LAANERENTE-DKK
               MOVE RAPPORT-AAR TO AAR-AARSTAL
               WRITE INDBERET-RECORD
               ADD 1 TO ANTAL-SKREVET
           END-IF
           EXIT.

      *Laanenes renteudgift hentes fra den delte posterings-
      *journal: kun TYPE=LRT-linjer dateret i rapportaaret, noeglet
      *paa kunde og laanenummer (MODPART).
       LAES-LAANERENTER.
           MOVE RAPPORT-AAR TO RAPPORT-AAR-TEKST
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ POSTJOURNALFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF POSTJOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-LAANERENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTJOURNALFIL
           EXIT.

       OPSAML-LAANERENTE.
           MOVE SPACES TO PJ-KUNDE-ID PJ-KONTO PJ-TYPE PJ-MODPART
               PJ-VALOER-DEL PJ-DATO PJ-VALUTA PJ-BELOEB PJ-REST
           UNSTRING POSTJOURNAL-LINJE
               DELIMITED BY " KONTO=" OR " TYPE=" OR " MODPART="
                   OR " VALOER=" OR " DATO=" OR " VALUTA="
                   OR " BELOEB=" OR " OMREGNET="
               INTO PJ-KUNDE-ID, PJ-KONTO, PJ-TYPE, PJ-MODPART,
                   PJ-VALOER-DEL, PJ-DATO, PJ-VALUTA, PJ-BELOEB,
                   PJ-REST
           IF PJ-TYPE(1:3) NOT = "LRT"
                   OR PJ-DATO(1:4) NOT = RAPPORT-AAR-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-BELOEB(1:9) TO PJ-BELOEB-TEKST
           IF PJ-BELOEB-TEKST NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD PJ-BELOEB-TAL TO AARS-LAANERENTE
           MOVE 0 TO AKK-FUNDET-IX
           PERFORM VARYING AKK-IX FROM 1 BY 1
                   UNTIL AKK-IX > AKK-ANTAL
               IF AKK-KUNDE-ID(AKK-IX) = PJ-KUNDE-ID
                       AND AKK-KONTONUMMER(AKK-IX) = PJ-MODPART
                   MOVE AKK-IX TO AKK-FUNDET-IX
               END-IF
           END-PERFORM
           IF AKK-FUNDET-IX = 0
               IF AKK-ANTAL < 2000
                   ADD 1 TO AKK-ANTAL
                   MOVE AKK-ANTAL TO AKK-FUNDET-IX
                   MOVE PJ-KUNDE-ID TO AKK-KUNDE-ID(AKK-FUNDET-IX)
                   MOVE PJ-MODPART
                       TO AKK-KONTONUMMER(AKK-FUNDET-IX)
                   MOVE PJ-VALUTA(1:3)
                       TO AKK-VALUTA(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-RENTE(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-BRUTTO(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-SKAT(AKK-FUNDET-IX)
                   MOVE 0 TO AKK-LAANERENTE(AKK-FUNDET-IX)
               ELSE
                   MOVE "J" TO AKK-OVERLOB
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD PJ-BELOEB-TAL TO AKK-LAANERENTE(AKK-FUNDET-IX)
           EXIT.

       HENT-CPR.
           MOVE SPACES TO AAR-ID-NUMMER
           MOVE "P" TO AAR-IDTYPE
           IF KUNDEFIL-AABEN NOT = "J"
               ADD 1 TO ANTAL-UDEN-CPR
               EXIT PARAGRAPH
               INVALID KEY
                   ADD 1 TO ANTAL-UDEN-CPR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KUNDE-ERHVERV AND CVR-NUMMER NOT = SPACES
                           MOVE "E" TO AAR-IDTYPE
                           MOVE CVR-NUMMER TO AAR-ID-NUMMER
                           ADD 1 TO ANTAL-MED-CVR
                       WHEN KUNDE-ERHVERV
                           MOVE "E" TO AAR-IDTYPE
                           ADD 1 TO ANTAL-UDEN-CPR
                       WHEN CPR-NUMMER = SPACES
                           ADD 1 TO ANTAL-UDEN-CPR
                       WHEN OTHER
                           MOVE CPR-NUMMER TO AAR-ID-NUMMER
                   END-EVALUATE
           END-READ
           EXIT.

           DISPLAY "Aarstotal (originalvaluta): " AARS-TOTAL.
           DISPLAY "Tilbageholdt kildeskat     : " AARS-SKAT-TOTAL.
           DISPLAY "Aarstotal (DKK-ekvivalent): " AARS-TOTAL-DKK.
           DISPLAY "Renteudgift paa laan      : " AARS-LAANERENTE.
           DISPLAY "Renteudgift paa laan (DKK): " AARS-LAANERENTE-DKK.
           DISPLAY "Kunde/konto-par indberettet: " ANTAL-SKREVET.
           DISPLAY "Heraf erhverv (CVR)        : " ANTAL-MED-CVR.
           DISPLAY "Linjer uden CPR/CVR-nummer : " ANTAL-UDEN-CPR.
           EXIT.

      *Samme standardkurser som VALUTAOMREGNING bruger naar
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
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "AARSRENTERAPPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
