       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOBEKRAEFTELSE.
      *Saldobekraeftelser til den eksterne revision. Revisorerne
      *beder hvert aar om at faa sendt saldobekraeftelser til et
      *udsnit af kunderne; udsnittet og svarene holdes i registret
      *SaldoBekraeftelser.txt (SALDOBEK.CPY). Regnskabsaaret er
      *REVISION-AAR i miljoeet, standard det foregaaende aar.
      *  U - udtraek (ogsaa via REVISION-FUNKTION=U i miljoeet):
      *      masteren ved aarsultimo tages fra Kundehistorik.txt -
      *      hver kontos seneste snapshot til og med 31/12, og kun
      *      konti der var med i aarets sidste snapshot-koersel.
      *      Pr. valuta udtages altid de REVISION-STOERSTE (standard
      *      10) stoerste saldi (numerisk vaerdi), og derefter
      *      REVISION-PR-BAAND (standard 5) tilfaeldige konti pr.
      *      saldobaand og valuta. De tilfaeldige tal traekkes med
      *      froe REVISION-FROE (standard regnskabsaaret) i kontoernes
      *      sorterede raekkefoelge, saa samme historik og froe altid
      *      giver samme udsnit. Hver udtaget konto faar et brev
      *      bestilt hos BREVKOERSEL (skabelon SALDOBEK) med saldoen
      *      ved aarsultimo, og staar som udsendt i registret. Et aar
      *      udtraekkes kun een gang.
      *  S - registrer et svar: enig, eller bestridt med den saldo
      *      kunden opgiver - differencen beregnes og gemmes
      *  L - list aarets udsnit med svarstatus
      *  R - rapport til revisorerne (ogsaa via
      *      REVISION-FUNKTION=R): daekning pr. valuta (antal og
      *      saldo i udsnittet mod hele populationen), svarprocent og
      *      alle bestridte differencer, i
      *      SaldoBekraeftelseRapport.txt og paa SYSOUT.
      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring. Svar registreres med operatoerens id, saa den
      *interaktive del skal startes fra SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIKFIL ASSIGN TO HISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
           SELECT SORT-WORK ASSIGN TO "Saldobeksort.tmp".
           SELECT OPTIONAL SBFIL ASSIGN TO SBFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBFIL-STATUS.
           SELECT SBNYFIL ASSIGN TO SBNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIKFIL.
       01 KUNDEHISTORIK-RECORD.
           COPY "KUNDEHISTORIK.CPY".

       SD SORT-WORK.
       01 SORT-RECORD.
           COPY "KUNDEHISTORIK.CPY"
               REPLACING HIST-DATO BY SORT-DATO
                         HIST-KUNDE-ID BY SORT-KUNDE-ID
                         HIST-KONTONUMMER BY SORT-KONTONUMMER
                         HIST-BALANCE BY SORT-BALANCE
                         HIST-VALUTAKODE BY SORT-VALUTAKODE.

       FD SBFIL.
       01 SB-RECORD.
           COPY "SALDOBEK.CPY".

       FD SBNYFIL.
       01 SBNY-RECORD            PIC X(137).

       FD RAPPORTFIL.
       01 RAPPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "Kundehistorik.txt".
       01 SBFIL-NAVN             PIC X(80)
           VALUE "SaldoBekraeftelser.txt".
       01 SBNYFIL-NAVN           PIC X(80)
           VALUE "SaldoBekraeftelserNy.tmp".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "SaldoBekraeftelseRapport.txt".
       01 HISTORIKFIL-STATUS     PIC X(2) VALUE "00".
       01 SBFIL-STATUS           PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 SORT-SLUT              PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 OPERATOER-ID           PIC X(8) VALUE SPACES.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MILJO-FUNKTION         PIC X(1) VALUE SPACE.
       01 KOERSEL-RC             PIC 9(2) VALUE 0.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Regnskabsaar og udtraeksparametre.
       01 MILJO-TEKST            PIC X(9) VALUE SPACES.
       01 RAPPORT-AAR            PIC 9(4) VALUE 0.
       01 AAR-PRIMO              PIC 9(8) VALUE 0.
       01 AAR-ULTIMO             PIC 9(8) VALUE 0.
       01 STOERSTE-ANTAL         PIC 9(3) VALUE 10.
       01 BAAND-ANTAL            PIC 9(3) VALUE 5.
       01 FROE                   PIC 9(9) VALUE 0.
       01 TILFAELDIG-VAL         PIC 9V9(9) VALUE 0.

      *Masteren ved aarsultimo - en post pr. konto, i kunde/konto-
      *orden fra sorteringen.
       01 KAND-FINDES            PIC X VALUE "N".
           88 KAND-ER-FUNDET         VALUE "J".
       01 KAND-POST.
           02 KAND-KUNDE-ID          PIC X(10).
           02 KAND-KONTONUMMER       PIC X(20).
           02 KAND-SALDO             PIC S9(7)V9(2).
           02 KAND-VALUTA            PIC X(3).
           02 KAND-DATO              PIC 9(8).
       01 SENESTE-DATO           PIC 9(8) VALUE 0.
       01 POP-ANTAL              PIC 9(5) VALUE 0.
       01 POP-OVERLOB            PIC X VALUE "N".
           88 POP-ER-OVERLOEBET      VALUE "J".
       01 POP-TABEL.
           02 POP-POST OCCURS 20000 TIMES.
               03 POP-KUNDE-ID       PIC X(10).
               03 POP-KONTONUMMER    PIC X(20).
               03 POP-SALDO          PIC S9(7)V9(2).
               03 POP-ABS-SALDO      PIC 9(7)V9(2).
               03 POP-VALUTA         PIC X(3).
               03 POP-DATO           PIC 9(8).
               03 POP-BAAND          PIC 9(1).
               03 POP-TILFAELDIG     PIC 9V9(9).
               03 POP-UDVALG         PIC X(1).
       01 POP-IX                 PIC 9(5).
       01 POP-NY-IX              PIC 9(5).
       01 BEDSTE-IX              PIC 9(5) VALUE 0.

      *Pr. valuta: populationen, udsnittet og svarene.
       01 VT-ANTAL               PIC 9(2) VALUE 0.
       01 VT-OVERLOB             PIC X VALUE "N".
           88 VT-ER-OVERLOEBET       VALUE "J".
       01 VT-TABEL.
           02 VT-POST OCCURS 30 TIMES.
               03 VT-VALUTA          PIC X(3).
               03 VT-POP-ANTAL       PIC 9(5).
               03 VT-POP-SALDO       PIC 9(13)V9(2).
               03 VT-UDV-ANTAL       PIC 9(5).
               03 VT-UDV-SALDO       PIC 9(13)V9(2).
               03 VT-SVAR-ANTAL      PIC 9(5).
               03 VT-BESTRIDT-ANTAL  PIC 9(5).
       01 VT-IX                  PIC 9(2).
       01 VT-FUNDET-IX           PIC 9(2) VALUE 0.
       01 BAAND-IX               PIC 9(1).
       01 AKT-VALUTA             PIC X(3) VALUE SPACES.

      *Registret holdes i tabellen mens det aendres.
       01 SB-ANTAL               PIC 9(4) VALUE 0.
       01 SB-OVERLOB             PIC X VALUE "N".
           88 SB-ER-OVERLOEBET       VALUE "J".
       01 SB-TABEL.
           02 SB-POST OCCURS 2000 TIMES PIC X(137).
       01 SB-IX                  PIC 9(4).
       01 SB-FUNDET-IX           PIC 9(4) VALUE 0.
       01 SB-AAR-FINDES          PIC X VALUE "N".
           88 SB-AAR-ER-UDTRUKKET    VALUE "J".
       01 ANTAL-UDTRUKKET        PIC 9(5) VALUE 0.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

      *Svarregistrering.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-KONTO              PIC X(20) VALUE SPACES.
       01 INP-SVAR               PIC X(1) VALUE SPACE.
       01 INP-SALDO              PIC X(16) VALUE SPACES.
       01 INP-BEMAERKNING        PIC X(40) VALUE SPACES.

      *Rapporten.
       01 RAPPORT-LINJE          PIC X(132) VALUE SPACES.
       01 TOT-SENDT              PIC 9(5) VALUE 0.
       01 TOT-SVAR               PIC 9(5) VALUE 0.
       01 TOT-ENIG               PIC 9(5) VALUE 0.
       01 TOT-BESTRIDT           PIC 9(5) VALUE 0.
       01 PROCENT                PIC 9(3)V9 VALUE 0.
       01 PROCENT-SALDO          PIC 9(3)V9 VALUE 0.
       01 PROCENT-VIST           PIC ZZ9.9.
       01 PROCENT-SALDO-VIST     PIC ZZ9.9.
       01 ANTAL-VIST             PIC Z(4)9.
       01 ANTAL2-VIST            PIC Z(4)9.
       01 SALDO-VIST             PIC -(9)9.99.
       01 SALDO2-VIST            PIC -(9)9.99.
       01 DIFF-VIST              PIC -(9)9.99.
       01 TOTAL-VIST             PIC Z(12)9.99.
       01 TOTAL2-VIST            PIC Z(12)9.99.
       01 STATUS-TEKST           PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM SAET-PARAMETRE
           ACCEPT OPERATOER-ID FROM ENVIRONMENT "OPERATOER"
           ACCEPT MILJO-FUNKTION FROM ENVIRONMENT "REVISION-FUNKTION"
           IF MILJO-FUNKTION = "U" OR MILJO-FUNKTION = "R"
               IF OPERATOER-ID = SPACES
                   MOVE "BATCH" TO OPERATOER-ID
               END-IF
               IF MILJO-FUNKTION = "U"
                   PERFORM UDTRAEK
               ELSE
                   PERFORM RAPPORT
               END-IF
               MOVE KOERSEL-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPERATOER-ID = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Saldobekraeftelser " RAPPORT-AAR
                   ": U-udtraek S-svar L-list R-rapport X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "U" PERFORM UDTRAEK
                   WHEN "S" PERFORM REGISTRER-SVAR
                   WHEN "L" PERFORM LIST-UDSNIT
                   WHEN "R" PERFORM RAPPORT
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SAET-PARAMETRE.
           MOVE SPACES TO MILJO-TEKST
           ACCEPT MILJO-TEKST FROM ENVIRONMENT "REVISION-AAR"
           IF MILJO-TEKST(1:4) IS NUMERIC
               MOVE MILJO-TEKST(1:4) TO RAPPORT-AAR
           ELSE
               COMPUTE RAPPORT-AAR = KOERSEL-DATO / 10000 - 1
           END-IF
           COMPUTE AAR-PRIMO = RAPPORT-AAR * 10000 + 0101
           COMPUTE AAR-ULTIMO = RAPPORT-AAR * 10000 + 1231
           MOVE SPACES TO MILJO-TEKST
           ACCEPT MILJO-TEKST FROM ENVIRONMENT "REVISION-STOERSTE"
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO STOERSTE-ANTAL
           END-IF
           MOVE SPACES TO MILJO-TEKST
           ACCEPT MILJO-TEKST FROM ENVIRONMENT "REVISION-PR-BAAND"
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO BAAND-ANTAL
           END-IF
           MOVE RAPPORT-AAR TO FROE
           MOVE SPACES TO MILJO-TEKST
           ACCEPT MILJO-TEKST FROM ENVIRONMENT "REVISION-FROE"
           IF MILJO-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MILJO-TEKST) TO FROE
           END-IF
           EXIT.

      *Udtraekket: populationen ved aarsultimo, de stoerste saldi
      *pr. valuta, de tilfaeldige pr. valuta og baand, og til sidst
      *brevene og registret.
       UDTRAEK.
           PERFORM LAES-REGISTER
           IF SB-AAR-ER-UDTRUKKET
               DISPLAY "FEJL: udsnittet for " RAPPORT-AAR
                   " er allerede udtrukket"
               MOVE 8 TO KOERSEL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM ANALYSER-AARSULTIMO
      *En afkortet population maa ikke registreres som aarets
      *udsnit - saa kan udtraekket ikke koeres igen.
           IF POP-ANTAL = 0
                   OR POP-ER-OVERLOEBET OR VT-ER-OVERLOEBET
               MOVE 8 TO KOERSEL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM TILDEL-TILFAELDIGE-TAL
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               MOVE VT-VALUTA(VT-IX) TO AKT-VALUTA
               PERFORM TRAEK-STOERSTE STOERSTE-ANTAL TIMES
               PERFORM VARYING BAAND-IX FROM 1 BY 1
                       UNTIL BAAND-IX > 4
                   PERFORM TRAEK-TILFAELDIG BAAND-ANTAL TIMES
               END-PERFORM
           END-PERFORM
           MOVE 0 TO ANTAL-UDTRUKKET
           MOVE "N" TO SB-OVERLOB
           PERFORM VARYING POP-IX FROM 1 BY 1
                   UNTIL POP-IX > POP-ANTAL
               IF POP-UDVALG(POP-IX) NOT = SPACE
                   PERFORM REGISTRER-UDTRUKKET
               END-IF
           END-PERFORM
           MOVE "SB-TABEL" TO TK-TABEL
           MOVE SB-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SB-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           PERFORM GEM-REGISTER
           DISPLAY "SALDOBEKRAEFTELSE: " ANTAL-UDTRUKKET
               " konti udtrukket for " RAPPORT-AAR
               " (saldo pr. " SENESTE-DATO ", froe " FROE ")"
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               MOVE VT-UDV-ANTAL(VT-IX) TO ANTAL-VIST
               MOVE VT-POP-ANTAL(VT-IX) TO ANTAL2-VIST
               DISPLAY "  " VT-VALUTA(VT-IX) ": " ANTAL-VIST
                   " af " ANTAL2-VIST " konti"
           END-PERFORM
           EXIT.

      *Masteren ved aarsultimo: historikken sorteres pr. konto og
      *dato, og hver kontos seneste snapshot til og med 31/12
      *gemmes. Konti hvis seneste snapshot er aeldre end aarets
      *sidste snapshot-koersel, var lukket ved aarsultimo og
      *tages ud igen.
       ANALYSER-AARSULTIMO.
           MOVE 0 TO POP-ANTAL
           MOVE 0 TO VT-ANTAL
           MOVE 0 TO SENESTE-DATO
           MOVE "N" TO POP-OVERLOB
           MOVE "N" TO VT-OVERLOB
           MOVE "N" TO KAND-FINDES
           MOVE "N" TO SORT-SLUT
           OPEN INPUT HISTORIKFIL
           IF HISTORIKFIL-STATUS NOT = "00"
               CLOSE HISTORIKFIL
               DISPLAY "FEJL: Kundehistorik.txt findes ikke"
               EXIT PARAGRAPH
           END-IF
           CLOSE HISTORIKFIL
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KUNDE-ID SORT-KONTONUMMER SORT-DATO
               USING HISTORIKFIL
               OUTPUT PROCEDURE IS BEHANDL-SORTERET-HISTORIK
           MOVE "POP-TABEL" TO TK-TABEL
           MOVE POP-ANTAL TO TK-ANTAL
           MOVE 20000 TO TK-KAPACITET
           MOVE POP-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "VT-TABEL" TO TK-TABEL
           MOVE VT-ANTAL TO TK-ANTAL
           MOVE 30 TO TK-KAPACITET
           MOVE VT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF SENESTE-DATO < AAR-PRIMO
               DISPLAY "FEJL: ingen snapshots i Kundehistorik.txt "
                   "for " RAPPORT-AAR
               MOVE 0 TO POP-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO POP-NY-IX
           PERFORM VARYING POP-IX FROM 1 BY 1
                   UNTIL POP-IX > POP-ANTAL
               IF POP-DATO(POP-IX) = SENESTE-DATO
                   ADD 1 TO POP-NY-IX
                   MOVE POP-POST(POP-IX) TO POP-POST(POP-NY-IX)
                   PERFORM OPSAML-POPULATION
               END-IF
           END-PERFORM
           MOVE POP-NY-IX TO POP-ANTAL
           IF POP-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 20000 konti i "
                   "historikken - populationen er ufuldstaendig"
               MOVE 8 TO KOERSEL-RC
           END-IF
           IF VT-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 30 valutaer - de "
                   "oevrige er ikke med i populationen"
               MOVE 8 TO KOERSEL-RC
           END-IF
           EXIT.

       BEHANDL-SORTERET-HISTORIK.
           PERFORM UNTIL SORT-SLUT = "J"
               RETURN SORT-WORK
                   AT END
                       MOVE "J" TO SORT-SLUT
                   NOT AT END
                       PERFORM BEHANDL-SNAPSHOT
               END-RETURN
           END-PERFORM
           PERFORM GEM-KANDIDAT
           EXIT.

       BEHANDL-SNAPSHOT.
           IF KAND-ER-FUNDET
               IF SORT-KUNDE-ID NOT = KAND-KUNDE-ID
                       OR SORT-KONTONUMMER NOT = KAND-KONTONUMMER
                   PERFORM GEM-KANDIDAT
               END-IF
           END-IF
           IF SORT-DATO > AAR-ULTIMO
               EXIT PARAGRAPH
           END-IF
           MOVE SORT-KUNDE-ID TO KAND-KUNDE-ID
           MOVE SORT-KONTONUMMER TO KAND-KONTONUMMER
           MOVE SORT-BALANCE TO KAND-SALDO
           MOVE SORT-VALUTAKODE TO KAND-VALUTA
           MOVE SORT-DATO TO KAND-DATO
           MOVE "J" TO KAND-FINDES
           EXIT.

       GEM-KANDIDAT.
           IF NOT KAND-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO KAND-FINDES
           IF KAND-DATO > SENESTE-DATO
               MOVE KAND-DATO TO SENESTE-DATO
           END-IF
           IF POP-ANTAL >= 20000
               MOVE "J" TO POP-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POP-ANTAL
           MOVE KAND-KUNDE-ID TO POP-KUNDE-ID(POP-ANTAL)
           MOVE KAND-KONTONUMMER TO POP-KONTONUMMER(POP-ANTAL)
           MOVE KAND-SALDO TO POP-SALDO(POP-ANTAL)
           MOVE KAND-VALUTA TO POP-VALUTA(POP-ANTAL)
           MOVE KAND-DATO TO POP-DATO(POP-ANTAL)
           EXIT.

      *Kontoens numeriske saldo, saldobaand og valutaens
      *populationstal.
       OPSAML-POPULATION.
           IF POP-SALDO(POP-NY-IX) < 0
               COMPUTE POP-ABS-SALDO(POP-NY-IX) =
                   0 - POP-SALDO(POP-NY-IX)
           ELSE
               MOVE POP-SALDO(POP-NY-IX) TO POP-ABS-SALDO(POP-NY-IX)
           END-IF
           EVALUATE TRUE
               WHEN POP-ABS-SALDO(POP-NY-IX) < 10000
                   MOVE 1 TO POP-BAAND(POP-NY-IX)
               WHEN POP-ABS-SALDO(POP-NY-IX) < 100000
                   MOVE 2 TO POP-BAAND(POP-NY-IX)
               WHEN POP-ABS-SALDO(POP-NY-IX) < 1000000
                   MOVE 3 TO POP-BAAND(POP-NY-IX)
               WHEN OTHER
                   MOVE 4 TO POP-BAAND(POP-NY-IX)
           END-EVALUATE
           MOVE 0 TO POP-TILFAELDIG(POP-NY-IX)
           MOVE SPACE TO POP-UDVALG(POP-NY-IX)
           MOVE POP-VALUTA(POP-NY-IX) TO AKT-VALUTA
           PERFORM FIND-VALUTA
           IF VT-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VT-POP-ANTAL(VT-FUNDET-IX)
           ADD POP-ABS-SALDO(POP-NY-IX) TO VT-POP-SALDO(VT-FUNDET-IX)
           EXIT.

       FIND-VALUTA.
           MOVE 0 TO VT-FUNDET-IX
           PERFORM VARYING VT-IX FROM 1 BY 1
                   UNTIL VT-IX > VT-ANTAL OR VT-FUNDET-IX > 0
               IF VT-VALUTA(VT-IX) = AKT-VALUTA
                   MOVE VT-IX TO VT-FUNDET-IX
               END-IF
           END-PERFORM
           IF VT-FUNDET-IX = 0
               IF VT-ANTAL < 30
                   ADD 1 TO VT-ANTAL
                   MOVE VT-ANTAL TO VT-FUNDET-IX
                   MOVE AKT-VALUTA TO VT-VALUTA(VT-ANTAL)
                   MOVE 0 TO VT-POP-ANTAL(VT-ANTAL)
                   MOVE 0 TO VT-POP-SALDO(VT-ANTAL)
                   MOVE 0 TO VT-UDV-ANTAL(VT-ANTAL)
                   MOVE 0 TO VT-UDV-SALDO(VT-ANTAL)
                   MOVE 0 TO VT-SVAR-ANTAL(VT-ANTAL)
                   MOVE 0 TO VT-BESTRIDT-ANTAL(VT-ANTAL)
               ELSE
                   MOVE "J" TO VT-OVERLOB
               END-IF
           END-IF
           EXIT.

      *De tilfaeldige tal traekkes i kontoernes sorterede
      *raekkefoelge fra en fast froe (samme idiom som
      *KUNDEGENERATOR), saa udsnittet kan genskabes.
       TILDEL-TILFAELDIGE-TAL.
           MOVE FUNCTION RANDOM(FROE) TO TILFAELDIG-VAL
           PERFORM VARYING POP-IX FROM 1 BY 1
                   UNTIL POP-IX > POP-ANTAL
               MOVE TILFAELDIG-VAL TO POP-TILFAELDIG(POP-IX)
               MOVE FUNCTION RANDOM TO TILFAELDIG-VAL
           END-PERFORM
           EXIT.

      *Valutaens stoerste endnu ikke udtagne saldo; konti med saldo
      *nul udtages ikke.
       TRAEK-STOERSTE.
           MOVE 0 TO BEDSTE-IX
           PERFORM VARYING POP-IX FROM 1 BY 1
                   UNTIL POP-IX > POP-ANTAL
               IF POP-VALUTA(POP-IX) = AKT-VALUTA
                       AND POP-UDVALG(POP-IX) = SPACE
                       AND POP-ABS-SALDO(POP-IX) > 0
                   IF BEDSTE-IX = 0
                       MOVE POP-IX TO BEDSTE-IX
                   ELSE
                       IF POP-ABS-SALDO(POP-IX) >
                               POP-ABS-SALDO(BEDSTE-IX)
                           MOVE POP-IX TO BEDSTE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEDSTE-IX > 0
               MOVE "S" TO POP-UDVALG(BEDSTE-IX)
           END-IF
           EXIT.

      *Den endnu ikke udtagne konto i valuta og baand med det
      *laveste tilfaeldige tal.
       TRAEK-TILFAELDIG.
           MOVE 0 TO BEDSTE-IX
           PERFORM VARYING POP-IX FROM 1 BY 1
                   UNTIL POP-IX > POP-ANTAL
               IF POP-VALUTA(POP-IX) = AKT-VALUTA
                       AND POP-BAAND(POP-IX) = BAAND-IX
                       AND POP-UDVALG(POP-IX) = SPACE
                       AND POP-ABS-SALDO(POP-IX) > 0
                   IF BEDSTE-IX = 0
                       MOVE POP-IX TO BEDSTE-IX
                   ELSE
                       IF POP-TILFAELDIG(POP-IX) <
                               POP-TILFAELDIG(BEDSTE-IX)
                           MOVE POP-IX TO BEDSTE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEDSTE-IX > 0
               MOVE "T" TO POP-UDVALG(BEDSTE-IX)
           END-IF
           EXIT.

       REGISTRER-UDTRUKKET.
           IF SB-ANTAL >= 2000
               DISPLAY "FEJL: registret er fuldt - "
                   POP-KUNDE-ID(POP-IX) " "
                   POP-KONTONUMMER(POP-IX) " er ikke udtrukket"
               MOVE "J" TO SB-OVERLOB
               MOVE 8 TO KOERSEL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SB-RECORD
           MOVE RAPPORT-AAR TO SB-AAR
           MOVE POP-KUNDE-ID(POP-IX) TO SB-KUNDE-ID
           MOVE POP-KONTONUMMER(POP-IX) TO SB-KONTONUMMER
           MOVE POP-VALUTA(POP-IX) TO SB-VALUTA
           MOVE POP-SALDO(POP-IX) TO SB-SALDO
           MOVE POP-UDVALG(POP-IX) TO SB-UDVALG
           MOVE POP-BAAND(POP-IX) TO SB-BAAND
           MOVE KOERSEL-DATO TO SB-SENDT-DATO
           MOVE "U" TO SB-STATUS
           MOVE 0 TO SB-KUNDE-SALDO
           MOVE 0 TO SB-DIFFERENCE
           MOVE 0 TO SB-SVAR-DATO
           MOVE OPERATOER-ID TO SB-OPERATOER
           ADD 1 TO SB-ANTAL
           MOVE SB-RECORD TO SB-POST(SB-ANTAL)
           ADD 1 TO ANTAL-UDTRUKKET
           MOVE POP-VALUTA(POP-IX) TO AKT-VALUTA
           PERFORM FIND-VALUTA
           IF VT-FUNDET-IX > 0
               ADD 1 TO VT-UDV-ANTAL(VT-FUNDET-IX)
           END-IF
           PERFORM BESTIL-BEKRAEFTELSESBREV
           EXIT.

      *Brevet bestilles hos brevkoerslen (skabelon SALDOBEK) med
      *saldoen ved aarsultimo; {DATO} er aarsultimo.
       BESTIL-BEKRAEFTELSESBREV.
           INITIALIZE BB-OMRAADE
           MOVE POP-KUNDE-ID(POP-IX) TO BB-KUNDE-ID
           MOVE "SALDOBEK" TO BB-SKABELON
           MOVE POP-KONTONUMMER(POP-IX) TO BB-KONTONUMMER
           MOVE POP-SALDO(POP-IX) TO BB-BELOEB
           MOVE POP-VALUTA(POP-IX) TO BB-VALUTA
           MOVE AAR-ULTIMO TO BB-BREVDATO
           STRING RAPPORT-AAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(POP-KONTONUMMER(POP-IX))
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           STRING "Regnskabsaaret " DELIMITED BY SIZE
               RAPPORT-AAR DELIMITED BY SIZE INTO BB-TEKST
           END-STRING
           MOVE "SALDOBEKRAEFTELSE" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Svar fra kunden: enig, eller bestridt med kundens saldo.
      *Et svar kan rettes ved at registrere det igen.
       REGISTRER-SVAR.
           PERFORM LAES-REGISTER
           DISPLAY "Kunde-id:"
           MOVE SPACES TO INP-KUNDE-ID
           ACCEPT INP-KUNDE-ID
           DISPLAY "Kontonummer:"
           MOVE SPACES TO INP-KONTO
           ACCEPT INP-KONTO
           MOVE 0 TO SB-FUNDET-IX
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-ANTAL
               MOVE SB-POST(SB-IX) TO SB-RECORD
               IF SB-AAR = RAPPORT-AAR
                       AND SB-KUNDE-ID = INP-KUNDE-ID
                       AND FUNCTION TRIM(SB-KONTONUMMER) =
                           FUNCTION TRIM(INP-KONTO)
                   MOVE SB-IX TO SB-FUNDET-IX
               END-IF
           END-PERFORM
           IF SB-FUNDET-IX = 0
               DISPLAY "FEJL: kontoen er ikke i udsnittet for "
                   RAPPORT-AAR
               EXIT PARAGRAPH
           END-IF
           MOVE SB-POST(SB-FUNDET-IX) TO SB-RECORD
           MOVE SB-SALDO TO SALDO-VIST
           DISPLAY "Saldo pr. " AAR-ULTIMO ": " SALDO-VIST " "
               SB-VALUTA
           IF SB-BESVARET
               DISPLAY "Bemaerk: svar allerede registreret "
                   SB-SVAR-DATO " af " SB-OPERATOER
                   " - det nye svar erstatter det"
           END-IF
           DISPLAY "Svar (E=enig, B=bestridt):"
           MOVE SPACE TO INP-SVAR
           ACCEPT INP-SVAR
           EVALUATE INP-SVAR
               WHEN "E"
                   MOVE SB-SALDO TO SB-KUNDE-SALDO
               WHEN "B"
                   DISPLAY "Kundens opgivne saldo (fx -1234.50):"
                   MOVE SPACES TO INP-SALDO
                   ACCEPT INP-SALDO
                   IF INP-SALDO = SPACES
                           OR FUNCTION TEST-NUMVAL(INP-SALDO) NOT = 0
                       DISPLAY "FEJL: saldoen er ikke et beloeb"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(INP-SALDO) TO SB-KUNDE-SALDO
               WHEN OTHER
                   DISPLAY "FEJL: svaret skal vaere E eller B"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Bemaerkning:"
           MOVE SPACES TO INP-BEMAERKNING
           ACCEPT INP-BEMAERKNING
           MOVE INP-SVAR TO SB-STATUS
           COMPUTE SB-DIFFERENCE = SB-KUNDE-SALDO - SB-SALDO
           MOVE KOERSEL-DATO TO SB-SVAR-DATO
           MOVE OPERATOER-ID TO SB-OPERATOER
           MOVE INP-BEMAERKNING TO SB-BEMAERKNING
           MOVE SB-RECORD TO SB-POST(SB-FUNDET-IX)
           PERFORM GEM-REGISTER
           MOVE SB-DIFFERENCE TO DIFF-VIST
           DISPLAY "Svar gemt: " INP-KUNDE-ID " "
               FUNCTION TRIM(INP-KONTO) " status " SB-STATUS
               " difference " DIFF-VIST
           EXIT.

       LIST-UDSNIT.
           PERFORM LAES-REGISTER
           IF NOT SB-AAR-ER-UDTRUKKET
               DISPLAY "Intet udsnit for " RAPPORT-AAR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-ANTAL
               MOVE SB-POST(SB-IX) TO SB-RECORD
               IF SB-AAR = RAPPORT-AAR
                   PERFORM SAET-STATUS-TEKST
                   MOVE SB-SALDO TO SALDO-VIST
                   DISPLAY SB-KUNDE-ID " " SB-KONTONUMMER " "
                       SALDO-VIST " " SB-VALUTA " " SB-UDVALG
                       SB-BAAND " " STATUS-TEKST
               END-IF
           END-PERFORM
           EXIT.

       SAET-STATUS-TEKST.
           EVALUATE TRUE
               WHEN SB-ENIG      MOVE "ENIG" TO STATUS-TEKST
               WHEN SB-BESTRIDT  MOVE "BESTRIDT" TO STATUS-TEKST
               WHEN OTHER        MOVE "AFVENTER" TO STATUS-TEKST
           END-EVALUATE
           EXIT.

      *Rapporten til revisorerne. Populationen beregnes igen fra
      *historikken, saa daekningen altid maales mod samme
      *aarsultimo som udtraekket.
       RAPPORT.
           PERFORM LAES-REGISTER
           IF NOT SB-AAR-ER-UDTRUKKET
               DISPLAY "FEJL: intet udsnit for " RAPPORT-AAR
                   " - koer udtraekket foerst"
               MOVE 8 TO KOERSEL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM ANALYSER-AARSULTIMO
           MOVE 0 TO TOT-SENDT
           MOVE 0 TO TOT-SVAR
           MOVE 0 TO TOT-ENIG
           MOVE 0 TO TOT-BESTRIDT
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-ANTAL
               MOVE SB-POST(SB-IX) TO SB-RECORD
               IF SB-AAR = RAPPORT-AAR
                   PERFORM OPSAML-SVAR
               END-IF
           END-PERFORM
           OPEN OUTPUT RAPPORTFIL
           MOVE "========================================"
               TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE SPACES TO RAPPORT-LINJE
           STRING "SALDOBEKRAEFTELSER - REGNSKABSAARET "
               RAPPORT-AAR "  (saldo pr. " SENESTE-DATO ")"
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           MOVE "========================================"
               TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE "Daekning pr. valuta (saldi i numerisk vaerdi):"
               TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE SPACES TO RAPPORT-LINJE
           STRING "Valuta Konti  Udsnit   Pct      Saldo i alt     "
               "Saldo udsnit   Pct"
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VT-ANTAL
               PERFORM SKRIV-DAEKNINGSLINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE 0 TO PROCENT
           IF TOT-SENDT > 0
               COMPUTE PROCENT ROUNDED = TOT-SVAR * 100 / TOT-SENDT
           END-IF
           MOVE PROCENT TO PROCENT-VIST
           MOVE TOT-SENDT TO ANTAL-VIST
           MOVE TOT-SVAR TO ANTAL2-VIST
           MOVE SPACES TO RAPPORT-LINJE
           STRING "Svarprocent: " ANTAL2-VIST " svar paa "
               ANTAL-VIST " udsendte = " PROCENT-VIST " pct"
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           MOVE TOT-ENIG TO ANTAL-VIST
           MOVE TOT-BESTRIDT TO ANTAL2-VIST
           MOVE SPACES TO RAPPORT-LINJE
           STRING "  heraf enige: " ANTAL-VIST
               "  bestridte: " ANTAL2-VIST
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           MOVE SPACES TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           MOVE "Bestridte saldi:" TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           IF TOT-BESTRIDT = 0
               MOVE "  (ingen)" TO RAPPORT-LINJE
               PERFORM SKRIV-RAPPORTLINJE
           ELSE
               MOVE SPACES TO RAPPORT-LINJE
               STRING "Kunde      Konto                Val Bankens "
                   "saldo Kundens saldo    Difference  Bemaerkning"
                   DELIMITED BY SIZE INTO RAPPORT-LINJE
               END-STRING
               PERFORM SKRIV-RAPPORTLINJE
               PERFORM VARYING SB-IX FROM 1 BY 1
                       UNTIL SB-IX > SB-ANTAL
                   MOVE SB-POST(SB-IX) TO SB-RECORD
                   IF SB-AAR = RAPPORT-AAR AND SB-BESTRIDT
                       PERFORM SKRIV-BESTRIDT-LINJE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "========================================"
               TO RAPPORT-LINJE
           PERFORM SKRIV-RAPPORTLINJE
           CLOSE RAPPORTFIL
           EXIT.

      *Udsnittets tal opsamles fra registret pr. valuta; saldoen i
      *udsnittet er den saldo der stod i brevet.
       OPSAML-SVAR.
           ADD 1 TO TOT-SENDT
           MOVE SB-VALUTA TO AKT-VALUTA
           PERFORM FIND-VALUTA
           IF VT-FUNDET-IX > 0
               ADD 1 TO VT-UDV-ANTAL(VT-FUNDET-IX)
               IF SB-SALDO < 0
                   SUBTRACT SB-SALDO FROM VT-UDV-SALDO(VT-FUNDET-IX)
               ELSE
                   ADD SB-SALDO TO VT-UDV-SALDO(VT-FUNDET-IX)
               END-IF
               IF SB-BESVARET
                   ADD 1 TO VT-SVAR-ANTAL(VT-FUNDET-IX)
               END-IF
               IF SB-BESTRIDT
                   ADD 1 TO VT-BESTRIDT-ANTAL(VT-FUNDET-IX)
               END-IF
           END-IF
           IF SB-BESVARET
               ADD 1 TO TOT-SVAR
           END-IF
           IF SB-ENIG
               ADD 1 TO TOT-ENIG
           END-IF
           IF SB-BESTRIDT
               ADD 1 TO TOT-BESTRIDT
           END-IF
           EXIT.

       SKRIV-DAEKNINGSLINJE.
           MOVE 0 TO PROCENT
           IF VT-POP-ANTAL(VT-IX) > 0
               COMPUTE PROCENT ROUNDED =
                   VT-UDV-ANTAL(VT-IX) * 100 / VT-POP-ANTAL(VT-IX)
           END-IF
           MOVE 0 TO PROCENT-SALDO
           IF VT-POP-SALDO(VT-IX) > 0
               COMPUTE PROCENT-SALDO ROUNDED =
                   VT-UDV-SALDO(VT-IX) * 100 / VT-POP-SALDO(VT-IX)
           END-IF
           MOVE PROCENT TO PROCENT-VIST
           MOVE PROCENT-SALDO TO PROCENT-SALDO-VIST
           MOVE VT-POP-ANTAL(VT-IX) TO ANTAL-VIST
           MOVE VT-UDV-ANTAL(VT-IX) TO ANTAL2-VIST
           MOVE VT-POP-SALDO(VT-IX) TO TOTAL-VIST
           MOVE VT-UDV-SALDO(VT-IX) TO TOTAL2-VIST
           MOVE SPACES TO RAPPORT-LINJE
           STRING VT-VALUTA(VT-IX) "    " ANTAL-VIST "   "
               ANTAL2-VIST " " PROCENT-VIST " " TOTAL-VIST " "
               TOTAL2-VIST " " PROCENT-SALDO-VIST
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           EXIT.

       SKRIV-BESTRIDT-LINJE.
           MOVE SB-SALDO TO SALDO-VIST
           MOVE SB-KUNDE-SALDO TO SALDO2-VIST
           MOVE SB-DIFFERENCE TO DIFF-VIST
           MOVE SPACES TO RAPPORT-LINJE
           STRING SB-KUNDE-ID " " SB-KONTONUMMER " " SB-VALUTA
               " " SALDO-VIST " " SALDO2-VIST " " DIFF-VIST "  "
               SB-BEMAERKNING
               DELIMITED BY SIZE INTO RAPPORT-LINJE
           END-STRING
           PERFORM SKRIV-RAPPORTLINJE
           EXIT.

       SKRIV-RAPPORTLINJE.
           MOVE RAPPORT-LINJE TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           DISPLAY FUNCTION TRIM(RAPPORT-LINJE TRAILING)
           EXIT.

       LAES-REGISTER.
           MOVE 0 TO SB-ANTAL
           MOVE "N" TO SB-AAR-FINDES
           MOVE "N" TO FIL-SLUT
           OPEN INPUT SBFIL
           IF SBFIL-STATUS NOT = "00"
               CLOSE SBFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ SBFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF SB-ANTAL < 2000
                           ADD 1 TO SB-ANTAL
                           MOVE SB-RECORD TO SB-POST(SB-ANTAL)
                           IF SB-AAR = RAPPORT-AAR
                               MOVE "J" TO SB-AAR-FINDES
                           END-IF
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "SaldoBekraeftelser.txt"
                           CLOSE SBFIL
                           MOVE "SB-TABEL" TO TK-TABEL
                           MOVE SB-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SBFIL
           MOVE "SB-TABEL" TO TK-TABEL
           MOVE SB-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives via midlertidig fil og mv.
       GEM-REGISTER.
           OPEN OUTPUT SBNYFIL
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-ANTAL
               MOVE SB-POST(SB-IX) TO SBNY-RECORD
               WRITE SBNY-RECORD
           END-PERFORM
           CLOSE SBNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SBNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SBFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Filplaceringer kan flyttes via miljoeet: DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO HISTORIKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundehistorik.txt"
                   DELIMITED BY SIZE INTO HISTORIKFIL-NAVN
               END-STRING
               MOVE SPACES TO SBFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SaldoBekraeftelser.txt"
                   DELIMITED BY SIZE INTO SBFIL-NAVN
               END-STRING
               MOVE SPACES TO SBNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SaldoBekraeftelserNy.tmp"
                   DELIMITED BY SIZE INTO SBNYFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SaldoBekraeftelseRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "SALDOBEKRAEFTELSE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
