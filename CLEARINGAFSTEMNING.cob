       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARINGAFSTEMNING.
      *Daglig afstemning af clearingafviklingen. Clearingcentralen
      *sender hver dag en afregningsopgoerelse (ClearingAfregning.txt,
      *kommasepareret) over hvad den har afviklet paa vores
      *afregningskonto:
      *  AFREGNING,<dato>                    opgoerelsens afviklingsdag
      *  POST,<type>,<reference>,<beloeb>,<valuta>
      *                                      en afviklet post
      *  NETTO,<valuta>,<beloeb>             nettobeloebet centralen
      *                                      har bogfoert pr. valuta
      *                                      (positivt = til os)
      *Posttyperne og vores egne filer bag dem:
      *  UD  udgaaende ordrer      ClearingUd.txt (dagens linjer)
      *  IND indgaaende kredit.    ClearingInd.txt
      *  RET vores returer         ClearingRetur.txt
      *  URE returnerede udbet.    ClearingUdRetur.txt
      *  BS  Betalingsservice      BsAfregning.txt (reference er
      *                            kreditor-id, beloeb pr. kreditor)
      *IND og URE er penge til os, UD, RET og BS penge fra os.
      *Hver post matches paa type, reference og valuta; stemmer
      *beloebet ikke, er posten en afvigelse. Rapporten
      *(ClearingAfstemningRapport.txt) viser pr. valuta de afstemte
      *poster, poster der mangler hos os, poster der mangler hos
      *centralen, og vores nettobeloeb mod centralens.
      *Dommen persisteres i ClearingAfstemningStatus.txt (samme
      *opbygning som NatafstemningStatus.txt), saa MORGENSTATUS kan
      *vise den:
      *  "OK  " alt afstemt
      *  "AFVG" nettobeloebene stemmer, men enkeltposter mangler
      *         paa en af siderne                      -> GUL
      *  "MANG" vi har clearing i dag, men ingen opgoerelse for
      *         dagen er modtaget                      -> GUL
      *  "FEJL" nettobeloebet for en valuta stemmer ikke, eller en
      *         post har et andet beloeb hos centralen -> ROED
      *Programmet returnerer 4 ved alt andet end "OK  " - dommen
      *skal ses, men natkaeden skal ikke stoppe af den.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AFREGNINGFIL ASSIGN TO AFREGNINGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGNINGFIL-STATUS.
           SELECT OPTIONAL CLRUDFIL ASSIGN TO CLRUDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLRUDFIL-STATUS.
           SELECT OPTIONAL CLRINDFIL ASSIGN TO CLRINDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLRINDFIL-STATUS.
           SELECT OPTIONAL CLRRETURFIL ASSIGN TO CLRRETURFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLRRETURFIL-STATUS.
           SELECT OPTIONAL UDRETURFIL ASSIGN TO UDRETURFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDRETURFIL-STATUS.
           SELECT OPTIONAL BSAFREGNFIL ASSIGN TO BSAFREGNFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSAFREGNFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUSFIL ASSIGN TO STATUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AFREGNINGFIL.
       01 AFREGNING-LINJE        PIC X(100).

       FD CLRUDFIL.
       01 CLRUD-LINJE            PIC X(110).

       FD CLRINDFIL.
       01 CLRIND-LINJE           PIC X(100).

       FD CLRRETURFIL.
       01 CLRRETUR-LINJE         PIC X(110).

       FD UDRETURFIL.
       01 UDRETUR-LINJE          PIC X(100).

       FD BSAFREGNFIL.
       01 BSAFREGN-LINJE         PIC X(80).

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(100).

      *Afstemningens dom, persisteret saa morgenstatus-siden kan
      *laese den.
       FD STATUSFIL.
       01 STATUS-RECORD.
           02 AFST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 AFST-DOM            PIC X(4).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 AFREGNINGFIL-NAVN      PIC X(80)
           VALUE "ClearingAfregning.txt".
       01 CLRUDFIL-NAVN          PIC X(80)
           VALUE "ClearingUd.txt".
       01 CLRINDFIL-NAVN         PIC X(80)
           VALUE "ClearingInd.txt".
       01 CLRRETURFIL-NAVN       PIC X(80)
           VALUE "ClearingRetur.txt".
       01 UDRETURFIL-NAVN        PIC X(80)
           VALUE "ClearingUdRetur.txt".
       01 BSAFREGNFIL-NAVN       PIC X(80)
           VALUE "BsAfregning.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "ClearingAfstemningRapport.txt".
       01 STATUSFIL-NAVN         PIC X(80)
           VALUE "ClearingAfstemningStatus.txt".
       01 AFREGNINGFIL-STATUS    PIC X(2) VALUE "00".
       01 CLRUDFIL-STATUS        PIC X(2) VALUE "00".
       01 CLRINDFIL-STATUS       PIC X(2) VALUE "00".
       01 CLRRETURFIL-STATUS     PIC X(2) VALUE "00".
       01 UDRETURFIL-STATUS      PIC X(2) VALUE "00".
       01 BSAFREGNFIL-STATUS     PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).

      *Vores egne poster og centralens poster. MATCH-FLAG: "N" ikke
      *fundet paa den anden side, "J" afstemt, "A" fundet med andet
      *beloeb.
       01 EGEN-ANTAL             PIC 9(4) VALUE 0.
       01 EGEN-TABEL.
           02 EGEN-POST OCCURS 2000 TIMES.
               03 EGEN-TYPE          PIC X(3).
               03 EGEN-REFERENCE     PIC X(20).
               03 EGEN-VALUTA        PIC X(3).
               03 EGEN-BELOEB        PIC S9(9)V9(2).
               03 EGEN-MATCH         PIC X(1).
       01 EGEN-IX                PIC 9(4).
       01 CENT-ANTAL             PIC 9(4) VALUE 0.
       01 CENT-TABEL.
           02 CENT-POST OCCURS 2000 TIMES.
               03 CENT-TYPE          PIC X(3).
               03 CENT-REFERENCE     PIC X(20).
               03 CENT-VALUTA        PIC X(3).
               03 CENT-BELOEB        PIC S9(9)V9(2).
               03 CENT-MATCH         PIC X(1).
               03 CENT-EGEN-BELOEB   PIC S9(9)V9(2).
       01 CENT-IX                PIC 9(4).
       01 FUNDET-IX              PIC 9(4) VALUE 0.
       01 TABEL-FULD             PIC X VALUE "N".
           88 TABEL-ER-FULD          VALUE "J".
       01 EGEN-OVERLOB           PIC X VALUE "N".
       01 CENT-OVERLOB           PIC X VALUE "N".

      *Totaler pr. valuta.
       01 VAL-ANTAL              PIC 9(2) VALUE 0.
       01 VAL-TABEL.
           02 VAL-POST OCCURS 20 TIMES.
               03 VAL-KODE           PIC X(3).
               03 VAL-AFST-ANTAL     PIC 9(5).
               03 VAL-AFST-SUM       PIC S9(11)V9(2).
               03 VAL-MOS-ANTAL      PIC 9(5).
               03 VAL-MOS-SUM        PIC S9(11)V9(2).
               03 VAL-MCENT-ANTAL    PIC 9(5).
               03 VAL-MCENT-SUM      PIC S9(11)V9(2).
               03 VAL-AFVIG-ANTAL    PIC 9(5).
               03 VAL-EGEN-NETTO     PIC S9(11)V9(2).
               03 VAL-CENT-NETTO     PIC S9(11)V9(2).
               03 VAL-OPGJORT-NETTO  PIC S9(11)V9(2).
               03 VAL-NETTO-FUNDET   PIC X(1).
       01 VAL-IX                 PIC 9(2).
       01 VAL-FUNDET-IX          PIC 9(2) VALUE 0.
       01 SOEGT-VALUTA           PIC X(3).
       01 NETTO-DIFFERENCE       PIC S9(11)V9(2) VALUE 0.

      *Opsplitning af linjerne. Beloebene i ClearingUd.txt og
      *BsAfregning.txt staar med afsenderens PICTURE uden komma og
      *laeses tilbage gennem REDEFINES; de oevrige filer har
      *beloebet som tekst.
       01 FELT-1                 PIC X(20).
       01 FELT-2                 PIC X(20).
       01 FELT-3                 PIC X(20).
       01 FELT-4                 PIC X(20).
       01 FELT-5                 PIC X(20).
       01 FELT-6                 PIC X(20).
       01 FELT-7                 PIC X(20).
       01 UD-BELOEB-TEKST        PIC X(9).
       01 UD-BELOEB REDEFINES UD-BELOEB-TEKST PIC S9(7)V9(2).
       01 BS-SUM-TEKST           PIC X(13).
       01 BS-SUM REDEFINES BS-SUM-TEKST PIC S9(11)V9(2).
       01 BS-ANTAL-TEKST         PIC X(7).
       01 BS-DATO-TEKST          PIC X(8).
       01 NY-TYPE                PIC X(3).
       01 NY-REFERENCE           PIC X(20).
       01 NY-VALUTA              PIC X(3).
       01 NY-BELOEB              PIC S9(9)V9(2).
       01 NY-FORTEGN             PIC S9(1).

       01 OPGOERELSE-FUNDET      PIC X VALUE "N".
           88 OPGOERELSE-ER-FUNDET   VALUE "J".
       01 OPGOERELSE-DATO        PIC X(8) VALUE SPACES.
       01 ANTAL-ULAESELIGE       PIC 9(5) VALUE 0.
       01 AFSTEMNING-DOM         PIC X(4) VALUE "OK  ".
       01 TOTAL-AFSTEMT          PIC 9(5) VALUE 0.
       01 TOTAL-MANGLER-OS       PIC 9(5) VALUE 0.
       01 TOTAL-MANGLER-CENT     PIC 9(5) VALUE 0.
       01 TOTAL-AFVIGER          PIC 9(5) VALUE 0.

       01 BELOEB-VIST            PIC -(9)9.99.
       01 SUM-VIST               PIC -(11)9.99.
       01 SUM2-VIST              PIC -(11)9.99.
       01 ANTAL-VIST             PIC Z(4)9.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-CLEARING-UD
           PERFORM LAES-CLEARING-IND
           PERFORM LAES-CLEARING-RETUR
           PERFORM LAES-UDBETALINGSRETUR
           PERFORM LAES-BS-AFREGNING
           PERFORM LAES-AFREGNINGSOPGOERELSE
           MOVE "EGEN-TABEL" TO TK-TABEL
           MOVE EGEN-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE EGEN-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "CENT-TABEL" TO TK-TABEL
           MOVE CENT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE CENT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF EGEN-ANTAL = 0 AND NOT OPGOERELSE-ER-FUNDET
               DISPLAY "CLEARINGAFSTEMNING: ingen clearing og ingen "
                   "afregningsopgoerelse i dag"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TABEL-ER-FULD
               DISPLAY "FEJL: over 2000 clearingposter paa en side - "
                   "afstemningen kan ikke gennemfoeres"
               MOVE "FEJL" TO AFSTEMNING-DOM
               PERFORM SKRIV-AFSTEMNINGSSTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MATCH-POSTER
           PERFORM BEREGN-VALUTATOTALER
           PERFORM FAESTSAET-DOM
           OPEN OUTPUT RAPPORTFIL
           PERFORM SKRIV-RAPPORT
           CLOSE RAPPORTFIL
           PERFORM SKRIV-AFSTEMNINGSSTATUS

           DISPLAY "================================================"
           DISPLAY "CLEARINGAFSTEMNING - afregning mod clearingcentral"
           DISPLAY "================================================"
           DISPLAY "Egne poster          : " EGEN-ANTAL
           DISPLAY "Centralens poster    : " CENT-ANTAL
           DISPLAY "Afstemt              : " TOTAL-AFSTEMT
           DISPLAY "Mangler hos os       : " TOTAL-MANGLER-OS
           DISPLAY "Mangler hos central  : " TOTAL-MANGLER-CENT
           DISPLAY "Beloebsafvigelser    : " TOTAL-AFVIGER
           DISPLAY "Ulaeselige linjer    : " ANTAL-ULAESELIGE
           DISPLAY "Dom                  : " AFSTEMNING-DOM

           IF AFSTEMNING-DOM = "OK  " AND ANTAL-ULAESELIGE = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Dagens udgaaende ordrer: kun linjer med dagens dato - filen
      *overskrives af CLEARINGUD, men en dag uden koersel efterlader
      *gaarsdagens fil.
       LAES-CLEARING-UD.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT CLRUDFIL
           IF CLRUDFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ CLRUDFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF CLRUD-LINJE NOT = SPACES
                               AND CLRUD-LINJE(1:8) NOT = "TRAILER:"
                           PERFORM OPTAG-CLEARING-UD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLRUDFIL
           EXIT.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
      *kolonner ellers ville beholde vaerdier fra forrige linje i de
      *modtagefelter der ikke blev fyldt.
       OPTAG-CLEARING-UD.
           MOVE SPACES TO FELT-1 FELT-2 FELT-3 FELT-4 FELT-5
               FELT-6 FELT-7
           UNSTRING CLRUD-LINJE DELIMITED BY ","
               INTO FELT-1, FELT-2, FELT-3, FELT-4, FELT-5,
                   FELT-6, FELT-7
           IF FELT-6(1:8) NOT = KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE FELT-3(1:9) TO UD-BELOEB-TEKST
           IF UD-BELOEB NOT NUMERIC
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE "UD " TO NY-TYPE
           MOVE FELT-7 TO NY-REFERENCE
           MOVE FELT-4(1:3) TO NY-VALUTA
           MOVE UD-BELOEB TO NY-BELOEB
           PERFORM GEM-EGEN-POST
           EXIT.

       LAES-CLEARING-IND.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT CLRINDFIL
           IF CLRINDFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ CLRINDFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF CLRIND-LINJE NOT = SPACES
                           PERFORM OPTAG-CLEARING-IND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLRINDFIL
           EXIT.

      *Alle modtagne krediteringer er afviklet hos centralen - ogsaa
      *dem CLEARINGIND parkerede eller sendte retur; returen er sin
      *egen post (RET).
       OPTAG-CLEARING-IND.
           MOVE SPACES TO FELT-1 FELT-2 FELT-3 FELT-4 FELT-5
           UNSTRING CLRIND-LINJE DELIMITED BY ","
               INTO FELT-1, FELT-2, FELT-3, FELT-4, FELT-5
           IF FUNCTION TEST-NUMVAL(FELT-3) NOT = 0
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE "IND" TO NY-TYPE
           MOVE FELT-5 TO NY-REFERENCE
           MOVE FELT-4(1:3) TO NY-VALUTA
           MOVE FUNCTION NUMVAL(FELT-3) TO NY-BELOEB
           PERFORM GEM-EGEN-POST
           EXIT.

       LAES-CLEARING-RETUR.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT CLRRETURFIL
           IF CLRRETURFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ CLRRETURFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF CLRRETUR-LINJE NOT = SPACES
                           PERFORM OPTAG-CLEARING-RETUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLRRETURFIL
           EXIT.

      *Returlinjen er aarsagskoden foran den oprindelige
      *clearinglinje; referencen er den oprindelige krediterings.
       OPTAG-CLEARING-RETUR.
           MOVE SPACES TO FELT-1 FELT-2 FELT-3 FELT-4 FELT-5 FELT-6
           UNSTRING CLRRETUR-LINJE DELIMITED BY ","
               INTO FELT-1, FELT-2, FELT-3, FELT-4, FELT-5, FELT-6
           IF FUNCTION TEST-NUMVAL(FELT-4) NOT = 0
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE "RET" TO NY-TYPE
           MOVE FELT-6 TO NY-REFERENCE
           MOVE FELT-5(1:3) TO NY-VALUTA
           MOVE FUNCTION NUMVAL(FELT-4) TO NY-BELOEB
           PERFORM GEM-EGEN-POST
           EXIT.

       LAES-UDBETALINGSRETUR.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT UDRETURFIL
           IF UDRETURFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ UDRETURFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF UDRETUR-LINJE NOT = SPACES
                           PERFORM OPTAG-UDBETALINGSRETUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UDRETURFIL
           EXIT.

      *Returnerede udbetalinger er afviklet til os den dag de kommer,
      *ogsaa naar UDBETALINGSRETUR maa lade dem vente i sin koe.
       OPTAG-UDBETALINGSRETUR.
           MOVE SPACES TO FELT-1 FELT-2 FELT-3 FELT-4 FELT-5 FELT-6
           UNSTRING UDRETUR-LINJE DELIMITED BY ","
               INTO FELT-1, FELT-2, FELT-3, FELT-4, FELT-5, FELT-6
           IF FUNCTION TEST-NUMVAL(FELT-4) NOT = 0
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE "URE" TO NY-TYPE
           MOVE FELT-1 TO NY-REFERENCE
           MOVE FELT-5(1:3) TO NY-VALUTA
           MOVE FUNCTION NUMVAL(FELT-4) TO NY-BELOEB
           PERFORM GEM-EGEN-POST
           EXIT.

       LAES-BS-AFREGNING.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT BSAFREGNFIL
           IF BSAFREGNFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ BSAFREGNFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF BSAFREGN-LINJE(1:9) = "KREDITOR="
                           PERFORM OPTAG-BS-AFREGNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BSAFREGNFIL
           EXIT.

      *En linje pr. kreditor: KREDITOR= ANTAL= SUM= DATO= - kun
      *dagens afregning afstemmes. Betalingsservice afvikles i DKK.
       OPTAG-BS-AFREGNING.
           MOVE SPACES TO FELT-1 FELT-2 BS-ANTAL-TEKST BS-SUM-TEKST
               BS-DATO-TEKST
           UNSTRING BSAFREGN-LINJE
               DELIMITED BY "KREDITOR=" OR " ANTAL=" OR " SUM="
                   OR " DATO="
               INTO FELT-1, FELT-2, BS-ANTAL-TEKST, BS-SUM-TEKST,
                   BS-DATO-TEKST
           IF BS-DATO-TEKST NOT = KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           IF BS-SUM NOT NUMERIC
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE "BS " TO NY-TYPE
           MOVE FELT-2 TO NY-REFERENCE
           MOVE "DKK" TO NY-VALUTA
           MOVE BS-SUM TO NY-BELOEB
           PERFORM GEM-EGEN-POST
           EXIT.

       GEM-EGEN-POST.
           IF EGEN-ANTAL NOT < 2000
               MOVE "J" TO TABEL-FULD
               MOVE "J" TO EGEN-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EGEN-ANTAL
           MOVE NY-TYPE TO EGEN-TYPE(EGEN-ANTAL)
           MOVE NY-REFERENCE TO EGEN-REFERENCE(EGEN-ANTAL)
           MOVE NY-VALUTA TO EGEN-VALUTA(EGEN-ANTAL)
           MOVE NY-BELOEB TO EGEN-BELOEB(EGEN-ANTAL)
           MOVE "N" TO EGEN-MATCH(EGEN-ANTAL)
           MOVE NY-VALUTA TO SOEGT-VALUTA
           PERFORM FIND-VALUTA
           PERFORM BEREGN-FORTEGN
           IF VAL-FUNDET-IX > 0
               COMPUTE VAL-EGEN-NETTO(VAL-FUNDET-IX) =
                   VAL-EGEN-NETTO(VAL-FUNDET-IX)
                   + NY-FORTEGN * NY-BELOEB
           END-IF
           EXIT.

      *Centralens opgoerelse. En opgoerelse for en anden dag end i
      *dag regnes som ingen opgoerelse.
       LAES-AFREGNINGSOPGOERELSE.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT AFREGNINGFIL
           IF AFREGNINGFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ AFREGNINGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF AFREGNING-LINJE NOT = SPACES
                           PERFORM OPTAG-AFREGNINGSLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFREGNINGFIL
           IF OPGOERELSE-DATO NOT = KOERSEL-DATO
               IF OPGOERELSE-DATO NOT = SPACES
                   DISPLAY "ADVARSEL: afregningsopgoerelsen gaelder "
                       OPGOERELSE-DATO " - ikke dagens"
               END-IF
               MOVE "N" TO OPGOERELSE-FUNDET
               MOVE 0 TO CENT-ANTAL
               PERFORM VARYING VAL-IX FROM 1 BY 1
                       UNTIL VAL-IX > VAL-ANTAL
                   MOVE 0 TO VAL-CENT-NETTO(VAL-IX)
                   MOVE 0 TO VAL-OPGJORT-NETTO(VAL-IX)
                   MOVE "N" TO VAL-NETTO-FUNDET(VAL-IX)
               END-PERFORM
           END-IF
           EXIT.

       OPTAG-AFREGNINGSLINJE.
           MOVE SPACES TO FELT-1 FELT-2 FELT-3 FELT-4 FELT-5
           UNSTRING AFREGNING-LINJE DELIMITED BY ","
               INTO FELT-1, FELT-2, FELT-3, FELT-4, FELT-5
           EVALUATE FELT-1
               WHEN "AFREGNING"
                   MOVE "J" TO OPGOERELSE-FUNDET
                   MOVE FELT-2(1:8) TO OPGOERELSE-DATO
               WHEN "POST"
                   PERFORM OPTAG-CENTRAL-POST
               WHEN "NETTO"
                   PERFORM OPTAG-CENTRAL-NETTO
               WHEN OTHER
                   ADD 1 TO ANTAL-ULAESELIGE
           END-EVALUATE
           EXIT.

       OPTAG-CENTRAL-POST.
           IF FUNCTION TEST-NUMVAL(FELT-4) NOT = 0
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           IF CENT-ANTAL NOT < 2000
               MOVE "J" TO TABEL-FULD
               MOVE "J" TO CENT-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CENT-ANTAL
           MOVE FELT-2(1:3) TO CENT-TYPE(CENT-ANTAL)
           MOVE FELT-3 TO CENT-REFERENCE(CENT-ANTAL)
           MOVE FELT-5(1:3) TO CENT-VALUTA(CENT-ANTAL)
           MOVE FUNCTION NUMVAL(FELT-4) TO CENT-BELOEB(CENT-ANTAL)
           MOVE "N" TO CENT-MATCH(CENT-ANTAL)
           MOVE 0 TO CENT-EGEN-BELOEB(CENT-ANTAL)
           MOVE CENT-TYPE(CENT-ANTAL) TO NY-TYPE
           MOVE CENT-VALUTA(CENT-ANTAL) TO SOEGT-VALUTA
           PERFORM FIND-VALUTA
           PERFORM BEREGN-FORTEGN
           IF VAL-FUNDET-IX > 0
               COMPUTE VAL-CENT-NETTO(VAL-FUNDET-IX) =
                   VAL-CENT-NETTO(VAL-FUNDET-IX)
                   + NY-FORTEGN * CENT-BELOEB(CENT-ANTAL)
           END-IF
           EXIT.

       OPTAG-CENTRAL-NETTO.
           IF FUNCTION TEST-NUMVAL(FELT-3) NOT = 0
               ADD 1 TO ANTAL-ULAESELIGE
               EXIT PARAGRAPH
           END-IF
           MOVE FELT-2(1:3) TO SOEGT-VALUTA
           PERFORM FIND-VALUTA
           IF VAL-FUNDET-IX > 0
               MOVE FUNCTION NUMVAL(FELT-3)
                   TO VAL-OPGJORT-NETTO(VAL-FUNDET-IX)
               MOVE "J" TO VAL-NETTO-FUNDET(VAL-FUNDET-IX)
           END-IF
           EXIT.

      *Penge til os (IND, URE) taeller positivt, penge fra os
      *(UD, RET, BS) negativt - samme fortegn som centralens NETTO.
       BEREGN-FORTEGN.
           IF NY-TYPE = "IND" OR NY-TYPE = "URE"
               MOVE 1 TO NY-FORTEGN
           ELSE
               MOVE -1 TO NY-FORTEGN
           END-IF
           EXIT.

       FIND-VALUTA.
           MOVE 0 TO VAL-FUNDET-IX
           PERFORM VARYING VAL-IX FROM 1 BY 1
                   UNTIL VAL-IX > VAL-ANTAL
               IF VAL-KODE(VAL-IX) = SOEGT-VALUTA
                   MOVE VAL-IX TO VAL-FUNDET-IX
               END-IF
           END-PERFORM
           IF VAL-FUNDET-IX = 0 AND VAL-ANTAL < 20
               ADD 1 TO VAL-ANTAL
               MOVE VAL-ANTAL TO VAL-FUNDET-IX
               MOVE SOEGT-VALUTA TO VAL-KODE(VAL-FUNDET-IX)
               MOVE 0 TO VAL-AFST-ANTAL(VAL-FUNDET-IX)
                   VAL-AFST-SUM(VAL-FUNDET-IX)
                   VAL-MOS-ANTAL(VAL-FUNDET-IX)
                   VAL-MOS-SUM(VAL-FUNDET-IX)
                   VAL-MCENT-ANTAL(VAL-FUNDET-IX)
                   VAL-MCENT-SUM(VAL-FUNDET-IX)
                   VAL-AFVIG-ANTAL(VAL-FUNDET-IX)
                   VAL-EGEN-NETTO(VAL-FUNDET-IX)
                   VAL-CENT-NETTO(VAL-FUNDET-IX)
                   VAL-OPGJORT-NETTO(VAL-FUNDET-IX)
               MOVE "N" TO VAL-NETTO-FUNDET(VAL-FUNDET-IX)
           END-IF
           EXIT.

      *Hver af centralens poster parres med den foerste endnu
      *uparrede egne post med samme type, reference og valuta.
       MATCH-POSTER.
           PERFORM VARYING CENT-IX FROM 1 BY 1
                   UNTIL CENT-IX > CENT-ANTAL
               MOVE 0 TO FUNDET-IX
               PERFORM VARYING EGEN-IX FROM 1 BY 1
                       UNTIL EGEN-IX > EGEN-ANTAL OR FUNDET-IX > 0
                   IF EGEN-MATCH(EGEN-IX) = "N"
                           AND EGEN-TYPE(EGEN-IX) = CENT-TYPE(CENT-IX)
                           AND EGEN-REFERENCE(EGEN-IX)
                               = CENT-REFERENCE(CENT-IX)
                           AND EGEN-VALUTA(EGEN-IX)
                               = CENT-VALUTA(CENT-IX)
                       MOVE EGEN-IX TO FUNDET-IX
                   END-IF
               END-PERFORM
               IF FUNDET-IX > 0
                   MOVE EGEN-BELOEB(FUNDET-IX)
                       TO CENT-EGEN-BELOEB(CENT-IX)
                   IF EGEN-BELOEB(FUNDET-IX) = CENT-BELOEB(CENT-IX)
                       MOVE "J" TO EGEN-MATCH(FUNDET-IX)
                       MOVE "J" TO CENT-MATCH(CENT-IX)
                   ELSE
                       MOVE "A" TO EGEN-MATCH(FUNDET-IX)
                       MOVE "A" TO CENT-MATCH(CENT-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       BEREGN-VALUTATOTALER.
           PERFORM VARYING CENT-IX FROM 1 BY 1
                   UNTIL CENT-IX > CENT-ANTAL
               MOVE CENT-VALUTA(CENT-IX) TO SOEGT-VALUTA
               PERFORM FIND-VALUTA
               IF VAL-FUNDET-IX > 0
                   EVALUATE CENT-MATCH(CENT-IX)
                       WHEN "J"
                           ADD 1 TO VAL-AFST-ANTAL(VAL-FUNDET-IX)
                           ADD CENT-BELOEB(CENT-IX)
                               TO VAL-AFST-SUM(VAL-FUNDET-IX)
                           ADD 1 TO TOTAL-AFSTEMT
                       WHEN "A"
                           ADD 1 TO VAL-AFVIG-ANTAL(VAL-FUNDET-IX)
                           ADD 1 TO TOTAL-AFVIGER
                       WHEN OTHER
                           ADD 1 TO VAL-MOS-ANTAL(VAL-FUNDET-IX)
                           ADD CENT-BELOEB(CENT-IX)
                               TO VAL-MOS-SUM(VAL-FUNDET-IX)
                           ADD 1 TO TOTAL-MANGLER-OS
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING EGEN-IX FROM 1 BY 1
                   UNTIL EGEN-IX > EGEN-ANTAL
               IF EGEN-MATCH(EGEN-IX) = "N"
                   MOVE EGEN-VALUTA(EGEN-IX) TO SOEGT-VALUTA
                   PERFORM FIND-VALUTA
                   IF VAL-FUNDET-IX > 0
                       ADD 1 TO VAL-MCENT-ANTAL(VAL-FUNDET-IX)
                       ADD EGEN-BELOEB(EGEN-IX)
                           TO VAL-MCENT-SUM(VAL-FUNDET-IX)
                       ADD 1 TO TOTAL-MANGLER-CENT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *Centralens bogfoerte netto (NETTO-linjen) holdes op mod vores
      *egen; mangler NETTO-linjen for en valuta, bruges summen af
      *centralens poster.
       FAESTSAET-DOM.
           IF NOT OPGOERELSE-ER-FUNDET
               MOVE "MANG" TO AFSTEMNING-DOM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > VAL-ANTAL
               IF VAL-NETTO-FUNDET(VAL-IX) NOT = "J"
                   MOVE VAL-CENT-NETTO(VAL-IX)
                       TO VAL-OPGJORT-NETTO(VAL-IX)
               END-IF
               IF VAL-OPGJORT-NETTO(VAL-IX) NOT = VAL-EGEN-NETTO(VAL-IX)
                       OR VAL-AFVIG-ANTAL(VAL-IX) > 0
                   MOVE "FEJL" TO AFSTEMNING-DOM
               END-IF
           END-PERFORM
           IF AFSTEMNING-DOM = "OK  "
               IF TOTAL-MANGLER-OS > 0 OR TOTAL-MANGLER-CENT > 0
                   MOVE "AFVG" TO AFSTEMNING-DOM
               END-IF
           END-IF
           EXIT.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORTLINJE
           STRING "CLEARINGAFSTEMNING " KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           IF NOT OPGOERELSE-ER-FUNDET
               MOVE SPACES TO RAPPORTLINJE
               STRING "INGEN AFREGNINGSOPGOERELSE FRA "
                   "CLEARINGCENTRALEN FOR DAGEN"
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
           END-IF
           PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > VAL-ANTAL
               PERFORM SKRIV-VALUTAAFSNIT
           END-PERFORM
           MOVE ALL "=" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "DOM: " AFSTEMNING-DOM
               "   ULAESELIGE LINJER: " ANTAL-ULAESELIGE
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-VALUTAAFSNIT.
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "VALUTA " VAL-KODE(VAL-IX)
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "  TYPE REFERENCE                 VORES BELOEB  "
               "CENTRALENS BELOEB  STATUS"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING CENT-IX FROM 1 BY 1
                   UNTIL CENT-IX > CENT-ANTAL
               IF CENT-VALUTA(CENT-IX) = VAL-KODE(VAL-IX)
                       AND CENT-MATCH(CENT-IX) NOT = "J"
                   PERFORM SKRIV-CENTRAL-AFVIGELSE
               END-IF
           END-PERFORM
           PERFORM VARYING EGEN-IX FROM 1 BY 1
                   UNTIL EGEN-IX > EGEN-ANTAL
               IF EGEN-VALUTA(EGEN-IX) = VAL-KODE(VAL-IX)
                       AND EGEN-MATCH(EGEN-IX) = "N"
                   MOVE EGEN-BELOEB(EGEN-IX) TO BELOEB-VIST
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "  " EGEN-TYPE(EGEN-IX) "  "
                       EGEN-REFERENCE(EGEN-IX) " " BELOEB-VIST
                       "                   MANGLER HOS CENTRALEN"
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE VAL-AFST-ANTAL(VAL-IX) TO ANTAL-VIST
           MOVE VAL-AFST-SUM(VAL-IX) TO SUM-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  AFSTEMT              " ANTAL-VIST " POSTER "
               SUM-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE VAL-MOS-ANTAL(VAL-IX) TO ANTAL-VIST
           MOVE VAL-MOS-SUM(VAL-IX) TO SUM-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  MANGLER HOS OS       " ANTAL-VIST " POSTER "
               SUM-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE VAL-MCENT-ANTAL(VAL-IX) TO ANTAL-VIST
           MOVE VAL-MCENT-SUM(VAL-IX) TO SUM-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  MANGLER HOS CENTRAL  " ANTAL-VIST " POSTER "
               SUM-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE VAL-AFVIG-ANTAL(VAL-IX) TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  BELOEBSAFVIGELSER    " ANTAL-VIST " POSTER"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE VAL-EGEN-NETTO(VAL-IX) TO SUM-VIST
           MOVE VAL-OPGJORT-NETTO(VAL-IX) TO SUM2-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  NETTO VORES " SUM-VIST
               "  CENTRALENS " SUM2-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           COMPUTE NETTO-DIFFERENCE = VAL-OPGJORT-NETTO(VAL-IX)
               - VAL-EGEN-NETTO(VAL-IX)
           MOVE NETTO-DIFFERENCE TO SUM-VIST
           MOVE SPACES TO RAPPORTLINJE
           IF NETTO-DIFFERENCE = 0
               MOVE "  NETTO STEMMER" TO RAPPORTLINJE
           ELSE
               STRING "  NETTODIFFERENCE (CENTRAL - VORES) " SUM-VIST
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
           END-IF
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-CENTRAL-AFVIGELSE.
           MOVE SPACES TO RAPPORTLINJE
           MOVE CENT-BELOEB(CENT-IX) TO SUM2-VIST
           IF CENT-MATCH(CENT-IX) = "A"
               MOVE CENT-EGEN-BELOEB(CENT-IX) TO BELOEB-VIST
               STRING "  " CENT-TYPE(CENT-IX) "  "
                   CENT-REFERENCE(CENT-IX) " " BELOEB-VIST
                   " " SUM2-VIST "  BELOEB AFVIGER"
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
           ELSE
               STRING "  " CENT-TYPE(CENT-IX) "  "
                   CENT-REFERENCE(CENT-IX) "              "
                   " " SUM2-VIST "  MANGLER HOS OS"
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
           END-IF
           WRITE RAPPORTLINJE
           EXIT.

       SKRIV-AFSTEMNINGSSTATUS.
           OPEN OUTPUT STATUSFIL
           MOVE SPACES TO STATUS-RECORD
           MOVE KOERSEL-DATO TO AFST-DATO
           MOVE AFSTEMNING-DOM TO AFST-DOM
           WRITE STATUS-RECORD
           CLOSE STATUSFIL
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
               MOVE SPACES TO AFREGNINGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingAfregning.txt"
                   DELIMITED BY SIZE INTO AFREGNINGFIL-NAVN
               END-STRING
               MOVE SPACES TO CLRUDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingUd.txt"
                   DELIMITED BY SIZE INTO CLRUDFIL-NAVN
               END-STRING
               MOVE SPACES TO CLRINDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingInd.txt"
                   DELIMITED BY SIZE INTO CLRINDFIL-NAVN
               END-STRING
               MOVE SPACES TO CLRRETURFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingRetur.txt"
                   DELIMITED BY SIZE INTO CLRRETURFIL-NAVN
               END-STRING
               MOVE SPACES TO UDRETURFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingUdRetur.txt"
                   DELIMITED BY SIZE INTO UDRETURFIL-NAVN
               END-STRING
               MOVE SPACES TO BSAFREGNFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsAfregning.txt"
                   DELIMITED BY SIZE INTO BSAFREGNFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingAfstemningRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
               MOVE SPACES TO STATUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingAfstemningStatus.txt"
                   DELIMITED BY SIZE INTO STATUSFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "CLEARINGAFSTEMNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
