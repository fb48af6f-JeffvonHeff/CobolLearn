       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVSKABELONER.
      *Vedligehold af brevskabelonregistret (BrevSkabeloner.txt,
      *BREVSKABELON.CPY), som BREVKOERSEL fletter nattens
      *brevbestillinger med. En skabelon er et id (fx KYCFORNY,
      *FMUDLOEB, HVILENDE, LUKNING, FLYTNING, SALDOBEK) paa et
      *sprog (DA/EN) med et antal tekstlinjer, som kan indeholde
      *flettefelterne {NAVN}, {ADRESSE}, {KONTO}, {BELOEB},
      *{VALUTA}, {DATO} og {TEKST}:
      *  L - list skabelonerne med antal linjer
      *  V - vis en skabelons tekst
      *  O - opret eller erstat en skabelon - linjerne tastes een
      *      ad gangen og afsluttes med en linje med et punktum
      *  F - fjern en skabelon
      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring. Operatoeren skal vaere logget paa (OPERATOER i
      *miljoeet).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SKBFIL ASSIGN TO SKBFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKBFIL-STATUS.
           SELECT SKBNYFIL ASSIGN TO SKBNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SKBFIL.
       01 SKB-RECORD.
           COPY "BREVSKABELON.CPY".

       FD SKBNYFIL.
       01 SKBNY-RECORD           PIC X(113).

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 SKBFIL-NAVN            PIC X(80)
           VALUE "BrevSkabeloner.txt".
       01 SKBNYFIL-NAVN          PIC X(80)
           VALUE "BrevSkabelonerNy.tmp".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 SKBFIL-STATUS          PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 INP-ID                 PIC X(8) VALUE SPACES.
       01 INP-SPROG              PIC X(2) VALUE SPACES.
           88 INP-SPROG-KENDT        VALUES "DA", "EN".
       01 INP-LINJE              PIC X(100) VALUE SPACES.
       01 NY-LINJENR             PIC 9(3) VALUE 0.
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 ANTAL-LINJER           PIC 9(3) VALUE 0.
       01 FORRIGE-NOEGLE         PIC X(10) VALUE SPACES.
       01 INDTASTNING-SLUT       PIC X VALUE "N".

      *Registret holdes i tabellen under hele sessionen.
       01 SKB-ANTAL              PIC 9(4) VALUE 0.
       01 SKB-TABEL.
           02 SKB-POST OCCURS 2000 TIMES PIC X(113).
       01 SKB-IX                 PIC 9(4).
       01 SKB-UD-IX              PIC 9(4).
       01 NYE-TABEL.
           02 NYE-LINJE OCCURS 200 TIMES PIC X(100).
       01 NYE-ANTAL              PIC 9(3) VALUE 0.
       01 NYE-IX                 PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-SKABELONER

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Brevskabeloner: L-list V-vis O-opret/erstat "
                   "F-fjern X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "L" PERFORM LIST-SKABELONER
                   WHEN "V" PERFORM VIS-SKABELON
                   WHEN "O" PERFORM OPRET-SKABELON
                   WHEN "F" PERFORM FJERN-SKABELON
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       LAES-NOEGLE.
           DISPLAY "Skabelon-id:"
           MOVE SPACES TO INP-ID
           ACCEPT INP-ID
           DISPLAY "Sprog (DA/EN):"
           MOVE SPACES TO INP-SPROG
           ACCEPT INP-SPROG
           EXIT.

      *Registret staar i id/sprog/linjenr-orden (OPRET-SKABELON
      *indsaetter i orden), saa en ny noegle betyder en ny skabelon.
       LIST-SKABELONER.
           MOVE 0 TO ANTAL-VIST
           MOVE 0 TO ANTAL-LINJER
           MOVE SPACES TO FORRIGE-NOEGLE
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-RECORD(1:10) NOT = FORRIGE-NOEGLE
                   IF FORRIGE-NOEGLE NOT = SPACES
                       DISPLAY FORRIGE-NOEGLE(1:8) " "
                           FORRIGE-NOEGLE(9:2) " " ANTAL-LINJER
                           " linjer"
                   END-IF
                   ADD 1 TO ANTAL-VIST
                   MOVE 0 TO ANTAL-LINJER
                   MOVE SKB-RECORD(1:10) TO FORRIGE-NOEGLE
               END-IF
               ADD 1 TO ANTAL-LINJER
           END-PERFORM
           IF FORRIGE-NOEGLE NOT = SPACES
               DISPLAY FORRIGE-NOEGLE(1:8) " "
                   FORRIGE-NOEGLE(9:2) " " ANTAL-LINJER " linjer"
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen skabeloner i registret"
           END-IF
           EXIT.

       VIS-SKABELON.
           PERFORM LAES-NOEGLE
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-ID = INP-ID AND SKB-SPROG = INP-SPROG
                   ADD 1 TO ANTAL-VIST
                   DISPLAY SKB-LINJENR " " FUNCTION TRIM(SKB-TEKST
                       TRAILING)
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "FEJL: skabelonen findes ikke"
           END-IF
           EXIT.

      *Den nye tekst samles foerst i NYE-TABEL; registret roeres
      *kun hvis indtastningen gennemfoeres.
       OPRET-SKABELON.
           PERFORM LAES-NOEGLE
           IF INP-ID = SPACES
               DISPLAY "FEJL: skabelon-id skal udfyldes"
               EXIT PARAGRAPH
           END-IF
           IF NOT INP-SPROG-KENDT
               DISPLAY "FEJL: sproget skal vaere DA eller EN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tast tekstlinjerne - afslut med en linje med "
               "et punktum:"
           MOVE 0 TO NYE-ANTAL
           MOVE "N" TO INDTASTNING-SLUT
           PERFORM UNTIL INDTASTNING-SLUT = "J"
               MOVE SPACES TO INP-LINJE
               ACCEPT INP-LINJE
               IF INP-LINJE = "."
                   MOVE "J" TO INDTASTNING-SLUT
               ELSE
                   IF NYE-ANTAL < 200
                       ADD 1 TO NYE-ANTAL
                       MOVE INP-LINJE TO NYE-LINJE(NYE-ANTAL)
                   ELSE
                       DISPLAY "FEJL: hoejst 200 linjer pr. skabelon"
                       MOVE "J" TO INDTASTNING-SLUT
                   END-IF
               END-IF
           END-PERFORM
           IF NYE-ANTAL = 0
               DISPLAY "Ingen linjer - skabelonen er ikke gemt"
               EXIT PARAGRAPH
           END-IF
           PERFORM FJERN-LINJER
           IF SKB-ANTAL + NYE-ANTAL > 2000
               DISPLAY "FEJL: skabelonregistret er fuldt"
               PERFORM LAES-SKABELONER
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INDSAETNINGSSTED
           PERFORM VARYING SKB-IX FROM SKB-ANTAL BY -1
                   UNTIL SKB-IX < SKB-UD-IX
               MOVE SKB-POST(SKB-IX) TO SKB-POST(SKB-IX + NYE-ANTAL)
           END-PERFORM
           PERFORM VARYING NYE-IX FROM 1 BY 1
                   UNTIL NYE-IX > NYE-ANTAL
               MOVE SPACES TO SKB-RECORD
               MOVE INP-ID TO SKB-ID
               MOVE INP-SPROG TO SKB-SPROG
               MOVE NYE-IX TO SKB-LINJENR
               MOVE NYE-LINJE(NYE-IX) TO SKB-TEKST
               MOVE SKB-RECORD TO SKB-POST(SKB-UD-IX + NYE-IX - 1)
           END-PERFORM
           ADD NYE-ANTAL TO SKB-ANTAL
           PERFORM GEM-SKABELONER
           DISPLAY "Skabelon " FUNCTION TRIM(INP-ID) " " INP-SPROG
               " gemt med " NYE-ANTAL " linjer af "
               FUNCTION TRIM(AUDIT-OPERATOER)
           EXIT.

       FJERN-SKABELON.
           PERFORM LAES-NOEGLE
           MOVE SKB-ANTAL TO ANTAL-VIST
           PERFORM FJERN-LINJER
           IF SKB-ANTAL = ANTAL-VIST
               DISPLAY "FEJL: skabelonen findes ikke"
               EXIT PARAGRAPH
           END-IF
           PERFORM GEM-SKABELONER
           DISPLAY "Skabelon " FUNCTION TRIM(INP-ID) " " INP-SPROG
               " fjernet"
           EXIT.

      *Tabellen pakkes uden skabelonens linjer.
       FJERN-LINJER.
           MOVE 0 TO SKB-UD-IX
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-ID NOT = INP-ID OR SKB-SPROG NOT = INP-SPROG
                   ADD 1 TO SKB-UD-IX
                   MOVE SKB-RECORD TO SKB-POST(SKB-UD-IX)
               END-IF
           END-PERFORM
           MOVE SKB-UD-IX TO SKB-ANTAL
           EXIT.

       FIND-INDSAETNINGSSTED.
           COMPUTE SKB-UD-IX = SKB-ANTAL + 1
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL
                   OR SKB-UD-IX NOT > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-ID > INP-ID
                       OR (SKB-ID = INP-ID AND SKB-SPROG > INP-SPROG)
                   MOVE SKB-IX TO SKB-UD-IX
               END-IF
           END-PERFORM
           EXIT.

       LAES-SKABELONER.
           MOVE 0 TO SKB-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT SKBFIL
           IF SKBFIL-STATUS NOT = "00"
               CLOSE SKBFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SKBFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SKB-ANTAL < 2000
                           ADD 1 TO SKB-ANTAL
                           MOVE SKB-RECORD TO SKB-POST(SKB-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 linjer i "
                               "BrevSkabeloner.txt"
                           CLOSE SKBFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKBFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       GEM-SKABELONER.
           OPEN OUTPUT SKBNYFIL
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKBNY-RECORD
               WRITE SKBNY-RECORD
           END-PERFORM
           CLOSE SKBNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SKBNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SKBFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Delt laas som de oevrige registervaerktoejer - holder
      *BREVKOERSEL ude mens registret genskrives.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "BREVSKABELONER" TO LAAS-PROGRAM
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

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO SKBFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevSkabeloner.txt"
                   DELIMITED BY SIZE INTO SKBFIL-NAVN
               END-STRING
               MOVE SPACES TO SKBNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevSkabelonerNy.tmp"
                   DELIMITED BY SIZE INTO SKBNYFIL-NAVN
               END-STRING
           END-IF
           EXIT.
