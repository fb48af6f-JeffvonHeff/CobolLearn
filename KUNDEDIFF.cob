      *Dag-til-dag sammenligning af kundemasteren - finder nye kunder,
      *fjernede kunder og balanceaendringer over en konfigurerbar
      *taerskel, ved at match-merge to KUNDEOPL-filer paa KUNDE-ID.
      *I-gaar-filen er KUNDEARKIVER's kundebillede med kontiene i
      *recorden; dagens konti hentes fra kontomasteren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD IDAGFIL.
       01 IDAG-KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD GAARFIL.
       01 GAAR-KUNDEOPL.
       COPY "KUNDEOPL.CPY".
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY GAAR-ANTAL-KONTI.

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 IDAGFIL-NAVN           PIC X(80)
      *Sammenligner kun konto 1 (primaerkontoen) - fuld sammenligning
      *af alle konti paa en flerkonto-kunde er ikke understoettet her.
       SAMMENLIGN-BALANCE.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID OF IDAG-KUNDEOPL TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           MOVE 0 TO IDAG-BALANCE-1
           MOVE 0 TO GAAR-BALANCE-1
           IF ANTAL-KONTI OF KUNDEKONTI > 0
               MOVE BALANCE OF KUNDEKONTI (1) TO IDAG-BALANCE-1
           END-IF
           IF GAAR-ANTAL-KONTI > 0
               MOVE BALANCE OF GAAR-KUNDEOPL (1) TO GAAR-BALANCE-1
           END-IF
           COMPUTE BALANCE-DIFF = IDAG-BALANCE-1 - GAAR-BALANCE-1
           IF FUNCTION ABS(BALANCE-DIFF) > BALANCE-TAERSKEL
               DISPLAY "BALANCE-AENDRING: " KUNDE-ID OF IDAG-KUNDEOPL
