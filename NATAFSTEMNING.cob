      *         Kundeoplysninger_<dato>.txt
      *Afviger et ben, rapporteres det og programmet returnerer 8,
      *saa BATCHKOERSEL kan holde morgenleverancerne tilbage.
      *NATAFSTEMNING-DATO i miljoeet afstemmer en tidligere nat i
      *stedet for i nat - bruges af BACKUPSAET's restore-proeve, der
      *afstemmer et genskabt saet fra backup-dagen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       FD ARKIVFIL.
       01 ARKIV-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

      *Afstemningens dom, persisteret saa morgenstatus-siden kan
       01 ARKIVFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 AFSTEMNINGSDATO-TEKST  PIC X(8) VALUE SPACES.
       01 ARKIV-NAVN             PIC X(40) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.

      *Ben 1: trailerens tal, splittet paa maerkerne og laest
      *tilbage gennem REDEFINES med afsenderens PICTURE.
       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT AFSTEMNINGSDATO-TEKST
               FROM ENVIRONMENT "NATAFSTEMNING-DATO"
           IF AFSTEMNINGSDATO-TEKST NUMERIC
               MOVE AFSTEMNINGSDATO-TEKST TO KOERSEL-DATO
           END-IF
           PERFORM LAES-TRAILER
           PERFORM SUMMER-HISTORIK
           PERFORM SUMMER-ARKIV
