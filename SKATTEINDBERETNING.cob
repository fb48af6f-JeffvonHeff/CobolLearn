       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKATTEINDBERETNING.
      *Aarlig FATCA/CRS-indberetning af konti tilhoerende kunder der
      *er skattemaessigt hjemmehoerende i udlandet. Kunder med et
      *andet land end DK i skatteresidensregistret
      *(SkatteResidens.txt, SKATTERESIDENS.CPY) indberettes med en
      *fastfeltslinje pr. land og konto paa FatcaCrsIndberetning.txt:
      *"FATCA" for USA, "CRS" for alle andre lande.
      *Saldoen er ultimosaldoen fra masterarkivet for aarets sidste
      *dag (Kundeoplysninger_<aaaa>1231.txt, skrevet af
      *KUNDEARKIVER) - en anden arkivdato kan angives, hvis der ikke
      *blev arkiveret den 31/12. En negativ saldo indberettes som 0.
      *Aarets bruttorente pr. konto hentes fra AARSRENTERAPPORT's
      *AarsRenteIndberetning.txt, saa AARSRENTERAPPORT skal vaere
      *koert for aaret foerst; mangler filen, indberettes renten som
      *0 med en advarsel. Linjer uden selvcertificering taelles op
      *og giver en advarsel - SKATTEOPFOELGNING viser hvem der
      *mangler.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARKIVFIL ASSIGN TO ARKIV-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARKIV-KUNDE-ID
               FILE STATUS IS ARKIVFIL-STATUS.
           SELECT OPTIONAL SKATFIL ASSIGN TO SKATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT OPTIONAL AARSRENTEFIL ASSIGN TO AARSRENTEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AARSRENTEFIL-STATUS.
           SELECT INDBERETFIL ASSIGN TO INDBERETFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDBERETFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARKIVFIL.
       01 ARKIV-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

       FD SKATFIL.
       01 SKAT-RECORD.
           COPY "SKATTERESIDENS.CPY".

      *Delt layout med AARSRENTERAPPORT.
       FD AARSRENTEFIL.
       01 AARSRENTE-RECORD.
           02 AAR-KUNDE-ID        PIC X(10).
           02 AAR-ID-NUMMER       PIC X(10).
           02 AAR-KONTONUMMER     PIC X(20).
           02 AAR-VALUTA          PIC X(3).
           02 AAR-RENTE           PIC S9(9)V9(2).
           02 AAR-BRUTTO          PIC S9(9)V9(2).
           02 AAR-SKAT            PIC S9(9)V9(2).
           02 AAR-RENTE-DKK       PIC S9(11)V9(2).
           02 AAR-AARSTAL         PIC 9(4).
           02 AAR-LAANERENTE      PIC S9(9)V9(2).
           02 AAR-LAANERENTE-DKK  PIC S9(11)V9(2).
           02 AAR-IDTYPE          PIC X(1).

      *En linje pr. indberetningspligtigt land og konto. FC-IDTYPE
      *og FC-ID-NUMMER som i AarsRenteIndberetning.txt ("P" med
      *CPR-nummer, "E" med CVR-nummer); FC-TIN er kundens skatte-id
      *i FC-LAND.
       FD INDBERETFIL.
       01 FATCACRS-RECORD.
           02 FC-REGIME           PIC X(5).
           02 FC-LAND             PIC X(2).
           02 FC-KUNDE-ID         PIC X(10).
           02 FC-IDTYPE           PIC X(1).
           02 FC-ID-NUMMER        PIC X(10).
           02 FC-TIN              PIC X(20).
           02 FC-NAVN             PIC X(40).
           02 FC-KONTONUMMER      PIC X(20).
           02 FC-VALUTA           PIC X(3).
           02 FC-SALDO            PIC S9(9)V9(2).
           02 FC-RENTE            PIC S9(9)V9(2).
           02 FC-AARSTAL          PIC 9(4).
           02 FC-SELVCERT-DATO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 SKATFIL-NAVN           PIC X(80)
           VALUE "SkatteResidens.txt".
       01 AARSRENTEFIL-NAVN      PIC X(80)
           VALUE "AarsRenteIndberetning.txt".
       01 INDBERETFIL-NAVN       PIC X(80)
           VALUE "FatcaCrsIndberetning.txt".
       01 ARKIV-NAVN             PIC X(40) VALUE SPACES.
       01 ARKIVFIL-STATUS        PIC X(2) VALUE "00".
       01 SKATFIL-STATUS         PIC X(2) VALUE "00".
       01 AARSRENTEFIL-STATUS    PIC X(2) VALUE "00".
       01 INDBERETFIL-STATUS     PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 RAPPORT-AAR            PIC 9(4) VALUE 0.
       01 ARKIV-DATO-TEKST       PIC X(8) VALUE SPACES.
       01 ARKIV-DATO             PIC 9(8) VALUE 0.
       01 KONTO-IX               PIC 9(2).

      *Registret i arbejdslageret.
       01 REG-ANTAL              PIC 9(4) VALUE 0.
       01 REG-OVERLOEB           PIC X VALUE "N".
           88 REG-ER-OVERLOEBET      VALUE "J".
       01 REG-TABEL.
           02 REG-POST OCCURS 5000 TIMES.
               03 REG-KUNDE-ID       PIC X(10).
               03 REG-LAND           PIC X(2).
               03 REG-TIN            PIC X(20).
               03 REG-SELVCERT-DATO  PIC 9(8).
       01 REG-IX                 PIC 9(4).

      *Aarets bruttorenter pr. kunde og konto.
       01 RNT-ANTAL              PIC 9(4) VALUE 0.
       01 RNT-OVERLOEB           PIC X VALUE "N".
           88 RNT-ER-OVERLOEBET      VALUE "J".
       01 RNT-TABEL.
           02 RNT-POST OCCURS 2000 TIMES.
               03 RNT-KUNDE-ID       PIC X(10).
               03 RNT-KONTONUMMER    PIC X(20).
               03 RNT-BRUTTO         PIC S9(9)V9(2).
       01 RNT-IX                 PIC 9(4).
       01 RENTEFIL-FUNDET        PIC X VALUE "N".
           88 HAR-RENTEFIL           VALUE "J".

       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-FATCA            PIC 9(7) VALUE 0.
       01 ANTAL-CRS              PIC 9(7) VALUE 0.
       01 ANTAL-UDEN-SELVCERT    PIC 9(7) VALUE 0.
       01 ANTAL-UDEN-TIN         PIC 9(7) VALUE 0.
       01 KUNDE-TALT             PIC X VALUE "N".
       01 ADVARSEL-GIVET         PIC X VALUE "N".
           88 DER-ER-ADVARSEL        VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           DISPLAY "Skatteindberetning FATCA/CRS - aarstal (YYYY):"
           ACCEPT RAPPORT-AAR
           IF RAPPORT-AAR = 0
               DISPLAY "FEJL: ugyldigt aarstal"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Ultimoarkivets dato (YYYYMMDD, blank = "
               RAPPORT-AAR "1231):"
           ACCEPT ARKIV-DATO-TEKST
           IF ARKIV-DATO-TEKST = SPACES
               COMPUTE ARKIV-DATO = RAPPORT-AAR * 10000 + 1231
           ELSE
               IF ARKIV-DATO-TEKST NOT NUMERIC
                   DISPLAY "FEJL: ugyldig arkivdato "
                       ARKIV-DATO-TEKST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARKIV-DATO-TEKST TO ARKIV-DATO
           END-IF
           PERFORM LAES-REGISTER
           PERFORM LAES-AARSRENTER
           MOVE "REG-TABEL" TO TK-TABEL
           MOVE REG-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE REG-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "RNT-TABEL" TO TK-TABEL
           MOVE RNT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RNT-OVERLOEB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE SPACES TO ARKIV-NAVN
           STRING "Kundeoplysninger_" ARKIV-DATO ".txt"
               DELIMITED BY SIZE INTO ARKIV-NAVN
           END-STRING
           OPEN INPUT ARKIVFIL
           IF ARKIVFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(ARKIV-NAVN)
                   " findes ikke - status " ARKIVFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INDBERETFIL
           IF INDBERETFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(INDBERETFIL-NAVN)
                   " kan ikke oprettes - status " INDBERETFIL-STATUS
               CLOSE ARKIVFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ ARKIVFIL NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF NOT KUNDE-ID-ER-HEADER OF ARKIV-KUNDEOPL
                           AND NOT KUNDE-ID-ER-TRAILER
                               OF ARKIV-KUNDEOPL
                           AND NOT KUNDE-SLETTET OF ARKIV-KUNDEOPL
                           PERFORM INDBERET-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARKIVFIL
           CLOSE INDBERETFIL

           DISPLAY "================================================"
           DISPLAY "SKATTEINDBERETNING FATCA/CRS " RAPPORT-AAR
           DISPLAY "================================================"
           DISPLAY "Ultimoarkiv              : "
               FUNCTION TRIM(ARKIV-NAVN)
           DISPLAY "Kunder indberettet       : " ANTAL-KUNDER
           DISPLAY "FATCA-linjer (US)        : " ANTAL-FATCA
           DISPLAY "CRS-linjer               : " ANTAL-CRS
           DISPLAY "Uden selvcertificering   : " ANTAL-UDEN-SELVCERT
           DISPLAY "Uden udenlandsk TIN      : " ANTAL-UDEN-TIN
           DISPLAY "Indberetningsfil         : "
               FUNCTION TRIM(INDBERETFIL-NAVN)
           IF NOT HAR-RENTEFIL
               DISPLAY "ADVARSEL: ingen renter for " RAPPORT-AAR
                   " i AarsRenteIndberetning.txt - koer "
                   "AARSRENTERAPPORT; renten er indberettet som 0"
               MOVE "J" TO ADVARSEL-GIVET
           END-IF
           IF ANTAL-UDEN-SELVCERT > 0
               DISPLAY "ADVARSEL: " ANTAL-UDEN-SELVCERT
                   " linjer uden selvcertificering - se "
                   "SKATTEOPFOELGNING"
               MOVE "J" TO ADVARSEL-GIVET
           END-IF
           IF REG-ER-OVERLOEBET OR RNT-ER-OVERLOEBET
               DISPLAY "FEJL: tabeloverloeb (register 5000/renter "
                   "2000) - indberetningen er ufuldstaendig"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DER-ER-ADVARSEL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *Et land i registret giver en linje pr. konto kunden havde
      *ved aarets udgang; DK-linjer indberettes ikke her.
       INDBERET-KUNDE.
           MOVE "N" TO KUNDE-TALT
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               IF REG-KUNDE-ID(REG-IX) = ARKIV-KUNDE-ID
                   AND REG-LAND(REG-IX) NOT = "DK"
                   IF KUNDE-TALT = "N"
                       ADD 1 TO ANTAL-KUNDER
                       MOVE "J" TO KUNDE-TALT
                   END-IF
                   PERFORM VARYING KONTO-IX FROM 1 BY 1
                           UNTIL KONTO-IX > ARKIV-ANTAL-KONTI
                       PERFORM SKRIV-INDBERETNINGSLINJE
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-INDBERETNINGSLINJE.
           INITIALIZE FATCACRS-RECORD
           IF REG-LAND(REG-IX) = "US"
               MOVE "FATCA" TO FC-REGIME
               ADD 1 TO ANTAL-FATCA
           ELSE
               MOVE "CRS" TO FC-REGIME
               ADD 1 TO ANTAL-CRS
           END-IF
           MOVE REG-LAND(REG-IX) TO FC-LAND
           MOVE ARKIV-KUNDE-ID TO FC-KUNDE-ID
           IF KUNDE-ERHVERV OF ARKIV-KUNDEOPL
               MOVE "E" TO FC-IDTYPE
               MOVE CVR-NUMMER OF ARKIV-KUNDEOPL TO FC-ID-NUMMER
               MOVE FIRMANAVN OF ARKIV-KUNDEOPL TO FC-NAVN
           ELSE
               MOVE "P" TO FC-IDTYPE
               MOVE CPR-NUMMER OF ARKIV-KUNDEOPL TO FC-ID-NUMMER
               STRING FUNCTION TRIM(FORNAVN OF ARKIV-KUNDEOPL) " "
                   FUNCTION TRIM(EFTERNAVN OF ARKIV-KUNDEOPL)
                   DELIMITED BY SIZE INTO FC-NAVN
               END-STRING
           END-IF
           MOVE REG-TIN(REG-IX) TO FC-TIN
           IF REG-TIN(REG-IX) = SPACES
               ADD 1 TO ANTAL-UDEN-TIN
           END-IF
           MOVE KONTONUMMER OF ARKIV-KUNDEOPL(KONTO-IX)
               TO FC-KONTONUMMER
           MOVE VALUTAKODE OF ARKIV-KUNDEOPL(KONTO-IX) TO FC-VALUTA
           IF BALANCE OF ARKIV-KUNDEOPL(KONTO-IX) > 0
               MOVE BALANCE OF ARKIV-KUNDEOPL(KONTO-IX) TO FC-SALDO
           ELSE
               MOVE 0 TO FC-SALDO
           END-IF
           MOVE 0 TO FC-RENTE
           PERFORM VARYING RNT-IX FROM 1 BY 1
                   UNTIL RNT-IX > RNT-ANTAL
               IF RNT-KUNDE-ID(RNT-IX) = ARKIV-KUNDE-ID
                   AND RNT-KONTONUMMER(RNT-IX) = FC-KONTONUMMER
                   MOVE RNT-BRUTTO(RNT-IX) TO FC-RENTE
               END-IF
           END-PERFORM
           MOVE RAPPORT-AAR TO FC-AARSTAL
           MOVE REG-SELVCERT-DATO(REG-IX) TO FC-SELVCERT-DATO
           IF REG-SELVCERT-DATO(REG-IX) = 0
               ADD 1 TO ANTAL-UDEN-SELVCERT
           END-IF
           WRITE FATCACRS-RECORD
           EXIT.

       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS NOT = "00"
               CLOSE SKATFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ SKATFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF REG-ANTAL < 5000
                           ADD 1 TO REG-ANTAL
                           MOVE SR-KUNDE-ID TO REG-KUNDE-ID(REG-ANTAL)
                           MOVE SR-LAND TO REG-LAND(REG-ANTAL)
                           MOVE SR-TIN TO REG-TIN(REG-ANTAL)
                           MOVE SR-SELVCERT-DATO
                               TO REG-SELVCERT-DATO(REG-ANTAL)
                       ELSE
                           MOVE "J" TO REG-OVERLOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKATFIL
           EXIT.

      *Kun aarets linjer med en rente paa kontoen - laanerente-
      *linjerne (konto = laanenummer) indgaar ikke i FATCA/CRS.
       LAES-AARSRENTER.
           MOVE 0 TO RNT-ANTAL
           OPEN INPUT AARSRENTEFIL
           IF AARSRENTEFIL-STATUS NOT = "00"
               CLOSE AARSRENTEFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ AARSRENTEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF AAR-AARSTAL = RAPPORT-AAR
                           MOVE "J" TO RENTEFIL-FUNDET
                           IF AAR-BRUTTO NOT = 0
                               PERFORM GEM-AARSRENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AARSRENTEFIL
           EXIT.

       GEM-AARSRENTE.
           IF RNT-ANTAL < 2000
               ADD 1 TO RNT-ANTAL
               MOVE AAR-KUNDE-ID TO RNT-KUNDE-ID(RNT-ANTAL)
               MOVE AAR-KONTONUMMER TO RNT-KONTONUMMER(RNT-ANTAL)
               MOVE AAR-BRUTTO TO RNT-BRUTTO(RNT-ANTAL)
           ELSE
               MOVE "J" TO RNT-OVERLOEB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO SKATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "SkatteResidens.txt"
                   DELIMITED BY SIZE INTO SKATFIL-NAVN
               END-STRING
               MOVE SPACES TO AARSRENTEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AarsRenteIndberetning.txt"
                   DELIMITED BY SIZE INTO AARSRENTEFIL-NAVN
               END-STRING
               MOVE SPACES TO INDBERETFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FatcaCrsIndberetning.txt"
                   DELIMITED BY SIZE INTO INDBERETFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "SKATTEINDBERETNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
