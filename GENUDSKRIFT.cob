      *aendringer EFTER datoen, gjaldt den aeldste aendrings
      *GAMMEL-adresse. Uden historik for kunden er adressen i
      *blokken den eneste vi kender.
      *Med GENUDSKRIFT-FORMAT=CAMT i miljoeet genskabes i stedet en
      *kontos elektroniske kontoudtog: operatoeren angiver ogsaa
      *kontonummeret, blokken soeges i Camt053Out_<dato>.txt (se
      *CAMTEKSPORT) ud fra KUNDE-ID:- og KONTO:-linjerne, og XML-
      *dokumentet skrives uden maerkelinjerne til
      *Camt053Genudskrift.xml - byte for byte den fil kunden fik.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ARKIV-NAVN            PIC X(44) VALUE SPACES.
       01 SOEGE-ID              PIC X(10) VALUE SPACES.
       01 SOEGE-DATO            PIC 9(8) VALUE 0.
       01 SOEGE-KONTO           PIC X(20) VALUE SPACES.
       01 GENUDSKRIFT-FORMAT    PIC X(4) VALUE SPACES.
           88 FORMAT-CAMT           VALUE "CAMT".
       01 I-BLOK                PIC X VALUE "N".
           88 ER-I-BLOK             VALUE "J".
       01 BLOK-FUNDET           PIC X VALUE "N".
           88 BLOKKEN-ER-FUNDET     VALUE "J".
       01 LINJE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01 KUNDE-MATCHER         PIC X VALUE "N".
           88 KUNDEN-MATCHER        VALUE "J".
       01 LABEL-DEL             PIC X(150).
       01 KUNDE-ID-DEL          PIC X(150).
       01 ANTAL-LINJER          PIC 9(4) VALUE 0.
           DISPLAY "Koerselsdato (YYYYMMDD):"
           ACCEPT SOEGE-DATO
           MOVE SPACES TO ARKIV-NAVN
           IF FORMAT-CAMT
               DISPLAY "Kontonummer:"
               ACCEPT SOEGE-KONTO
               STRING "Camt053Out_" SOEGE-DATO ".txt"
                   DELIMITED BY SIZE INTO ARKIV-NAVN
               END-STRING
           ELSE
               STRING "KundeoplysningerOut_" SOEGE-DATO ".txt"
                   DELIMITED BY SIZE INTO ARKIV-NAVN
               END-STRING
           END-IF

           OPEN INPUT ARKIVFIL
           IF ARKIVFIL-STATUS NOT = "00"
                   AT END
                       MOVE "J" TO ARKIV-SLUT
                   NOT AT END
                       IF FORMAT-CAMT
                           PERFORM BEHANDL-CAMTLINJE
                       ELSE
                           PERFORM BEHANDL-ARKIVLINJE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARKIVFIL

           IF BLOKKEN-ER-FUNDET AND FORMAT-CAMT
               DISPLAY "camt.053-udtog skrevet til "
                   "Camt053Genudskrift.xml (" ANTAL-LINJER " linjer)"
               MOVE 0 TO RETURN-CODE
           END-IF
           IF BLOKKEN-ER-FUNDET AND NOT FORMAT-CAMT
               PERFORM SKRIV-HISTORISK-ADRESSE
               DISPLAY "Genudskrift skrevet til Genudskrift.txt ("
                   ANTAL-LINJER " linjer)"
               MOVE 0 TO RETURN-CODE
           END-IF
           IF NOT BLOKKEN-ER-FUNDET
               DISPLAY "FEJL: ingen kundeblok for "
                   FUNCTION TRIM(SOEGE-ID) " i "
                   FUNCTION TRIM(ARKIV-NAVN)
           END-IF
           EXIT.

      *I camt-spoolen aabner KUNDE-ID:-linjen kundens blok og
      *KONTO:-linjen lige efter udpeger kontoen; dokumentet loeber
      *til naeste KUNDE-ID:-linje eller trailerlinjen. Selve
      *maerkelinjerne hoerer ikke til XML-dokumentet.
       BEHANDL-CAMTLINJE.
           IF ARKIV-LINJE(1:9) = "KUNDE-ID:"
                   OR ARKIV-LINJE(1:8) = "TRAILER:"
               MOVE "N" TO I-BLOK
               MOVE "N" TO KUNDE-MATCHER
               IF ARKIV-LINJE(1:9) = "KUNDE-ID:"
                   UNSTRING ARKIV-LINJE DELIMITED BY ":"
                       INTO LABEL-DEL, KUNDE-ID-DEL
                   MOVE FUNCTION TRIM(KUNDE-ID-DEL) TO LINJE-KUNDE-ID
                   IF LINJE-KUNDE-ID = FUNCTION TRIM(SOEGE-ID)
                       MOVE "J" TO KUNDE-MATCHER
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ARKIV-LINJE(1:6) = "KONTO:"
               IF KUNDEN-MATCHER AND FUNCTION TRIM(ARKIV-LINJE(7:))
                       = FUNCTION TRIM(SOEGE-KONTO)
                   MOVE "J" TO I-BLOK
                   MOVE "J" TO BLOK-FUNDET
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ER-I-BLOK
               MOVE ARKIV-LINJE TO GENUDSKRIFT-LINJE
               WRITE GENUDSKRIFT-LINJE
               ADD 1 TO ANTAL-LINJER
           END-IF
           EXIT.

      *Adressen i kraft paa udskriftsdatoen: den nyeste aendring
      *til og med datoen vinder med sin NY-adresse; findes kun
      *aendringer efter datoen, gjaldt den aeldste af dems
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           ACCEPT GENUDSKRIFT-FORMAT
               FROM ENVIRONMENT "GENUDSKRIFT-FORMAT"
           IF FORMAT-CAMT
               MOVE "Camt053Genudskrift.xml" TO GENUDSKRIFTFIL-NAVN
           END-IF
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO GENUDSKRIFTFIL-NAVN
               IF FORMAT-CAMT
                   STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                       "Camt053Genudskrift.xml"
                       DELIMITED BY SIZE INTO GENUDSKRIFTFIL-NAVN
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                       "Genudskrift.txt"
                       DELIMITED BY SIZE INTO GENUDSKRIFTFIL-NAVN
                   END-STRING
               END-IF
               MOVE SPACES TO ADRHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AdresseHistorik.txt"
