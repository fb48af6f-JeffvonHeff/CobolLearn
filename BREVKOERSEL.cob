       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVKOERSEL.
      *Brevkoersel - natskridtet der fletter dagens brevbestillinger
      *(BrevBestillinger.txt, BREVBEST.CPY - lagt af BREVBESTILLING
      *fra KYCREVIEW, FULDMAGTREGISTER, DORMANTAFVIKLING,
      *GODKENDELSE og KONTOFLYTKOERSEL) med brevskabelonerne
      *(BrevSkabeloner.txt, BREVSKABELON.CPY) til udskriftsklare
      *breve:
      *  - skabelonen vaelges paa id og sprog (bestillingens sprog,
      *    ellers BREV-SPROG i parameterregistret,
      *    standard DA); findes den
      *    ikke paa sproget, bruges den danske
      *  - flettefelterne {NAVN} og {ADRESSE} hentes fra
      *    kundemasteren, de oevrige fra bestillingen
      *  - kundens LEVERINGSKANAL afgoer hvor brevet lander, som for
      *    kontoudtogene: print-kunder i print-stroemmen
      *    BrevUdskrift.txt (hvert brev starter med en BREV:-linje
      *    og kundens adresseblok), elektroniske kunder i en spoolfil
      *    pr. modtager (EBrev_<kunde-id>.txt) med EMAIL som
      *    adresseringsmetadata. En print-kunde med status post-retur
      *    faar intet brev - adressen er ubrugelig.
      *  - hver behandlet bestilling faar en linje i kundens
      *    brevlog (BrevLog.txt, BREVLOG.CPY), som INDSIGTSDOSSIER
      *    tager med. Et brev kunden allerede har faaet (samme
      *    skabelon og reference i loggen) skrives ikke igen.
      *Bestillinger hvis skabelon mangler i registret, bliver
      *liggende til naeste koersel; alle andre fjernes fra
      *bestillingsfilen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BESTILFIL ASSIGN TO BESTILFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESTILFIL-STATUS.
           SELECT BESTILNYFIL ASSIGN TO BESTILNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SKBFIL ASSIGN TO SKBFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKBFIL-STATUS.
           SELECT OPTIONAL BREVLOGFIL ASSIGN TO BREVLOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREVLOGFIL-STATUS.
           SELECT UDSKRIFTFIL ASSIGN TO UDSKRIFTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EBREVFIL ASSIGN TO EBREV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EBREVFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BESTILFIL.
       01 BESTIL-RECORD.
           COPY "BREVBEST.CPY".

       FD BESTILNYFIL.
       01 BESTILNY-RECORD         PIC X(190).

       FD SKBFIL.
       01 SKB-RECORD.
           COPY "BREVSKABELON.CPY".

       FD BREVLOGFIL.
       01 BREVLOG-RECORD.
           COPY "BREVLOG.CPY".

       FD UDSKRIFTFIL.
       01 UDSKRIFT-LINJE          PIC X(150).

      *Spoolfil pr. elektronisk modtager - brevet plus en
      *EMAIL-metadatalinje, som EStatement-filerne.
       FD EBREVFIL.
       01 EBREV-LINJE             PIC X(150).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 BESTILFIL-NAVN         PIC X(80)
           VALUE "BrevBestillinger.txt".
       01 BESTILNYFIL-NAVN       PIC X(80)
           VALUE "BrevBestillingerNy.tmp".
       01 SKBFIL-NAVN            PIC X(80)
           VALUE "BrevSkabeloner.txt".
       01 BREVLOGFIL-NAVN        PIC X(80)
           VALUE "BrevLog.txt".
       01 UDSKRIFTFIL-NAVN       PIC X(80)
           VALUE "BrevUdskrift.txt".
       01 EBREV-NAVN             PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 BESTILFIL-STATUS       PIC X(2) VALUE "00".
       01 SKBFIL-STATUS          PIC X(2) VALUE "00".
       01 BREVLOGFIL-STATUS      PIC X(2) VALUE "00".
       01 EBREVFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 STANDARD-SPROG         PIC X(2) VALUE "DA".
       01 BREV-SPROG             PIC X(2) VALUE SPACES.
       01 BREV-KANAL             PIC X(1) VALUE SPACE.
           88 BREV-PRINT             VALUE "P".
           88 BREV-ELEKTRONISK       VALUE "E".
       01 DUBLET-NOEGLE.
           02 DN-KUNDE-ID          PIC X(10).
           02 DN-SKABELON          PIC X(8).
           02 DN-REFERENCE         PIC X(20).
       01 ER-DUBLET              PIC X VALUE "N".
           88 BREV-ER-DUBLET         VALUE "J".

      *Flettefelternes vaerdier for brevet under behandling.
       01 FLET-NAVN              PIC X(41) VALUE SPACES.
       01 FLET-ADRESSE           PIC X(70) VALUE SPACES.
       01 FLET-POSTNRBY          PIC X(25) VALUE SPACES.
       01 FLET-BELOEB-VIST       PIC -(9)9.99.
       01 FLET-DATO              PIC X(10) VALUE SPACES.
       01 FLET-DATO-KILDE        PIC 9(8).
       01 FLET-LINJE             PIC X(150) VALUE SPACES.
       01 IND-POS                PIC 9(3).
       01 UD-POS                 PIC 9(3).

       01 ANTAL-BESTILLINGER     PIC 9(5) VALUE 0.
       01 ANTAL-PRINT            PIC 9(5) VALUE 0.
       01 ANTAL-ELEKTRONISK      PIC 9(5) VALUE 0.
       01 ANTAL-DUBLETTER        PIC 9(5) VALUE 0.
       01 ANTAL-IKKE-SKREVET     PIC 9(5) VALUE 0.
       01 ANTAL-VENTER           PIC 9(5) VALUE 0.

      *Skabelonregistret - i id/sprog/linjenr-orden.
       01 SKB-ANTAL              PIC 9(4) VALUE 0.
       01 SKB-TABEL.
           02 SKB-POST OCCURS 2000 TIMES PIC X(113).
       01 SKB-IX                 PIC 9(4).
       01 SKB-FUNDET-IX          PIC 9(4) VALUE 0.
       01 SKB-OVERLOB            PIC X VALUE "N".

      *Dagens bestillinger.
       01 BB-ANTAL               PIC 9(4) VALUE 0.
       01 BB-TABEL.
           02 BB-POST OCCURS 5000 TIMES.
               03 BB-INDHOLD         PIC X(190).
               03 BB-MAERKE          PIC X(1).
                   88 BB-VENTER          VALUE "V".
       01 BB-IX                  PIC 9(4).

      *Breve kunden allerede har faaet (skabelon og reference).
       01 DN-ANTAL               PIC 9(5) VALUE 0.
       01 DN-OVERLOB             PIC X VALUE "N".
           88 DN-ER-OVERLOEBET       VALUE "J".
       01 DN-TABEL.
           02 DN-POST OCCURS 20000 TIMES PIC X(38).
       01 DN-IX                  PIC 9(5).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE "BREV-SPROG" TO PS-NAVN
           MOVE "T" TO PS-ART
           MOVE STANDARD-SPROG TO PS-VAERDI
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO BREV-SPROG
           IF BREV-SPROG = "DA" OR BREV-SPROG = "EN"
               MOVE BREV-SPROG TO STANDARD-SPROG
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-BESTILLINGER
           IF BB-ANTAL = 0
               DISPLAY "BREVKOERSEL: ingen brevbestillinger"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-SKABELONER
           PERFORM LAES-BREVLOG
           MOVE "SKB-TABEL" TO TK-TABEL
           MOVE SKB-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SKB-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "DN-TABEL" TO TK-TABEL
           MOVE DN-ANTAL TO TK-ANTAL
           MOVE 20000 TO TK-KAPACITET
           MOVE DN-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: et register kan ikke rummes i "
                   "tabellerne - ingen breve dannet, se "
                   "TabelKapacitet.txt"
               CLOSE KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UDSKRIFTFIL
           OPEN EXTEND BREVLOGFIL
           IF BREVLOGFIL-STATUS NOT = "00"
               CLOSE BREVLOGFIL
               OPEN OUTPUT BREVLOGFIL
           END-IF

           PERFORM VARYING BB-IX FROM 1 BY 1 UNTIL BB-IX > BB-ANTAL
               MOVE BB-INDHOLD(BB-IX) TO BESTIL-RECORD
               PERFORM BEHANDL-BESTILLING
           END-PERFORM

           CLOSE UDSKRIFTFIL
           CLOSE BREVLOGFIL
           CLOSE KUNDEFIL
           PERFORM SKRIV-BESTILLINGER

           DISPLAY "================================================"
           DISPLAY "BREVKOERSEL - brevproduktion"
           DISPLAY "================================================"
           DISPLAY "Bestillinger laest     : " ANTAL-BESTILLINGER
           DISPLAY "Breve til print        : " ANTAL-PRINT
           DISPLAY "Breve elektronisk      : " ANTAL-ELEKTRONISK
           DISPLAY "Dubletter sprunget over: " ANTAL-DUBLETTER
           DISPLAY "Ikke skrevet           : " ANTAL-IKKE-SKREVET
           DISPLAY "Venter paa skabelon    : " ANTAL-VENTER

           PERFORM FRIGIV-KOERSELLAAS
           IF DN-ER-OVERLOEBET
               MOVE "DN-TABEL" TO TK-TABEL
               MOVE DN-ANTAL TO TK-ANTAL
               MOVE 20000 TO TK-KAPACITET
               MOVE DN-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               DISPLAY "FEJL: over 20000 breve i dubletkontrollen - "
                   "de sidste breve er ikke dublet-kontrolleret"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ANTAL-IKKE-SKREVET > 0 OR ANTAL-VENTER > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       BEHANDL-BESTILLING.
           ADD 1 TO ANTAL-BESTILLINGER
           IF BB-SPROG = SPACES
               MOVE STANDARD-SPROG TO BREV-SPROG
           ELSE
               MOVE BB-SPROG TO BREV-SPROG
           END-IF
           PERFORM FIND-SKABELON
           IF SKB-FUNDET-IX = 0 AND BREV-SPROG NOT = "DA"
               MOVE "DA" TO BREV-SPROG
               PERFORM FIND-SKABELON
           END-IF
           IF SKB-FUNDET-IX = 0
               DISPLAY "ADVARSEL: skabelon " FUNCTION TRIM(BB-SKABELON)
                   " findes ikke - brevet til " BB-KUNDE-ID
                   " venter"
               MOVE "V" TO BB-MAERKE(BB-IX)
               ADD 1 TO ANTAL-VENTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BREVLOG-RECORD
           MOVE BB-KUNDE-ID TO BL-KUNDE-ID
           MOVE KOERSEL-DATO TO BL-DATO
           MOVE BB-SKABELON TO BL-SKABELON
           MOVE BREV-SPROG TO BL-SPROG
           MOVE BB-REFERENCE TO BL-REFERENCE
           MOVE BB-KILDE TO BL-KILDE
           MOVE BB-DATO TO BL-BESTILT-DATO
           PERFORM TJEK-DUBLET
           IF BREV-ER-DUBLET
               MOVE "D" TO BL-STATUS
               MOVE "kunden har allerede faaet brevet"
                   TO BL-BEMAERKNING
               WRITE BREVLOG-RECORD
               ADD 1 TO ANTAL-DUBLETTER
               EXIT PARAGRAPH
           END-IF
           MOVE BB-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE "kunden findes ikke i kundemasteren"
                       TO BL-BEMAERKNING
                   PERFORM LOG-IKKE-SKREVET
                   EXIT PARAGRAPH
           END-READ
           IF LEVERING-ELEKTRONISK AND EMAIL NOT = SPACES
               MOVE "E" TO BREV-KANAL
           ELSE
               MOVE "P" TO BREV-KANAL
               IF KUNDE-POST-RETUR
                   MOVE "post retur - adressen er ubrugelig"
                       TO BL-BEMAERKNING
                   PERFORM LOG-IKKE-SKREVET
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SAET-FLETTEFELTER
           IF BREV-ELEKTRONISK
               PERFORM AABN-EBREV
               ADD 1 TO ANTAL-ELEKTRONISK
           ELSE
               ADD 1 TO ANTAL-PRINT
           END-IF
           PERFORM SKRIV-ADRESSEBLOK
           PERFORM VARYING SKB-IX FROM SKB-FUNDET-IX BY 1
                   UNTIL SKB-IX > SKB-ANTAL
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-ID NOT = BB-SKABELON
                       OR SKB-SPROG NOT = BREV-SPROG
                   MOVE SKB-ANTAL TO SKB-IX
               ELSE
                   PERFORM FLET-SKABELONLINJE
                   PERFORM SKRIV-BREVLINJE
               END-IF
           END-PERFORM
           IF BREV-ELEKTRONISK
               CLOSE EBREVFIL
           END-IF
           MOVE BREV-KANAL TO BL-KANAL
           MOVE "S" TO BL-STATUS
           WRITE BREVLOG-RECORD
           PERFORM GEM-DUBLET-NOEGLE
           EXIT.

       LOG-IKKE-SKREVET.
           MOVE "X" TO BL-STATUS
           WRITE BREVLOG-RECORD
           ADD 1 TO ANTAL-IKKE-SKREVET
           DISPLAY "ADVARSEL: intet brev " FUNCTION TRIM(BB-SKABELON)
               " til " BB-KUNDE-ID " - " FUNCTION TRIM(BL-BEMAERKNING)
           EXIT.

       FIND-SKABELON.
           MOVE 0 TO SKB-FUNDET-IX
           PERFORM VARYING SKB-IX FROM 1 BY 1
                   UNTIL SKB-IX > SKB-ANTAL OR SKB-FUNDET-IX > 0
               MOVE SKB-POST(SKB-IX) TO SKB-RECORD
               IF SKB-ID = BB-SKABELON AND SKB-SPROG = BREV-SPROG
                   MOVE SKB-IX TO SKB-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Dubletkontrollen gaelder kun bestillinger med en reference.
       TJEK-DUBLET.
           MOVE "N" TO ER-DUBLET
           IF BB-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BB-KUNDE-ID TO DN-KUNDE-ID
           MOVE BB-SKABELON TO DN-SKABELON
           MOVE BB-REFERENCE TO DN-REFERENCE
           PERFORM VARYING DN-IX FROM 1 BY 1
                   UNTIL DN-IX > DN-ANTAL OR BREV-ER-DUBLET
               IF DN-POST(DN-IX) = DUBLET-NOEGLE
                   MOVE "J" TO ER-DUBLET
               END-IF
           END-PERFORM
           EXIT.

       GEM-DUBLET-NOEGLE.
           IF BB-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DN-ANTAL < 20000
               ADD 1 TO DN-ANTAL
               MOVE DUBLET-NOEGLE TO DN-POST(DN-ANTAL)
           ELSE
               MOVE "J" TO DN-OVERLOB
           END-IF
           EXIT.

       SAET-FLETTEFELTER.
           MOVE SPACES TO FLET-NAVN
           STRING FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               DELIMITED BY SIZE INTO FLET-NAVN
           END-STRING
           MOVE SPACES TO FLET-ADRESSE
           IF ETAGE = SPACES AND SIDE = SPACES
               STRING FUNCTION TRIM(VEJNAVN) " " FUNCTION TRIM(HUSNR)
                   DELIMITED BY SIZE INTO FLET-ADRESSE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(VEJNAVN) " " FUNCTION TRIM(HUSNR)
                   ", " FUNCTION TRIM(ETAGE) ". "
                   FUNCTION TRIM(SIDE)
                   DELIMITED BY SIZE INTO FLET-ADRESSE
               END-STRING
           END-IF
           MOVE SPACES TO FLET-POSTNRBY
           STRING POSTNR " " FUNCTION TRIM(BYNAVN)
               DELIMITED BY SIZE INTO FLET-POSTNRBY
           END-STRING
           MOVE BB-BELOEB TO FLET-BELOEB-VIST
           IF BB-BREVDATO > 0
               MOVE BB-BREVDATO TO FLET-DATO-KILDE
           ELSE
               MOVE KOERSEL-DATO TO FLET-DATO-KILDE
           END-IF
           MOVE SPACES TO FLET-DATO
           STRING FLET-DATO-KILDE(7:2) "-" FLET-DATO-KILDE(5:2) "-"
               FLET-DATO-KILDE(1:4)
               DELIMITED BY SIZE INTO FLET-DATO
           END-STRING
           EXIT.

       AABN-EBREV.
           MOVE SPACES TO EBREV-NAVN
           IF DATASET-PRAEFIKS = SPACES
               STRING "EBrev_" FUNCTION TRIM(KUNDE-ID) ".txt"
                   DELIMITED BY SIZE INTO EBREV-NAVN
               END-STRING
           ELSE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS) "EBrev_"
                   FUNCTION TRIM(KUNDE-ID) ".txt"
                   DELIMITED BY SIZE INTO EBREV-NAVN
               END-STRING
           END-IF
           OPEN EXTEND EBREVFIL
           IF EBREVFIL-STATUS NOT = "00"
               CLOSE EBREVFIL
               OPEN OUTPUT EBREVFIL
           END-IF
           MOVE SPACES TO EBREV-LINJE
           STRING "EMAIL: " EMAIL
               DELIMITED BY SIZE INTO EBREV-LINJE
           END-STRING
           WRITE EBREV-LINJE
           EXIT.

      *Hvert brev indledes med en BREV:-linje (kunde og skabelon),
      *saa kuvertpakningen kan skille dem ad, og kundens
      *adresseblok og brevdatoen.
       SKRIV-ADRESSEBLOK.
           MOVE SPACES TO FLET-LINJE
           STRING "BREV: " BB-KUNDE-ID " " BB-SKABELON " " BREV-SPROG
               DELIMITED BY SIZE INTO FLET-LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           MOVE FLET-NAVN TO FLET-LINJE
           PERFORM SKRIV-BREVLINJE
           MOVE FLET-ADRESSE TO FLET-LINJE
           PERFORM SKRIV-BREVLINJE
           MOVE FLET-POSTNRBY TO FLET-LINJE
           PERFORM SKRIV-BREVLINJE
           MOVE SPACES TO FLET-LINJE
           PERFORM SKRIV-BREVLINJE
           MOVE SPACES TO FLET-LINJE
           STRING KOERSEL-DATO(7:2) "-" KOERSEL-DATO(5:2) "-"
               KOERSEL-DATO(1:4)
               DELIMITED BY SIZE INTO FLET-LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           MOVE SPACES TO FLET-LINJE
           PERFORM SKRIV-BREVLINJE
           EXIT.

       SKRIV-BREVLINJE.
           IF BREV-ELEKTRONISK
               MOVE FLET-LINJE TO EBREV-LINJE
               WRITE EBREV-LINJE
           ELSE
               MOVE FLET-LINJE TO UDSKRIFT-LINJE
               WRITE UDSKRIFT-LINJE
           END-IF
           EXIT.

      *Skabelonlinjen kopieres tegn for tegn; et flettefelt
      *erstattes af sin vaerdi uden efterstillede blanke. En
      *kroelleparentes der ikke indleder et kendt felt, kopieres
      *som den er.
       FLET-SKABELONLINJE.
           MOVE SPACES TO FLET-LINJE
           MOVE 1 TO UD-POS
           MOVE 1 TO IND-POS
           PERFORM UNTIL IND-POS > 100 OR UD-POS > 150
               EVALUATE TRUE
                   WHEN SKB-TEKST(IND-POS:1) NOT = "{"
                       STRING SKB-TEKST(IND-POS:1) DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 1 TO IND-POS
                   WHEN IND-POS <= 95
                           AND SKB-TEKST(IND-POS:6) = "{NAVN}"
                       STRING FUNCTION TRIM(FLET-NAVN)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 6 TO IND-POS
                   WHEN IND-POS <= 92
                           AND SKB-TEKST(IND-POS:9) = "{ADRESSE}"
                       STRING FUNCTION TRIM(FLET-ADRESSE) ", "
                           FUNCTION TRIM(FLET-POSTNRBY)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 9 TO IND-POS
                   WHEN IND-POS <= 94
                           AND SKB-TEKST(IND-POS:7) = "{KONTO}"
                       STRING FUNCTION TRIM(BB-KONTONUMMER)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 7 TO IND-POS
                   WHEN IND-POS <= 93
                           AND SKB-TEKST(IND-POS:8) = "{BELOEB}"
                       STRING FUNCTION TRIM(FLET-BELOEB-VIST)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 8 TO IND-POS
                   WHEN IND-POS <= 93
                           AND SKB-TEKST(IND-POS:8) = "{VALUTA}"
                       STRING FUNCTION TRIM(BB-VALUTA)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 8 TO IND-POS
                   WHEN IND-POS <= 95
                           AND SKB-TEKST(IND-POS:6) = "{DATO}"
                       STRING FUNCTION TRIM(FLET-DATO)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 6 TO IND-POS
                   WHEN IND-POS <= 94
                           AND SKB-TEKST(IND-POS:7) = "{TEKST}"
                       STRING FUNCTION TRIM(BB-TEKST)
                           DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 7 TO IND-POS
                   WHEN OTHER
                       STRING SKB-TEKST(IND-POS:1) DELIMITED BY SIZE
                           INTO FLET-LINJE WITH POINTER UD-POS
                       END-STRING
                       ADD 1 TO IND-POS
               END-EVALUATE
           END-PERFORM
           EXIT.

       LAES-BESTILLINGER.
           MOVE 0 TO BB-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT BESTILFIL
           IF BESTILFIL-STATUS NOT = "00"
               CLOSE BESTILFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BESTILFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BB-ANTAL < 5000
                           ADD 1 TO BB-ANTAL
                           MOVE BESTIL-RECORD TO BB-INDHOLD(BB-ANTAL)
                           MOVE SPACE TO BB-MAERKE(BB-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 5000 bestillinger "
                               "i BrevBestillinger.txt"
                           CLOSE BESTILFIL
                           MOVE "BB-TABEL" TO TK-TABEL
                           MOVE BB-ANTAL TO TK-ANTAL
                           MOVE 5000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BESTILFIL
           MOVE "N" TO END-OF-FILE
           MOVE "BB-TABEL" TO TK-TABEL
           MOVE BB-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
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
                           MOVE "J" TO SKB-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKBFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       LAES-BREVLOG.
           MOVE 0 TO DN-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT BREVLOGFIL
           IF BREVLOGFIL-STATUS NOT = "00"
               CLOSE BREVLOGFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BREVLOGFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BL-SKREVET AND BL-REFERENCE NOT = SPACES
                           IF DN-ANTAL < 20000
                               ADD 1 TO DN-ANTAL
                               MOVE BL-KUNDE-ID TO DN-KUNDE-ID
                               MOVE BL-SKABELON TO DN-SKABELON
                               MOVE BL-REFERENCE TO DN-REFERENCE
                               MOVE DUBLET-NOEGLE TO DN-POST(DN-ANTAL)
                           ELSE
                               MOVE "J" TO DN-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREVLOGFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

      *Kun bestillinger der venter paa en skabelon, bliver staaende.
       SKRIV-BESTILLINGER.
           OPEN OUTPUT BESTILNYFIL
           PERFORM VARYING BB-IX FROM 1 BY 1 UNTIL BB-IX > BB-ANTAL
               IF BB-VENTER(BB-IX)
                   MOVE BB-INDHOLD(BB-IX) TO BESTILNY-RECORD
                   WRITE BESTILNY-RECORD
               END-IF
           END-PERFORM
           CLOSE BESTILNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(BESTILNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BESTILFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Eksklusiv laas - programmerne der bestiller breve, skal
      *holdes ude mens bestillingsfilen genskrives.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "BREVKOERSEL" TO LAAS-PROGRAM
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "BREVKOERSEL" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO BESTILFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevBestillinger.txt"
                   DELIMITED BY SIZE INTO BESTILFIL-NAVN
               END-STRING
               MOVE SPACES TO BESTILNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevBestillingerNy.tmp"
                   DELIMITED BY SIZE INTO BESTILNYFIL-NAVN
               END-STRING
               MOVE SPACES TO SKBFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevSkabeloner.txt"
                   DELIMITED BY SIZE INTO SKBFIL-NAVN
               END-STRING
               MOVE SPACES TO BREVLOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevLog.txt"
                   DELIMITED BY SIZE INTO BREVLOGFIL-NAVN
               END-STRING
               MOVE SPACES TO UDSKRIFTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevUdskrift.txt"
                   DELIMITED BY SIZE INTO UDSKRIFTFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BREVKOERSEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
