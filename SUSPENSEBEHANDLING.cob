       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSEBEHANDLING.
      *Arbejdsstation for suspense-koeen paa indgaaende clearing.
      *CLEARINGIND parkerer krediteringer til ukendte konti (aarsag
      *01) og til kunder der ikke er aktive (aarsag 02) i
      *ClearingSuspense.txt (SUSPENSE.CPY). Her undersoeger en
      *operatoer dem:
      *  L - list aabne poster med antal dage i suspense
      *  S - soeg paa beloeb, afsenderbank og/eller et stykke af
      *      referencen (blank felt = alle)
      *  V - vis en post og de konti i KontoIndeks.txt der kun
      *      adskiller sig fra det modtagne kontonummer ved et
      *      enkelt ciffer eller to ombyttede nabocifre - med
      *      kundens navn, saa den rigtige modtager kan genkendes
      *  P - placer krediteringen paa en angivet konto: samme
      *      kontrol (aktiv kunde, ingen screeningsblokering),
      *      omregning og journalfoering som CLEARINGIND, med den
      *      oprindelige modtagelsesdag som valoer
      *  R - marker posten til retur - den sendes til
      *      afsenderbanken med naeste CLEARINGIND-koersel
      *Programmet holder systemlaasen hele sessionen som
      *POSTERINGSTVIST, og registret genskrives efter hver
      *afgoerelse. Operatoeren skal vaere logget paa (OPERATOER i
      *miljoeet) - identiteten staemples paa posten og i audit-
      *journalen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSFIL ASSIGN TO SUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSFIL-STATUS.
           SELECT SUSNYFIL ASSIGN TO SUSNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDEKSFIL ASSIGN TO INDEKSFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTOIX-KONTONUMMER
               FILE STATUS IS INDEKSFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO JOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL VALUTAKURSFIL ASSIGN TO VALUTAKURSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAKURSFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUSFIL.
       01 SUS-RECORD.
           COPY "SUSPENSE.CPY".

       FD SUSNYFIL.
       01 SUSNY-RECORD           PIC X(118).

       FD INDEKSFIL.
       01 KONTOINDEKS-RECORD.
           02 KONTOIX-KONTONUMMER  PIC X(20).
           02 KONTOIX-KUNDE-ID     PIC X(10).
           02 KONTOIX-KONTO-NR     PIC 9(2).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 SUSFIL-NAVN            PIC X(80)
           VALUE "ClearingSuspense.txt".
       01 SUSNYFIL-NAVN          PIC X(80)
           VALUE "ClearingSuspenseNy.tmp".
       01 INDEKSFIL-NAVN         PIC X(80)
           VALUE "KontoIndeks.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 VALUTAKURSFIL-NAVN     PIC X(80)
           VALUE "Valutakurser.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 SUSFIL-STATUS          PIC X(2) VALUE "00".
       01 INDEKSFIL-STATUS       PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTAKURSFIL-STATUS PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 INP-TEKST              PIC X(20) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
           02 VALUTA-KURS OCCURS 20 TIMES PIC 9(3)V9(6).
       01 VALUTA-IX              PIC 9(2) VALUE 1.

      *Registret holdes i tabellen under hele sessionen - laasen
      *sikrer at CLEARINGIND ikke roerer det imens.
       01 SUS-ANTAL              PIC 9(4) VALUE 0.
       01 SUS-TABEL.
           02 SUS-POST OCCURS 2000 TIMES PIC X(118).
       01 SUS-IX                 PIC 9(4).
       01 SUS-FUNDET-IX          PIC 9(4) VALUE 0.
       01 SOEGT-SUS-ID           PIC 9(8) VALUE 0.
       01 SUS-ALDER              PIC 9(5) VALUE 0.
       01 SUS-ALDER-VIST         PIC Z(4)9.
       01 SUS-BELOEB-VIST        PIC -(7)9.99.
       01 ANTAL-VIST             PIC 9(4) VALUE 0.

      *Soegekriterier - blank felt betyder "alle".
       01 SOEG-BELOEB-TEKST      PIC X(12) VALUE SPACES.
       01 SOEG-BELOEB            PIC S9(7)V9(2) VALUE 0.
       01 SOEG-BANK              PIC X(11) VALUE SPACES.
       01 SOEG-REFERENCE         PIC X(20) VALUE SPACES.
       01 SOEG-REF-LAENGDE       PIC 9(2) VALUE 0.
       01 SOEG-TRAEF             PIC 9(3) VALUE 0.
       01 POST-MATCHER           PIC X VALUE "N".
           88 POSTEN-MATCHER         VALUE "J".

      *Kandidatsoegning: kontonumre af samme laengde der afviger i
      *et ciffer, eller i to nabocifre der er byttet om.
       01 MODTAGET-KONTO         PIC X(20) VALUE SPACES.
       01 MODTAGET-LAENGDE       PIC 9(2) VALUE 0.
       01 KANDIDAT-LAENGDE       PIC 9(2) VALUE 0.
       01 CIFFER-IX              PIC 9(2) VALUE 0.
       01 ANTAL-FORSKELLE        PIC 9(2) VALUE 0.
       01 FOERSTE-FORSKEL        PIC 9(2) VALUE 0.
       01 ANDEN-FORSKEL          PIC 9(2) VALUE 0.
       01 KANDIDAT-TYPE          PIC X(16) VALUE SPACES.
       01 INDEKS-SLUT            PIC X VALUE "N".

       01 PLACER-KONTONUMMER     PIC X(20) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 POSTERING-BELOEB       PIC S9(7)V9(2) VALUE 0.
       01 KURS-TRANS             PIC 9(3)V9(6) VALUE 0.
       01 KURS-KONTO             PIC 9(3)V9(6) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 GYLDIG-RECORD          PIC X VALUE "J".
           88 RECORD-GYLDIG          VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-STANDARDKURSER
           PERFORM LAES-VALUTAKURSER
           OPEN INPUT INDEKSFIL
           IF INDEKSFIL-STATUS NOT = "00"
               DISPLAY "FEJL: KontoIndeks.txt findes ikke - koer "
                   "KONTOINDEKS foerst - status " INDEKSFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL
           PERFORM LAES-SUSPENSE

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Clearing-suspense: L-list S-soeg V-vis"
               DISPLAY "                   P-placer R-retur "
                   "X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "L" PERFORM LIST-AABNE
                   WHEN "S" PERFORM SOEG-POSTER
                   WHEN "V" PERFORM VIS-POST
                   WHEN "P" PERFORM PLACER-POST
                   WHEN "R" PERFORM RETURMARKER-POST
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE INDEKSFIL
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LIST-AABNE.
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               IF SUS-AABEN
                   PERFORM VIS-POSTLINJE
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen aabne poster i suspense"
           END-IF
           EXIT.

       SOEG-POSTER.
           DISPLAY "Beloeb (blank = alle):"
           MOVE SPACES TO SOEG-BELOEB-TEKST
           ACCEPT SOEG-BELOEB-TEKST
           IF SOEG-BELOEB-TEKST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SOEG-BELOEB-TEKST) NOT = 0
                   DISPLAY "FEJL: beloeb er ikke numerisk"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(SOEG-BELOEB-TEKST) TO SOEG-BELOEB
           END-IF
           DISPLAY "Afsenderbank (blank = alle):"
           MOVE SPACES TO SOEG-BANK
           ACCEPT SOEG-BANK
           DISPLAY "Del af reference (blank = alle):"
           MOVE SPACES TO SOEG-REFERENCE
           ACCEPT SOEG-REFERENCE
           MOVE 0 TO SOEG-REF-LAENGDE
           IF SOEG-REFERENCE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SOEG-REFERENCE))
                   TO SOEG-REF-LAENGDE
               MOVE FUNCTION TRIM(SOEG-REFERENCE) TO SOEG-REFERENCE
           END-IF
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               IF SUS-AABEN
                   PERFORM TJEK-SOEGEKRITERIER
                   IF POSTEN-MATCHER
                       PERFORM VIS-POSTLINJE
                   END-IF
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen aabne poster matcher"
           END-IF
           EXIT.

       TJEK-SOEGEKRITERIER.
           MOVE "J" TO POST-MATCHER
           IF SOEG-BELOEB-TEKST NOT = SPACES
                   AND SUS-BELOEB NOT = SOEG-BELOEB
               MOVE "N" TO POST-MATCHER
           END-IF
           IF SOEG-BANK NOT = SPACES
                   AND SUS-AFSENDERBANK NOT = SOEG-BANK
               MOVE "N" TO POST-MATCHER
           END-IF
           IF SOEG-REF-LAENGDE > 0
               MOVE 0 TO SOEG-TRAEF
               INSPECT SUS-REFERENCE TALLYING SOEG-TRAEF
                   FOR ALL SOEG-REFERENCE(1:SOEG-REF-LAENGDE)
               IF SOEG-TRAEF = 0
                   MOVE "N" TO POST-MATCHER
               END-IF
           END-IF
           EXIT.

       VIS-POSTLINJE.
           ADD 1 TO ANTAL-VIST
           COMPUTE SUS-ALDER =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(SUS-MODTAGET-DATO)
           MOVE SUS-ALDER TO SUS-ALDER-VIST
           MOVE SUS-BELOEB TO SUS-BELOEB-VIST
           DISPLAY SUS-ID " " SUS-MODTAGET-DATO " DAGE="
               SUS-ALDER-VIST " " SUS-AFSENDERBANK " "
               SUS-KONTONUMMER " " SUS-BELOEB-VIST " " SUS-VALUTA
               " " SUS-REFERENCE " AARSAG=" SUS-AARSAG
           EXIT.

       FIND-POST.
           MOVE 0 TO SUS-FUNDET-IX
           DISPLAY "Suspense-id:"
           MOVE SPACES TO INP-TEKST
           ACCEPT INP-TEKST
           IF FUNCTION TEST-NUMVAL(INP-TEKST) NOT = 0
               DISPLAY "FEJL: id er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-TEKST) TO SOEGT-SUS-ID
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUS-RECORD
               IF SUS-ID = SOEGT-SUS-ID AND SUS-AABEN
                   MOVE SUS-IX TO SUS-FUNDET-IX
               END-IF
           END-PERFORM
           IF SUS-FUNDET-IX = 0
               DISPLAY "FEJL: ingen aaben post med det id"
               EXIT PARAGRAPH
           END-IF
           MOVE SUS-POST(SUS-FUNDET-IX) TO SUS-RECORD
           EXIT.

       VIS-POST.
           PERFORM FIND-POST
           IF SUS-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-POSTLINJE
           EVALUATE SUS-AARSAG
               WHEN "01"
                   DISPLAY "Aarsag: kontonummeret findes ikke"
               WHEN "02"
                   DISPLAY "Aarsag: kunden er ikke aktiv"
           END-EVALUATE
           PERFORM FIND-KANDIDATER
           EXIT.

      *KontoIndeks.txt gennemloebes fra start. Aarsag 02 viser ogsaa
      *den konto krediteringen faktisk var adresseret til, saa det
      *kan ses hvem den inaktive kunde er.
       FIND-KANDIDATER.
           MOVE FUNCTION TRIM(SUS-KONTONUMMER) TO MODTAGET-KONTO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUS-KONTONUMMER))
               TO MODTAGET-LAENGDE
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO INDEKS-SLUT
           MOVE LOW-VALUES TO KONTOIX-KONTONUMMER
           START INDEKSFIL KEY IS NOT LESS THAN KONTOIX-KONTONUMMER
               INVALID KEY
                   MOVE "J" TO INDEKS-SLUT
           END-START
           PERFORM UNTIL INDEKS-SLUT = "J"
               READ INDEKSFIL NEXT RECORD
                   AT END
                       MOVE "J" TO INDEKS-SLUT
                   NOT AT END
                       PERFORM VURDER-KANDIDAT
               END-READ
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen konti ligner det modtagne kontonummer"
           END-IF
           EXIT.

       VURDER-KANDIDAT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KONTOIX-KONTONUMMER))
               TO KANDIDAT-LAENGDE
           IF KANDIDAT-LAENGDE NOT = MODTAGET-LAENGDE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-FORSKELLE
           MOVE 0 TO FOERSTE-FORSKEL
           MOVE 0 TO ANDEN-FORSKEL
           PERFORM VARYING CIFFER-IX FROM 1 BY 1
                   UNTIL CIFFER-IX > MODTAGET-LAENGDE
               IF KONTOIX-KONTONUMMER(CIFFER-IX:1) NOT =
                       MODTAGET-KONTO(CIFFER-IX:1)
                   ADD 1 TO ANTAL-FORSKELLE
                   IF ANTAL-FORSKELLE = 1
                       MOVE CIFFER-IX TO FOERSTE-FORSKEL
                   ELSE
                       MOVE CIFFER-IX TO ANDEN-FORSKEL
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ANTAL-FORSKELLE = 0
                   MOVE "SAMME KONTO" TO KANDIDAT-TYPE
               WHEN ANTAL-FORSKELLE = 1
                   MOVE "ET CIFFER" TO KANDIDAT-TYPE
               WHEN ANTAL-FORSKELLE = 2
                       AND ANDEN-FORSKEL = FOERSTE-FORSKEL + 1
                       AND KONTOIX-KONTONUMMER(FOERSTE-FORSKEL:1) =
                           MODTAGET-KONTO(ANDEN-FORSKEL:1)
                       AND KONTOIX-KONTONUMMER(ANDEN-FORSKEL:1) =
                           MODTAGET-KONTO(FOERSTE-FORSKEL:1)
                   MOVE "OMBYTTEDE CIFRE" TO KANDIDAT-TYPE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO ANTAL-VIST
           MOVE KONTOIX-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO FORNAVN EFTERNAVN KUNDE-STATUS
           END-READ
           DISPLAY "  KANDIDAT " KONTOIX-KONTONUMMER " "
               KANDIDAT-TYPE " KUNDE=" KONTOIX-KUNDE-ID " "
               FUNCTION TRIM(FORNAVN) " " FUNCTION TRIM(EFTERNAVN)
               " STATUS=" KUNDE-STATUS
           EXIT.

      *Placeringen foeres som en almindelig clearingkreditering:
      *samme kontroller som CLEARINGIND, saa en post ikke kan
      *placeres paa en konto batchen selv ville have afvist.
       PLACER-POST.
           PERFORM FIND-POST
           IF SUS-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Placer paa kontonummer:"
           MOVE SPACES TO PLACER-KONTONUMMER
           ACCEPT PLACER-KONTONUMMER
           MOVE PLACER-KONTONUMMER TO KONTOIX-KONTONUMMER
           READ INDEKSFIL
               INVALID KEY
                   DISPLAY "FEJL: kontonummeret findes ikke"
                   EXIT PARAGRAPH
           END-READ
           MOVE KONTOIX-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunde " KONTOIX-KUNDE-ID
                       " findes ikke i masteren"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "AFVIST: kunden er ikke aktiv"
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-BLOKERET
               DISPLAY "AFVIST: kunden er blokeret af screening"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF FUNCTION TRIM(KONTONUMMER(KONTO-IX)) =
                       FUNCTION TRIM(PLACER-KONTONUMMER)
                   MOVE KONTO-IX TO KONTO-FUNDET-IX
               END-IF
           END-PERFORM
           IF KONTO-FUNDET-IX = 0
               DISPLAY "FEJL: kontoen findes ikke paa kunden"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO GYLDIG-RECORD
           PERFORM OMREGN-BELOEB
           IF NOT RECORD-GYLDIG
               DISPLAY "AFVIST: ingen kurs for " SUS-VALUTA
                   " eller " VALUTAKODE(KONTO-FUNDET-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE SUS-BELOEB TO SUS-BELOEB-VIST
           DISPLAY "Krediter " FUNCTION TRIM(SUS-BELOEB-VIST) " "
               SUS-VALUTA " til " FUNCTION TRIM(FORNAVN) " "
               FUNCTION TRIM(EFTERNAVN) " konto "
               FUNCTION TRIM(PLACER-KONTONUMMER) " (J/N)?"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Placering afbrudt"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(KONTO-FUNDET-IX) TO GAMMEL-BALANCE
           COMPUTE NY-BALANCE = GAMMEL-BALANCE + POSTERING-BELOEB
           MOVE NY-BALANCE TO BALANCE(KONTO-FUNDET-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
               DISPLAY "Placering afbrudt - posten er ikke placeret"
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-JOURNALLINJE
           PERFORM SKRIV-AUDITLINJE
           MOVE "P" TO SUS-STATUS
           MOVE KOERSEL-DATO TO SUS-BEHANDLET-DATO
           MOVE AUDIT-OPERATOER TO SUS-OPERATOER
           MOVE PLACER-KONTONUMMER TO SUS-PLACERET-KONTO
           MOVE SUS-RECORD TO SUS-POST(SUS-FUNDET-IX)
           PERFORM GEM-SUSPENSE
           DISPLAY "Post " SUS-ID " placeret paa "
               FUNCTION TRIM(PLACER-KONTONUMMER)
           EXIT.

       RETURMARKER-POST.
           PERFORM FIND-POST
           IF SUS-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-POSTLINJE
           DISPLAY "Send krediteringen retur til afsenderbanken "
               "(J/N)?"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Retur afbrudt"
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO SUS-STATUS
           MOVE KOERSEL-DATO TO SUS-BEHANDLET-DATO
           MOVE AUDIT-OPERATOER TO SUS-OPERATOER
           MOVE SUS-RECORD TO SUS-POST(SUS-FUNDET-IX)
           PERFORM GEM-SUSPENSE
           DISPLAY "Post " SUS-ID " returneres med naeste "
               "CLEARINGIND-koersel"
           EXIT.

      *Omregning som CLEARINGIND: blank eller ens valuta foeres
      *uaendret; ellers beloeb * kurs(clearing) / kurs(konto).
       OMREGN-BELOEB.
           IF SUS-VALUTA = SPACES
                   OR SUS-VALUTA = VALUTAKODE(KONTO-FUNDET-IX)
               MOVE SUS-BELOEB TO POSTERING-BELOEB
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KURS-TRANS
           MOVE 0 TO KURS-KONTO
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF SUS-VALUTA = GYLDIG-VALUTA(VALUTA-IX)
                   MOVE VALUTA-KURS(VALUTA-IX) TO KURS-TRANS
               END-IF
               IF VALUTAKODE(KONTO-FUNDET-IX) =
                       GYLDIG-VALUTA(VALUTA-IX)
                   MOVE VALUTA-KURS(VALUTA-IX) TO KURS-KONTO
               END-IF
           END-PERFORM
           IF KURS-TRANS = 0 OR KURS-KONTO = 0
               MOVE "N" TO GYLDIG-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE POSTERING-BELOEB ROUNDED =
               SUS-BELOEB * KURS-TRANS / KURS-KONTO
           EXIT.

      *Samme TYPE=CLI-linje som CLEARINGIND - valoer er dagen
      *pengene blev modtaget, ikke dagen de blev placeret.
       SKRIV-JOURNALLINJE.
           OPEN EXTEND JOURNALFIL
           IF JOURNALFIL-STATUS NOT = "00"
               CLOSE JOURNALFIL
               OPEN OUTPUT JOURNALFIL
           END-IF
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=CLI"
               " MODPART=" SUS-AFSENDERBANK(1:10)
               " VALOER=" SUS-MODTAGET-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(KONTO-FUNDET-IX)
               " DATO=" KOERSEL-DATO
               " VALUTA=" SUS-VALUTA
               " BELOEB=" SUS-BELOEB
               " OMREGNET=" POSTERING-BELOEB
               " REF=" SUS-REFERENCE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           CLOSE JOURNALFIL
           EXIT.

       LAES-SUSPENSE.
           MOVE 0 TO SUS-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT SUSFIL
           IF SUSFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SUSFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SUS-ANTAL < 2000
                           ADD 1 TO SUS-ANTAL
                           MOVE SUS-RECORD TO SUS-POST(SUS-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "ClearingSuspense.txt"
                           CLOSE SUSFIL
                           MOVE "SUS-TABEL" TO TK-TABEL
                           MOVE SUS-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SUS-TABEL" TO TK-TABEL
           MOVE SUS-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Registret genskrives via midlertidig fil og mv efter hver
      *afgoerelse, saa en afbrudt session ikke taber noget.
       GEM-SUSPENSE.
           OPEN OUTPUT SUSNYFIL
           PERFORM VARYING SUS-IX FROM 1 BY 1 UNTIL SUS-IX > SUS-ANTAL
               MOVE SUS-POST(SUS-IX) TO SUSNY-RECORD
               WRITE SUSNY-RECORD
           END-PERFORM
           CLOSE SUSNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SUSNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SUSFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           EXIT.

       OPGOER-BALANCE-SUM.
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "SUSPENSEBEHANDLING" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE "SUSPPLAC" TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE AUDIT-FOER-BALANCE TO JOURNAL-FOER-BALANCE
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Indlaeser det centrale valutaregister (VALUTAREG.CPY) - kun
      *aktive valutaer tages med.
       LAES-VALUTAREGISTER.
           OPEN INPUT VALUTAREGFIL
           IF VALUTAREGFIL-STATUS NOT = "00"
               DISPLAY "FEJL: ValutaRegister.txt findes ikke - "
                   "status " VALUTAREGFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL VALUTAREGFIL-SLUT = "J"
               READ VALUTAREGFIL
                   AT END
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
           EXIT.

      *Samme standardkurser som VALUTAOMREGNING bruger naar
      *Valutakurser.txt ikke er leveret.
       SAET-STANDARDKURSER.
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               EVALUATE GYLDIG-VALUTA(VALUTA-IX)
                   WHEN "DKK" MOVE 1.000000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "EUR" MOVE 7.460000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "USD" MOVE 6.900000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN "GBP" MOVE 8.700000 TO VALUTA-KURS(VALUTA-IX)
                   WHEN OTHER MOVE 0 TO VALUTA-KURS(VALUTA-IX)
               END-EVALUATE
           END-PERFORM
           EXIT.

       LAES-VALUTAKURSER.
           OPEN INPUT VALUTAKURSFIL
           IF VALUTAKURSFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ VALUTAKURSFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM VARYING VALUTA-IX FROM 1 BY 1
                               UNTIL VALUTA-IX > VALUTA-ANTAL
                           IF VALUTAKURS-KODE =
                                   GYLDIG-VALUTA(VALUTA-IX)
                               MOVE VALUTAKURS-KURS
                                   TO VALUTA-KURS(VALUTA-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - batch og online
      *kan ikke kollidere om Kundeoplysninger.txt, og en afvist
      *ansoeger faar at vide hvem der holder laasen.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "SUSPENSEBEHANDLING" TO LAAS-PROGRAM
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

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

       GEM-KONTI.
           MOVE "G" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " KUNDE-ID
                   " ikke gemt - " KS-FEJLTEKST
               MOVE "J" TO KONTI-GEMFEJL
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO SUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingSuspense.txt"
                   DELIMITED BY SIZE INTO SUSFIL-NAVN
               END-STRING
               MOVE SPACES TO SUSNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingSuspenseNy.tmp"
                   DELIMITED BY SIZE INTO SUSNYFIL-NAVN
               END-STRING
               MOVE SPACES TO INDEKSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoIndeks.txt"
                   DELIMITED BY SIZE INTO INDEKSFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO JOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO JOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAREGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ValutaRegister.txt"
                   DELIMITED BY SIZE INTO VALUTAREGFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAKURSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Valutakurser.txt"
                   DELIMITED BY SIZE INTO VALUTAKURSFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
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
           MOVE "SUSPENSEBEHANDLING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
