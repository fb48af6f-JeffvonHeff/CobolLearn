       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALREGISTER.
      *Filial- og raadgiverregister. Filialerne (FilialRegister.txt,
      *FILIAL.CPY) og raadgiverne (RaadgiverRegister.txt,
      *RAADGIVER.CPY) vedligeholdes her, og hver raadgiver har en
      *hjemfilial ligesom kunderne (FILIAL-NR i KUNDEOPL.CPY):
      *  O - opret eller ret en filial (nummer, navn, adresse,
      *      region)
      *  L - list filialerne med antal raadgivere
      *  R - opret eller ret en raadgiver (navn, hjemfilial,
      *      status A=aktiv / O=fratraadt)
      *  V - vis raadgivere (alle eller for en filial)
      *  F - registrer lukning af en filial: alle dens kunder og
      *      raadgivere flyttes til en anden filial
      *  G - godkend og udfoer en registreret filialflytning - et
      *      masse-indgreb i kundemasteren, saa en ANDEN operatoer
      *      end den der registrerede skal godkende (fire oejne som
      *      KONTOFLYTNING). Hver flyttet kunde faar en linje i den
      *      faelles audit-journal, og den gamle filial lukkes.
      *  A - annuller en flytning der endnu ikke er godkendt
      *  K - list filialflytningerne (FilialFlytning.txt,
      *      FILIALFLYT.CPY)
      *Programmet tager eksklusiv laas paa kundemasteren, da
      *godkendelsen genskriver kunderne.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRFIL ASSIGN TO FRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRFIL-STATUS.
           SELECT FRNYFIL ASSIGN TO FRNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RRFIL ASSIGN TO RRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRFIL-STATUS.
           SELECT RRNYFIL ASSIGN TO RRNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FFFIL ASSIGN TO FFFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FFFIL-STATUS.
           SELECT FFNYFIL ASSIGN TO FFNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FRFIL.
       01 FR-RECORD.
           COPY "FILIAL.CPY".

       FD FRNYFIL.
       01 FRNY-RECORD             PIC X(111).

       FD RRFIL.
       01 RR-RECORD.
           COPY "RAADGIVER.CPY".

       FD RRNYFIL.
       01 RRNY-RECORD             PIC X(43).

       FD FFFIL.
       01 FF-RECORD.
           COPY "FILIALFLYT.CPY".

       FD FFNYFIL.
       01 FFNY-RECORD             PIC X(57).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FRFIL-NAVN             PIC X(80)
           VALUE "FilialRegister.txt".
       01 FRNYFIL-NAVN           PIC X(80)
           VALUE "FilialRegisterNy.tmp".
       01 RRFIL-NAVN             PIC X(80)
           VALUE "RaadgiverRegister.txt".
       01 RRNYFIL-NAVN           PIC X(80)
           VALUE "RaadgiverRegisterNy.tmp".
       01 FFFIL-NAVN             PIC X(80)
           VALUE "FilialFlytning.txt".
       01 FFNYFIL-NAVN           PIC X(80)
           VALUE "FilialFlytningNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 FRFIL-STATUS           PIC X(2) VALUE "00".
       01 RRFIL-STATUS           PIC X(2) VALUE "00".
       01 FFFIL-STATUS           PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".
       01 SCAN-SLUT              PIC X VALUE "N".
       01 FUNDET                 PIC X VALUE "N".
       01 INP-FILIAL             PIC X(4) VALUE SPACES.
       01 INP-TIL-FILIAL         PIC X(4) VALUE SPACES.
       01 INP-NAVN               PIC X(30) VALUE SPACES.
       01 INP-VEJNAVN            PIC X(20) VALUE SPACES.
       01 INP-HUSNR              PIC X(5) VALUE SPACES.
       01 INP-POSTNR             PIC X(4) VALUE SPACES.
       01 INP-BYNAVN             PIC X(20) VALUE SPACES.
       01 INP-REGION             PIC X(15) VALUE SPACES.
       01 INP-RAADGIVER          PIC X(8) VALUE SPACES.
       01 INP-STATUS             PIC X(1) VALUE SPACE.
       01 INP-FLYT-ID            PIC X(14) VALUE SPACES.
       01 NY-STATUS              PIC X(1) VALUE SPACE.
       01 NAESTE-LOEBENR         PIC 9(4) VALUE 0.
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 ANTAL-KUNDER-FLYTTET   PIC 9(7) VALUE 0.
       01 ANTAL-RAADGIVERE-FLYTTET PIC 9(3) VALUE 0.
       01 STATUS-TEKST           PIC X(12) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Filialerne og raadgiverne holdes i tabeller mens programmet
      *koerer - registrene er smaa, og den eksklusive laas holder
      *andre vedligeholdere ude, saa tabellen er den gaeldende
      *udgave indtil den skrives tilbage.
       01 FILIAL-ANTAL           PIC 9(3) VALUE 0.
       01 FILIAL-OVERLOB         PIC X VALUE "N".
           88 FILIAL-ER-OVERLOEBET   VALUE "J".
       01 FILIAL-TABEL.
           02 FT-POST OCCURS 200 TIMES PIC X(111).
       01 FT-IX                  PIC 9(3) VALUE 0.
       01 FILIAL-FUNDET-IX       PIC 9(3) VALUE 0.
       01 RAADGIVER-ANTAL        PIC 9(3) VALUE 0.
       01 RAADGIVER-OVERLOB      PIC X VALUE "N".
           88 RAADGIVER-ER-OVERLOEBET VALUE "J".
       01 RAADGIVER-TABEL.
           02 RT-POST OCCURS 500 TIMES PIC X(43).
       01 RT-IX                  PIC 9(3) VALUE 0.
       01 RAADGIVER-FUNDET-IX    PIC 9(3) VALUE 0.
       01 FILIAL-RAADGIVERE      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
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
           PERFORM LAES-FILIALER
           PERFORM LAES-RAADGIVERE
           MOVE "FILIAL-TABEL" TO TK-TABEL
           MOVE FILIAL-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE FILIAL-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "RAADGIVER-TABEL" TO TK-TABEL
           MOVE RAADGIVER-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE RAADGIVER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF FILIAL-ER-OVERLOEBET OR RAADGIVER-ER-OVERLOEBET
               DISPLAY "FEJL: registret er stoerre end tabellen "
                   "(200 filialer / 500 raadgivere) - intet roeres"
               CLOSE KUNDEFIL
               CLOSE AUDITFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Filialer: O-opret/ret filial L-list filialer "
                   "R-raadgiver V-vis raadgivere"
               DISPLAY "          F-flyt filial (lukning) G-godkend "
                   "A-annuller K-flytninger X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-FILIAL
                   WHEN "L" PERFORM LIST-FILIALER
                   WHEN "R" PERFORM OPRET-RAADGIVER
                   WHEN "V" PERFORM VIS-RAADGIVERE
                   WHEN "F" PERFORM REGISTRER-FLYTNING
                   WHEN "G" PERFORM GODKEND-FLYTNING
                   WHEN "A" PERFORM ANNULLER-FLYTNING
                   WHEN "K" PERFORM LIST-FLYTNINGER
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       LAES-FILIALER.
           MOVE 0 TO FILIAL-ANTAL
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FRFIL
           IF FRFIL-STATUS NOT = "00"
               CLOSE FRFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FRFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FILIAL-ANTAL < 200
                           ADD 1 TO FILIAL-ANTAL
                           MOVE FR-RECORD TO FT-POST(FILIAL-ANTAL)
                       ELSE
                           MOVE "J" TO FILIAL-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRFIL
           EXIT.

       LAES-RAADGIVERE.
           MOVE 0 TO RAADGIVER-ANTAL
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RRFIL
           IF RRFIL-STATUS NOT = "00"
               CLOSE RRFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ RRFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RAADGIVER-ANTAL < 500
                           ADD 1 TO RAADGIVER-ANTAL
                           MOVE RR-RECORD TO RT-POST(RAADGIVER-ANTAL)
                       ELSE
                           MOVE "J" TO RAADGIVER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RRFIL
           EXIT.

      *Slaar INP-FILIAL op i tabellen - FILIAL-FUNDET-IX er 0 hvis
      *filialen ikke findes, ellers staar den i FR-RECORD.
       FIND-FILIAL.
           MOVE 0 TO FILIAL-FUNDET-IX
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FILIAL-ANTAL
               IF FT-POST(FT-IX)(1:4) = INP-FILIAL
                   MOVE FT-IX TO FILIAL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FILIAL-FUNDET-IX > 0
               MOVE FT-POST(FILIAL-FUNDET-IX) TO FR-RECORD
           END-IF
           EXIT.

       FIND-RAADGIVER.
           MOVE 0 TO RAADGIVER-FUNDET-IX
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RAADGIVER-ANTAL
               IF RT-POST(RT-IX)(1:8) = INP-RAADGIVER
                   MOVE RT-IX TO RAADGIVER-FUNDET-IX
               END-IF
           END-PERFORM
           IF RAADGIVER-FUNDET-IX > 0
               MOVE RT-POST(RAADGIVER-FUNDET-IX) TO RR-RECORD
           END-IF
           EXIT.

      *Opret eller ret en filial - ved rettelse betyder blank
      *indtastning at feltet beholdes. En lukket filial kan ikke
      *rettes eller genaabnes her.
       OPRET-FILIAL.
           DISPLAY "Filialnummer (4 tegn):"
           ACCEPT INP-FILIAL
           IF INP-FILIAL = SPACES
               DISPLAY "FEJL: filialnummer skal angives"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FILIAL
           IF FILIAL-FUNDET-IX > 0
               IF FR-LUKKET
                   DISPLAY "FEJL: filial " INP-FILIAL " er lukket pr. "
                       FR-LUKKET-DATO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Nuvaerende: " FR-NAVN " " FR-VEJNAVN " "
                   FR-HUSNR " " FR-POSTNR " " FR-BYNAVN " "
                   FR-REGION
               DISPLAY "(blank indtastning beholder feltet)"
           ELSE
               IF FILIAL-ANTAL >= 200
                   DISPLAY "FEJL: filialregistret er fuldt"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO FR-RECORD
               MOVE INP-FILIAL TO FR-FILIAL-NR
               MOVE "A" TO FR-STATUS
               MOVE 0 TO FR-LUKKET-DATO
           END-IF
           DISPLAY "Filialens navn:"
           ACCEPT INP-NAVN
           DISPLAY "Vejnavn:"
           ACCEPT INP-VEJNAVN
           DISPLAY "Husnr:"
           ACCEPT INP-HUSNR
           DISPLAY "Postnr:"
           ACCEPT INP-POSTNR
           DISPLAY "Bynavn:"
           ACCEPT INP-BYNAVN
           DISPLAY "Region:"
           ACCEPT INP-REGION
           IF INP-POSTNR NOT = SPACES AND INP-POSTNR NOT NUMERIC
               DISPLAY "FEJL: postnr skal vaere 4 cifre"
               EXIT PARAGRAPH
           END-IF
           IF INP-NAVN NOT = SPACES
               MOVE INP-NAVN TO FR-NAVN
           END-IF
           IF INP-VEJNAVN NOT = SPACES
               MOVE INP-VEJNAVN TO FR-VEJNAVN
           END-IF
           IF INP-HUSNR NOT = SPACES
               MOVE INP-HUSNR TO FR-HUSNR
           END-IF
           IF INP-POSTNR NOT = SPACES
               MOVE INP-POSTNR TO FR-POSTNR
           END-IF
           IF INP-BYNAVN NOT = SPACES
               MOVE INP-BYNAVN TO FR-BYNAVN
           END-IF
           IF INP-REGION NOT = SPACES
               MOVE INP-REGION TO FR-REGION
           END-IF
           IF FR-NAVN = SPACES OR FR-REGION = SPACES
               DISPLAY "FEJL: filialen skal have navn og region"
               EXIT PARAGRAPH
           END-IF
           IF FILIAL-FUNDET-IX = 0
               ADD 1 TO FILIAL-ANTAL
               MOVE FILIAL-ANTAL TO FILIAL-FUNDET-IX
               DISPLAY "Filial " FR-FILIAL-NR " oprettet"
           ELSE
               DISPLAY "Filial " FR-FILIAL-NR " rettet"
           END-IF
           MOVE FR-RECORD TO FT-POST(FILIAL-FUNDET-IX)
           PERFORM GEM-FILIALER
           EXIT.

       LIST-FILIALER.
           IF FILIAL-ANTAL = 0
               DISPLAY "Ingen filialer i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FILIAL-ANTAL
               MOVE FT-POST(FT-IX) TO FR-RECORD
               MOVE 0 TO FILIAL-RAADGIVERE
               PERFORM VARYING RT-IX FROM 1 BY 1
                       UNTIL RT-IX > RAADGIVER-ANTAL
                   MOVE RT-POST(RT-IX) TO RR-RECORD
                   IF RR-FILIAL-NR = FR-FILIAL-NR AND RR-AKTIV
                       ADD 1 TO FILIAL-RAADGIVERE
                   END-IF
               END-PERFORM
               IF FR-LUKKET
                   DISPLAY FR-FILIAL-NR " " FR-NAVN " "
                       FR-REGION " LUKKET " FR-LUKKET-DATO
                       " -> " FR-OVERTAGET-AF
               ELSE
                   DISPLAY FR-FILIAL-NR " " FR-NAVN " "
                       FR-REGION " AKTIV  raadgivere "
                       FILIAL-RAADGIVERE
               END-IF
               DISPLAY "     " FUNCTION TRIM(FR-VEJNAVN) " "
                   FUNCTION TRIM(FR-HUSNR) ", " FR-POSTNR " "
                   FUNCTION TRIM(FR-BYNAVN)
           END-PERFORM
           EXIT.

      *Opret eller ret en raadgiver. Hjemfilialen skal vaere en
      *aktiv filial; blank indtastning beholder feltet.
       OPRET-RAADGIVER.
           DISPLAY "Raadgiver-id (8 tegn):"
           ACCEPT INP-RAADGIVER
           IF INP-RAADGIVER = SPACES
               DISPLAY "FEJL: raadgiver-id skal angives"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RAADGIVER
           IF RAADGIVER-FUNDET-IX > 0
               DISPLAY "Nuvaerende: " RR-NAVN " filial "
                   RR-FILIAL-NR " status " RR-STATUS
               DISPLAY "(blank indtastning beholder feltet)"
           ELSE
               IF RAADGIVER-ANTAL >= 500
                   DISPLAY "FEJL: raadgiverregistret er fuldt"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO RR-RECORD
               MOVE INP-RAADGIVER TO RR-RAADGIVER-ID
               MOVE "A" TO RR-STATUS
           END-IF
           DISPLAY "Navn:"
           ACCEPT INP-NAVN
           DISPLAY "Hjemfilial:"
           ACCEPT INP-FILIAL
           DISPLAY "Status (A=aktiv O=fratraadt):"
           ACCEPT INP-STATUS
           IF INP-STATUS NOT = SPACE AND INP-STATUS NOT = "A"
                   AND INP-STATUS NOT = "O"
               DISPLAY "FEJL: status skal vaere A eller O"
               EXIT PARAGRAPH
           END-IF
           IF INP-FILIAL NOT = SPACES
               PERFORM FIND-FILIAL
               IF FILIAL-FUNDET-IX = 0
                   DISPLAY "FEJL: filial " INP-FILIAL " findes ikke"
                   EXIT PARAGRAPH
               END-IF
               IF NOT FR-AKTIV
                   DISPLAY "FEJL: filial " INP-FILIAL " er lukket"
                   EXIT PARAGRAPH
               END-IF
               MOVE INP-FILIAL TO RR-FILIAL-NR
           END-IF
           IF INP-NAVN NOT = SPACES
               MOVE INP-NAVN TO RR-NAVN
           END-IF
           IF INP-STATUS NOT = SPACE
               MOVE INP-STATUS TO RR-STATUS
           END-IF
           IF RR-NAVN = SPACES OR RR-FILIAL-NR = SPACES
               DISPLAY "FEJL: raadgiveren skal have navn og "
                   "hjemfilial"
               EXIT PARAGRAPH
           END-IF
           IF RAADGIVER-FUNDET-IX = 0
               ADD 1 TO RAADGIVER-ANTAL
               MOVE RAADGIVER-ANTAL TO RAADGIVER-FUNDET-IX
               DISPLAY "Raadgiver " RR-RAADGIVER-ID " oprettet"
           ELSE
               DISPLAY "Raadgiver " RR-RAADGIVER-ID " rettet"
           END-IF
           MOVE RR-RECORD TO RT-POST(RAADGIVER-FUNDET-IX)
           PERFORM GEM-RAADGIVERE
           EXIT.

       VIS-RAADGIVERE.
           DISPLAY "Filial (blank = alle raadgivere):"
           ACCEPT INP-FILIAL
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RAADGIVER-ANTAL
               MOVE RT-POST(RT-IX) TO RR-RECORD
               IF INP-FILIAL = SPACES OR RR-FILIAL-NR = INP-FILIAL
                   ADD 1 TO ANTAL-VIST
                   IF RR-AKTIV
                       MOVE "AKTIV" TO STATUS-TEKST
                   ELSE
                       MOVE "FRATRAADT" TO STATUS-TEKST
                   END-IF
                   DISPLAY RR-RAADGIVER-ID " " RR-NAVN " filial "
                       RR-FILIAL-NR " " STATUS-TEKST
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen raadgivere"
           END-IF
           EXIT.

      *Registrering af en filiallukning: fra-filialen og den
      *modtagende filial skal begge vaere aktive, og fra-filialen maa
      *ikke allerede have en aaben flytning. Antallet af kunder der
      *vil blive flyttet vises, saa godkenderen ved hvad der
      *godkendes.
       REGISTRER-FLYTNING.
           DISPLAY "Filial der lukkes:"
           ACCEPT INP-FILIAL
           DISPLAY "Filial der overtager kunder og raadgivere:"
           ACCEPT INP-TIL-FILIAL
           PERFORM FIND-FILIAL
           IF FILIAL-FUNDET-IX = 0
               DISPLAY "FEJL: filial " INP-FILIAL " findes ikke"
               EXIT PARAGRAPH
           END-IF
           IF NOT FR-AKTIV
               DISPLAY "FEJL: filial " INP-FILIAL " er allerede lukket"
               EXIT PARAGRAPH
           END-IF
           IF INP-TIL-FILIAL = INP-FILIAL
               DISPLAY "FEJL: en filial kan ikke flyttes til sig selv"
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-TIL-FILIAL
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOEBENR
           IF FUNDET = "J"
               DISPLAY "FEJL: filial " INP-FILIAL " har allerede en "
                   "aaben flytning"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAEL-FILIALKUNDER
           DISPLAY ANTAL-KUNDER-FLYTTET " kunder flyttes fra "
               INP-FILIAL " til " INP-TIL-FILIAL
               " - registrer flytningen? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Registrering annulleret"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FF-RECORD
           MOVE "FF" TO FF-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO FF-ID-DATO
           MOVE NAESTE-LOEBENR TO FF-ID-LOEBENR
           MOVE INP-FILIAL TO FF-FRA-FILIAL
           MOVE INP-TIL-FILIAL TO FF-TIL-FILIAL
           MOVE "R" TO FF-STATUS
           MOVE KOERSEL-DATO TO FF-STATUS-DATO
           MOVE AUDIT-OPERATOER TO FF-OPRETTET-AF
           MOVE ANTAL-KUNDER-FLYTTET TO FF-ANTAL-KUNDER
           MOVE 0 TO FF-ANTAL-RAADGIVERE
           OPEN EXTEND FFFIL
           IF FFFIL-STATUS NOT = "00"
               CLOSE FFFIL
               OPEN OUTPUT FFFIL
           END-IF
           WRITE FF-RECORD
           CLOSE FFFIL
           DISPLAY "Flytning " FF-FLYT-ID " registreret - en anden "
               "operatoer skal godkende den (G)"
           EXIT.

      *Den modtagende filial skal findes og vaere aktiv.
       TJEK-TIL-FILIAL.
           MOVE "N" TO FUNDET
           MOVE 0 TO FILIAL-FUNDET-IX
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FILIAL-ANTAL
               IF FT-POST(FT-IX)(1:4) = INP-TIL-FILIAL
                   MOVE FT-IX TO FILIAL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FILIAL-FUNDET-IX = 0
               DISPLAY "FEJL: filial " INP-TIL-FILIAL " findes ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE FT-POST(FILIAL-FUNDET-IX) TO FR-RECORD
           IF NOT FR-AKTIV
               DISPLAY "FEJL: filial " INP-TIL-FILIAL " er lukket"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO FUNDET
           EXIT.

      *Taeller kunderne med FILIAL-NR = INP-FILIAL i masteren.
       TAEL-FILIALKUNDER.
           MOVE 0 TO ANTAL-KUNDER-FLYTTET
           MOVE "N" TO SCAN-SLUT
           MOVE SPACES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "J" TO SCAN-SLUT
           END-START
           PERFORM UNTIL SCAN-SLUT = "J"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "J" TO SCAN-SLUT
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF FILIAL-NR = INP-FILIAL
                               ADD 1 TO ANTAL-KUNDER-FLYTTET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *Registret gennemlaeses for dagens hoejeste loebenummer og for
      *en aaben flytning fra samme filial.
       FIND-LOEBENR.
           MOVE 0 TO NAESTE-LOEBENR
           MOVE "N" TO FUNDET
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FFFIL
           IF FFFIL-STATUS NOT = "00"
               CLOSE FFFIL
               ADD 1 TO NAESTE-LOEBENR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FFFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FF-ID-DATO = KOERSEL-DATO
                               AND FF-ID-LOEBENR > NAESTE-LOEBENR
                           MOVE FF-ID-LOEBENR TO NAESTE-LOEBENR
                       END-IF
                       IF NOT FF-AFSLUTTET
                               AND FF-FRA-FILIAL = INP-FILIAL
                           MOVE "J" TO FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FFFIL
           ADD 1 TO NAESTE-LOEBENR
           EXIT.

      *Godkendelse og udfoersel: kun en registreret flytning, og
      *godkenderen maa ikke vaere den der registrerede den. Begge
      *filialer skal stadig vaere aktive. Kunderne flyttes foerst,
      *saa raadgiverne, og til sidst lukkes den gamle filial.
       GODKEND-FLYTNING.
           PERFORM FIND-FLYTNING
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           IF NOT FF-REGISTRERET
               DISPLAY "FEJL: flytningen er ikke registreret og "
                   "ventende (status " FF-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           IF FF-OPRETTET-AF = AUDIT-OPERATOER
               DISPLAY "FEJL: flytningen skal godkendes af en anden "
                   "operatoer end " FUNCTION TRIM(FF-OPRETTET-AF)
               EXIT PARAGRAPH
           END-IF
           MOVE FF-FRA-FILIAL TO INP-FILIAL
           MOVE FF-TIL-FILIAL TO INP-TIL-FILIAL
           PERFORM FIND-FILIAL
           IF FILIAL-FUNDET-IX = 0 OR NOT FR-AKTIV
               DISPLAY "FEJL: filial " INP-FILIAL " er ikke laengere "
                   "aktiv"
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-TIL-FILIAL
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Godkend lukning af filial " INP-FILIAL
               " og flytning af alle kunder og raadgivere til "
               INP-TIL-FILIAL "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Godkendelse annulleret"
               EXIT PARAGRAPH
           END-IF
           PERFORM FLYT-KUNDER
           PERFORM FLYT-RAADGIVERE
           PERFORM LUK-FILIAL
           MOVE "F" TO NY-STATUS
           PERFORM STEMPEL-FLYTNING
           DISPLAY "Flytning " INP-FLYT-ID " gennemfoert: "
               ANTAL-KUNDER-FLYTTET " kunder og "
               ANTAL-RAADGIVERE-FLYTTET " raadgivere flyttet til "
               INP-TIL-FILIAL "; filial " INP-FILIAL " er lukket"
           EXIT.

      *Hver kunde paa den lukkende filial genskrives med den nye
      *filial og faar en linje i audit-journalen.
       FLYT-KUNDER.
           MOVE 0 TO ANTAL-KUNDER-FLYTTET
           MOVE "N" TO SCAN-SLUT
           MOVE SPACES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "J" TO SCAN-SLUT
           END-START
           PERFORM UNTIL SCAN-SLUT = "J"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "J" TO SCAN-SLUT
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF FILIAL-NR = INP-FILIAL
                               PERFORM FLYT-KUNDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       FLYT-KUNDE.
           PERFORM HENT-KONTI
           MOVE INP-TIL-FILIAL TO FILIAL-NR
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: kan ikke flytte kunde " KUNDE-ID
               NOT INVALID KEY
                   ADD 1 TO ANTAL-KUNDER-FLYTTET
                   MOVE "FILFLYT" TO AUDIT-AKTION
                   PERFORM SKRIV-AUDITLINJE
           END-REWRITE
           EXIT.

       FLYT-RAADGIVERE.
           MOVE 0 TO ANTAL-RAADGIVERE-FLYTTET
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RAADGIVER-ANTAL
               MOVE RT-POST(RT-IX) TO RR-RECORD
               IF RR-FILIAL-NR = INP-FILIAL
                   MOVE INP-TIL-FILIAL TO RR-FILIAL-NR
                   MOVE RR-RECORD TO RT-POST(RT-IX)
                   ADD 1 TO ANTAL-RAADGIVERE-FLYTTET
               END-IF
           END-PERFORM
           IF ANTAL-RAADGIVERE-FLYTTET > 0
               PERFORM GEM-RAADGIVERE
           END-IF
           EXIT.

       LUK-FILIAL.
           PERFORM FIND-FILIAL
           MOVE "L" TO FR-STATUS
           MOVE KOERSEL-DATO TO FR-LUKKET-DATO
           MOVE INP-TIL-FILIAL TO FR-OVERTAGET-AF
           MOVE FR-RECORD TO FT-POST(FILIAL-FUNDET-IX)
           PERFORM GEM-FILIALER
           EXIT.

      *Annullering: kun en flytning der endnu ikke er godkendt.
       ANNULLER-FLYTNING.
           PERFORM FIND-FLYTNING
           IF FUNDET NOT = "J"
               EXIT PARAGRAPH
           END-IF
           IF NOT FF-REGISTRERET
               DISPLAY "FEJL: flytningen kan ikke annulleres i "
                   "status " FF-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annuller flytning " INP-FLYT-ID "? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO NY-STATUS
           PERFORM STEMPEL-FLYTNING
           DISPLAY "Flytning " INP-FLYT-ID " annulleret"
           EXIT.

       FIND-FLYTNING.
           MOVE "N" TO FUNDET
           DISPLAY "Flytnings-id (FF...):"
           ACCEPT INP-FLYT-ID
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FFFIL
           IF FFFIL-STATUS NOT = "00"
               CLOSE FFFIL
               DISPLAY "FEJL: ingen filialflytninger registreret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FFFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FF-FLYT-ID = INP-FLYT-ID
                           MOVE "J" TO FUNDET
                           MOVE "J" TO FIL-SLUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FFFIL
           IF FUNDET NOT = "J"
               DISPLAY "FEJL: flytningen findes ikke"
           END-IF
           EXIT.

      *Registret genskrives med den nye status paa flytningen -
      *samme midlertidig-fil-og-mv-teknik som KONTOFLYTNING.
       STEMPEL-FLYTNING.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FFFIL
           OPEN OUTPUT FFNYFIL
           PERFORM UNTIL FIL-SLUT = "J"
               READ FFFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FF-FLYT-ID = INP-FLYT-ID
                           MOVE NY-STATUS TO FF-STATUS
                           MOVE KOERSEL-DATO TO FF-STATUS-DATO
                           IF NY-STATUS = "F"
                               MOVE AUDIT-OPERATOER TO FF-GODKENDT-AF
                               MOVE ANTAL-KUNDER-FLYTTET
                                   TO FF-ANTAL-KUNDER
                               MOVE ANTAL-RAADGIVERE-FLYTTET
                                   TO FF-ANTAL-RAADGIVERE
                           END-IF
                       END-IF
                       MOVE FF-RECORD TO FFNY-RECORD
                       WRITE FFNY-RECORD
               END-READ
           END-PERFORM
           CLOSE FFFIL
           CLOSE FFNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FFNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FFFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       LIST-FLYTNINGER.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FFFIL
           IF FFFIL-STATUS NOT = "00"
               CLOSE FFFIL
               DISPLAY "Ingen filialflytninger i registret"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FFFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       ADD 1 TO ANTAL-VIST
                       EVALUATE TRUE
                           WHEN FF-REGISTRERET
                               MOVE "VENTER" TO STATUS-TEKST
                           WHEN FF-GENNEMFOERT
                               MOVE "GENNEMFOERT" TO STATUS-TEKST
                           WHEN OTHER
                               MOVE "ANNULLERET" TO STATUS-TEKST
                       END-EVALUATE
                       DISPLAY FF-FLYT-ID " " FF-FRA-FILIAL " -> "
                           FF-TIL-FILIAL " " STATUS-TEKST " "
                           FF-STATUS-DATO " kunder " FF-ANTAL-KUNDER
                           " raadgivere " FF-ANTAL-RAADGIVERE
                       DISPLAY "    registreret af " FF-OPRETTET-AF
                           " godkendt af " FF-GODKENDT-AF
               END-READ
           END-PERFORM
           CLOSE FFFIL
           IF ANTAL-VIST = 0
               DISPLAY "Ingen filialflytninger"
           END-IF
           EXIT.

      *Registrene skrives tilbage fra tabellerne via en midlertidig
      *fil og mv, saa en afbrudt skrivning ikke efterlader et halvt
      *register.
       GEM-FILIALER.
           OPEN OUTPUT FRNYFIL
           PERFORM VARYING FT-IX FROM 1 BY 1
                   UNTIL FT-IX > FILIAL-ANTAL
               MOVE FT-POST(FT-IX) TO FRNY-RECORD
               WRITE FRNY-RECORD
           END-PERFORM
           CLOSE FRNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FRNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FRFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

       GEM-RAADGIVERE.
           OPEN OUTPUT RRNYFIL
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RAADGIVER-ANTAL
               MOVE RT-POST(RT-IX) TO RRNY-RECORD
               WRITE RRNY-RECORD
           END-PERFORM
           CLOSE RRNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(RRNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RRFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - den flyttede
      *kundes record staar i bufferen, saa linjen baerer dens
      *status/balance.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               MOVE "UKENDT" TO AUDIT-OPERATOER
           END-IF
           EXIT.

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "FILIALREGISTER" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE(AUDIT-KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - eksklusiv
      *laas, da en godkendt flytning genskriver kunderne.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "FILIALREGISTER" TO LAAS-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet: DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO FRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialRegister.txt"
                   DELIMITED BY SIZE INTO FRFIL-NAVN
               END-STRING
               MOVE SPACES TO FRNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialRegisterNy.tmp"
                   DELIMITED BY SIZE INTO FRNYFIL-NAVN
               END-STRING
               MOVE SPACES TO RRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RaadgiverRegister.txt"
                   DELIMITED BY SIZE INTO RRFIL-NAVN
               END-STRING
               MOVE SPACES TO RRNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RaadgiverRegisterNy.tmp"
                   DELIMITED BY SIZE INTO RRNYFIL-NAVN
               END-STRING
               MOVE SPACES TO FFFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialFlytning.txt"
                   DELIMITED BY SIZE INTO FFFIL-NAVN
               END-STRING
               MOVE SPACES TO FFNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialFlytningNy.tmp"
                   DELIMITED BY SIZE INTO FFNYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
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
           MOVE "FILIALREGISTER" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
