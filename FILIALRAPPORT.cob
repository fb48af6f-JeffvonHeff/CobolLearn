       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALRAPPORT.
      *Filialrapport - hvad holder den enkelte filial. Kunderne
      *grupperes efter hjemfilial (FILIAL-NR i KUNDEOPL.CPY; en
      *kunde uden filial regnes til sin raadgivers hjemfilial fra
      *RaadgiverRegister.txt), og pr. filial vises antal kunder,
      *balancer pr. VALUTAKODE, overtraeksengagementet (summen af
      *de negative saldi og antal overtrukne konti) og rentabiliteten
      *fra KUNDERENTABILITET's seneste KundeRentabilitet.txt (bidrag
      *i DKK). Filialnavn og region hentes fra FilialRegister.txt.
      *Slettede kunder (status "D") er ikke med - samme regel som
      *kontroltotalerne. Rapporten skrives til FilialRapport.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUTAREGFIL ASSIGN TO VALUTAREGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAREGFIL-STATUS.
           SELECT OPTIONAL FRFIL ASSIGN TO FRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRFIL-STATUS.
           SELECT OPTIONAL RRFIL ASSIGN TO RRFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRFIL-STATUS.
           SELECT OPTIONAL RENTABFIL ASSIGN TO RENTABFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTABFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       FD FRFIL.
       01 FR-RECORD.
           COPY "FILIAL.CPY".

       FD RRFIL.
       01 RR-RECORD.
           COPY "RAADGIVER.CPY".

       FD RENTABFIL.
       01 RENTAB-LINJE           PIC X(130).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(132).

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
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 FRFIL-NAVN             PIC X(80)
           VALUE "FilialRegister.txt".
       01 RRFIL-NAVN             PIC X(80)
           VALUE "RaadgiverRegister.txt".
       01 RENTABFIL-NAVN         PIC X(80)
           VALUE "KundeRentabilitet.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "FilialRapport.txt".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 FRFIL-STATUS           PIC X(2) VALUE "00".
       01 RRFIL-STATUS           PIC X(2) VALUE "00".
       01 RENTABFIL-STATUS       PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 END-OF-FILE            PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 ADVARSEL-FLAG          PIC X VALUE "N".
           88 ADVARSEL-GIVET         VALUE "J".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX             PIC 9(2) VALUE 1.
       01 KONTO-IX              PIC 9(3) VALUE 1.

      *Filialregistret og raadgivernes hjemfilial til opslag.
       01 FILIAL-ANTAL           PIC 9(3) VALUE 0.
       01 FILIAL-OVERLOB         PIC X VALUE "N".
       01 FILIAL-TABEL.
           02 FT-POST OCCURS 200 TIMES.
               03 FT-FILIAL-NR      PIC X(4).
               03 FT-NAVN           PIC X(30).
               03 FT-REGION         PIC X(15).
               03 FT-STATUS         PIC X(1).
       01 FT-IX                  PIC 9(3) VALUE 0.
       01 RAADGIVER-ANTAL        PIC 9(3) VALUE 0.
       01 RAADGIVER-OVERLOB      PIC X VALUE "N".
       01 RAADGIVER-TABEL.
           02 RT-POST OCCURS 500 TIMES.
               03 RT-RAADGIVER-ID   PIC X(8).
               03 RT-FILIAL-NR      PIC X(4).
       01 RT-IX                  PIC 9(3) VALUE 0.

      *En post pr. filial der har kunder - kapacitetsbegraenset som
      *RAADGIVERRAPPORT's RAADGIVER-TABEL. Kunder uden filial (og
      *uden raadgiver med filial) samles under blank filial.
       01 AKTUEL-FILIAL          PIC X(4) VALUE SPACES.
       01 FS-ANTAL               PIC 9(3) VALUE 0.
       01 FS-OVERLOB             PIC X VALUE "N".
           88 FS-ER-OVERLOEBET       VALUE "J".
       01 FS-TABEL.
           02 FS-POST OCCURS 200 TIMES.
               03 FS-FILIAL-NR      PIC X(4).
               03 FS-KUNDEANTAL     PIC 9(7).
               03 FS-OVERTRUKNE     PIC 9(7).
               03 FS-BIDRAG-DKK     PIC S9(11)V9(2).
               03 FS-VALUTA OCCURS 20 TIMES.
                   04 FS-BALANCE        PIC S9(11)V9(2).
                   04 FS-OVERTRAEK      PIC S9(11)V9(2).
       01 FS-IX                  PIC 9(3) VALUE 0.
       01 FS-IX2                 PIC 9(3) VALUE 0.
       01 FS-IX2-START           PIC 9(3) VALUE 0.
       01 FS-FUNDET-IX           PIC 9(3) VALUE 0.
       01 FS-SWAP                PIC X(551).

      *KundeRentabilitet.txt-linjens bidrag - samme REDEFINES-
      *tilbagelaesning som KUNDERENTABILITET's egne beloebsfelter.
       01 DEL-FOERSTE            PIC X(100).
       01 DEL-BIDRAG             PIC X(20).
       01 BIDRAG-TEKST           PIC X(13).
       01 BIDRAG-BELOEB REDEFINES BIDRAG-TEKST PIC S9(11)V9(2).

       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-VIA-RAADGIVER    PIC 9(7) VALUE 0.
       01 ANTAL-UDEN-FILIAL      PIC 9(7) VALUE 0.
       01 ANTAL-BIDRAG-LINJER    PIC 9(7) VALUE 0.
       01 ANTAL-BIDRAG-UKENDT    PIC 9(7) VALUE 0.
       01 TOTAL-BIDRAG-DKK       PIC S9(11)V9(2) VALUE 0.
       01 FILIALNAVN-VIST        PIC X(30) VALUE SPACES.
       01 REGION-VIST            PIC X(15) VALUE SPACES.
       01 ANTAL-VIST             PIC Z(6)9.
       01 BELOEB-VIST            PIC -(11)9.99.
       01 OVERTRAEK-VIST         PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-VALUTAREGISTER
           PERFORM LAES-FILIALER
           PERFORM LAES-RAADGIVERE
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO KUNDE-ID
           START KUNDEFIL KEY IS NOT LESS THAN KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           IF NOT KUNDE-SLETTET
                               PERFORM HENT-KONTI
                               PERFORM OPSAML-FILIAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM LAES-RENTABILITET
           CLOSE KUNDEFIL
           PERFORM FRIGIV-KOERSELLAAS
           PERFORM SORTER-FILIALER
           PERFORM SKRIV-RAPPORT
           MOVE "FS-TABEL" TO TK-TABEL
           MOVE FS-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE FS-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF FS-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 200 filialer - "
                   "rapporten er afkortet"
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           IF ADVARSEL-GIVET
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Kundens filial: hjemfilialen, ellers raadgiverens hjemfilial.
       BESTEM-FILIAL.
           MOVE FILIAL-NR TO AKTUEL-FILIAL
           IF AKTUEL-FILIAL = SPACES AND RAADGIVER-ID NOT = SPACES
               PERFORM VARYING RT-IX FROM 1 BY 1
                       UNTIL RT-IX > RAADGIVER-ANTAL
                   IF RT-RAADGIVER-ID(RT-IX) = RAADGIVER-ID
                       MOVE RT-FILIAL-NR(RT-IX) TO AKTUEL-FILIAL
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       FIND-FS-POST.
           MOVE 0 TO FS-FUNDET-IX
           PERFORM VARYING FS-IX FROM 1 BY 1
                   UNTIL FS-IX > FS-ANTAL
               IF FS-FILIAL-NR(FS-IX) = AKTUEL-FILIAL
                   MOVE FS-IX TO FS-FUNDET-IX
               END-IF
           END-PERFORM
           IF FS-FUNDET-IX = 0
               IF FS-ANTAL < 200
                   ADD 1 TO FS-ANTAL
                   MOVE FS-ANTAL TO FS-FUNDET-IX
                   MOVE AKTUEL-FILIAL TO FS-FILIAL-NR(FS-FUNDET-IX)
                   MOVE 0 TO FS-KUNDEANTAL(FS-FUNDET-IX)
                   MOVE 0 TO FS-OVERTRUKNE(FS-FUNDET-IX)
                   MOVE 0 TO FS-BIDRAG-DKK(FS-FUNDET-IX)
                   PERFORM VARYING VALUTA-IX FROM 1 BY 1
                           UNTIL VALUTA-IX > 20
                       MOVE 0 TO FS-BALANCE(FS-FUNDET-IX, VALUTA-IX)
                       MOVE 0 TO FS-OVERTRAEK(FS-FUNDET-IX, VALUTA-IX)
                   END-PERFORM
               ELSE
                   MOVE "J" TO FS-OVERLOB
               END-IF
           END-IF
           EXIT.

       OPSAML-FILIAL.
           ADD 1 TO ANTAL-KUNDER
           PERFORM BESTEM-FILIAL
           IF FILIAL-NR = SPACES
               IF AKTUEL-FILIAL = SPACES
                   ADD 1 TO ANTAL-UDEN-FILIAL
               ELSE
                   ADD 1 TO ANTAL-VIA-RAADGIVER
               END-IF
           END-IF
           PERFORM FIND-FS-POST
           IF FS-FUNDET-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FS-KUNDEANTAL(FS-FUNDET-IX)
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF BALANCE(KONTO-IX) < 0
                   ADD 1 TO FS-OVERTRUKNE(FS-FUNDET-IX)
               END-IF
               PERFORM VARYING VALUTA-IX FROM 1 BY 1
                       UNTIL VALUTA-IX > VALUTA-ANTAL
                   IF VALUTAKODE(KONTO-IX) = GYLDIG-VALUTA(VALUTA-IX)
                       ADD BALANCE(KONTO-IX)
                           TO FS-BALANCE(FS-FUNDET-IX, VALUTA-IX)
                       IF BALANCE(KONTO-IX) < 0
                           SUBTRACT BALANCE(KONTO-IX)
                               FROM FS-OVERTRAEK(FS-FUNDET-IX,
                                   VALUTA-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *Kundernes bidrag fra KUNDERENTABILITET fordeles paa filial
      *med direkte opslag i masteren - en kunde der ikke laengere
      *findes, taelles kun som ukendt.
       LAES-RENTABILITET.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RENTABFIL
           IF RENTABFIL-STATUS NOT = "00"
               CLOSE RENTABFIL
               DISPLAY "ADVARSEL: KundeRentabilitet.txt findes ikke "
                   "- rentabilitetskolonnen er tom"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ RENTABFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RENTAB-LINJE(1:6) = "KUNDE "
                           PERFORM OPSAML-BIDRAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTABFIL
           EXIT.

       OPSAML-BIDRAG.
           ADD 1 TO ANTAL-BIDRAG-LINJER
           MOVE SPACES TO DEL-FOERSTE DEL-BIDRAG
           UNSTRING RENTAB-LINJE DELIMITED BY " BIDRAG="
               INTO DEL-FOERSTE DEL-BIDRAG
           END-UNSTRING
           MOVE DEL-BIDRAG(1:13) TO BIDRAG-TEKST
           IF BIDRAG-BELOEB NOT NUMERIC
               ADD 1 TO ANTAL-BIDRAG-UKENDT
               EXIT PARAGRAPH
           END-IF
           MOVE RENTAB-LINJE(7:10) TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   ADD 1 TO ANTAL-BIDRAG-UKENDT
                   EXIT PARAGRAPH
           END-READ
           PERFORM BESTEM-FILIAL
           PERFORM FIND-FS-POST
           IF FS-FUNDET-IX > 0
               ADD BIDRAG-BELOEB TO FS-BIDRAG-DKK(FS-FUNDET-IX)
               ADD BIDRAG-BELOEB TO TOTAL-BIDRAG-DKK
           END-IF
           EXIT.

      *Filialerne i nummerorden med samme udvaelgelses-ombytning som
      *DORMANTRAPPORT's SORTER-DORMANT-TABEL; kunder uden filial
      *(blank) kommer dermed foerst.
       SORTER-FILIALER.
           PERFORM VARYING FS-IX FROM 1 BY 1
                   UNTIL FS-IX >= FS-ANTAL
               COMPUTE FS-IX2-START = FS-IX + 1
               PERFORM VARYING FS-IX2 FROM FS-IX2-START BY 1
                       UNTIL FS-IX2 > FS-ANTAL
                   IF FS-FILIAL-NR(FS-IX2) < FS-FILIAL-NR(FS-IX)
                       MOVE FS-POST(FS-IX) TO FS-SWAP
                       MOVE FS-POST(FS-IX2) TO FS-POST(FS-IX)
                       MOVE FS-SWAP TO FS-POST(FS-IX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORTFIL
           MOVE SPACES TO RAPPORTLINJE
           STRING "FILIALRAPPORT PR. " KOERSEL-DATO
               " - kunder, balancer, overtraek og rentabilitet "
               "pr. filial"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING FS-IX FROM 1 BY 1
                   UNTIL FS-IX > FS-ANTAL
               PERFORM SKRIV-FILIAL
           END-PERFORM
           MOVE ALL "-" TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE ANTAL-KUNDER TO ANTAL-VIST
           MOVE TOTAL-BIDRAG-DKK TO BELOEB-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "I ALT KUNDER " ANTAL-VIST
               "  BIDRAG DKK " BELOEB-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ANTAL-VIA-RAADGIVER TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "Heraf henfoert via raadgiverens filial "
               ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ANTAL-UDEN-FILIAL TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "Heraf uden filial                      "
               ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE ANTAL-BIDRAG-UKENDT TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "Rentabilitetslinjer uden kunde         "
               ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           CLOSE RAPPORTFIL
           DISPLAY "FILIALRAPPORT: " FS-ANTAL " filialer, "
               ANTAL-KUNDER " kunder, " ANTAL-UDEN-FILIAL
               " uden filial - se " FUNCTION TRIM(RAPPORTFIL-NAVN)
           EXIT.

       SKRIV-FILIAL.
           MOVE SPACES TO FILIALNAVN-VIST REGION-VIST
           IF FS-FILIAL-NR(FS-IX) = SPACES
               MOVE "(uden filial)" TO FILIALNAVN-VIST
           ELSE
               MOVE "(ikke i filialregistret)" TO FILIALNAVN-VIST
               PERFORM VARYING FT-IX FROM 1 BY 1
                       UNTIL FT-IX > FILIAL-ANTAL
                   IF FT-FILIAL-NR(FT-IX) = FS-FILIAL-NR(FS-IX)
                       MOVE FT-NAVN(FT-IX) TO FILIALNAVN-VIST
                       MOVE FT-REGION(FT-IX) TO REGION-VIST
                       IF FT-STATUS(FT-IX) = "L"
                           MOVE "LUKKET" TO REGION-VIST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           MOVE FS-KUNDEANTAL(FS-IX) TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "FILIAL " FS-FILIAL-NR(FS-IX) " "
               FILIALNAVN-VIST " REGION " REGION-VIST
               " KUNDER " ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF FS-BALANCE(FS-IX, VALUTA-IX) NOT = 0
                       OR FS-OVERTRAEK(FS-IX, VALUTA-IX) NOT = 0
                   MOVE FS-BALANCE(FS-IX, VALUTA-IX) TO BELOEB-VIST
                   MOVE FS-OVERTRAEK(FS-IX, VALUTA-IX)
                       TO OVERTRAEK-VIST
                   MOVE SPACES TO RAPPORTLINJE
                   STRING "    " GYLDIG-VALUTA(VALUTA-IX)
                       " BALANCE " BELOEB-VIST
                       "  OVERTRAEK " OVERTRAEK-VIST
                       DELIMITED BY SIZE INTO RAPPORTLINJE
                   END-STRING
                   WRITE RAPPORTLINJE
               END-IF
           END-PERFORM
           MOVE FS-OVERTRUKNE(FS-IX) TO ANTAL-VIST
           MOVE FS-BIDRAG-DKK(FS-IX) TO BELOEB-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "    OVERTRUKNE KONTI " ANTAL-VIST
               "  BIDRAG DKK " BELOEB-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
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
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *Uden filialregister kan rapporten stadig grupperes paa
      *filialnummer, men navn og region mangler - advarsel.
       LAES-FILIALER.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT FRFIL
           IF FRFIL-STATUS NOT = "00"
               CLOSE FRFIL
               DISPLAY "ADVARSEL: FilialRegister.txt findes ikke - "
                   "filialnavne mangler i rapporten"
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ FRFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FILIAL-ANTAL < 200
                           ADD 1 TO FILIAL-ANTAL
                           MOVE FR-FILIAL-NR
                               TO FT-FILIAL-NR(FILIAL-ANTAL)
                           MOVE FR-NAVN TO FT-NAVN(FILIAL-ANTAL)
                           MOVE FR-REGION TO FT-REGION(FILIAL-ANTAL)
                           MOVE FR-STATUS TO FT-STATUS(FILIAL-ANTAL)
                       ELSE
                           MOVE "J" TO FILIAL-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRFIL
           MOVE "FILIAL-TABEL" TO TK-TABEL
           MOVE FILIAL-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE FILIAL-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-RAADGIVERE.
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
                           MOVE RR-RAADGIVER-ID
                               TO RT-RAADGIVER-ID(RAADGIVER-ANTAL)
                           MOVE RR-FILIAL-NR
                               TO RT-FILIAL-NR(RAADGIVER-ANTAL)
                       ELSE
                           MOVE "J" TO RAADGIVER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RRFIL
           MOVE "RAADGIVER-TABEL" TO TK-TABEL
           MOVE RAADGIVER-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE RAADGIVER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *masteren kun laeses.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "FILIALRAPPORT" TO LAAS-PROGRAM
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

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "FILIALRAPPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
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
               MOVE SPACES TO VALUTAREGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ValutaRegister.txt"
                   DELIMITED BY SIZE INTO VALUTAREGFIL-NAVN
               END-STRING
               MOVE SPACES TO FRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialRegister.txt"
                   DELIMITED BY SIZE INTO FRFIL-NAVN
               END-STRING
               MOVE SPACES TO RRFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RaadgiverRegister.txt"
                   DELIMITED BY SIZE INTO RRFIL-NAVN
               END-STRING
               MOVE SPACES TO RENTABFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeRentabilitet.txt"
                   DELIMITED BY SIZE INTO RENTABFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FilialRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.
