       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAENDELSESABONNEMENT.
      *Kundens abonnementer paa haendelsesadviser via SMS/e-mail
      *(HaendelsesAbonnement.txt, HAENDABON.CPY). Natkoerslerne
      *melder haendelser til HAENDELSESUDBAKKE, som kun laegger en
      *advis i udbakken naar kunden abonnerer her:
      *  O - opret eller ret et abonnement: haendelse (BSRETUR,
      *      UDLOEB, POSTERING, LAVSALDO, FULDMAGT), kanal (S = SMS
      *      til TELEFON, E = e-mail til EMAIL, B = begge) og - for
      *      POSTERING og LAVSALDO - kundens egen graense i kontoens
      *      valuta. Kanalen kraever at kunden har TELEFON/EMAIL i
      *      masteren.
      *  F - fjern et abonnement
      *  L - list kundens abonnementer og kontaktoplysninger
      *  U - vis kundens adviser i udbakken med leveringsstatus
      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring, og hver aendring faar en linje i den faelles
      *audit-journal (ABONOPRT/ABONFJRN). Operatoeren skal vaere
      *logget paa (OPERATOER i miljoeet).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABONFIL ASSIGN TO ABONFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT ABONNYFIL ASSIGN TO ABONNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UDBAKKEFIL ASSIGN TO UDBAKKEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDBAKKEFIL-STATUS.
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
       FD ABONFIL.
       01 ABON-RECORD.
           COPY "HAENDABON.CPY".

       FD ABONNYFIL.
       01 ABONNY-RECORD          PIC X(48).

       FD UDBAKKEFIL.
       01 UDBAKKE-RECORD.
           COPY "HAENDELSE.CPY".

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 ABONFIL-NAVN           PIC X(80)
           VALUE "HaendelsesAbonnement.txt".
       01 ABONNYFIL-NAVN         PIC X(80)
           VALUE "HaendelsesAbonnementNy.tmp".
       01 UDBAKKEFIL-NAVN        PIC X(80)
           VALUE "HaendelsesUdbakke.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 ABONFIL-STATUS         PIC X(2) VALUE "00".
       01 UDBAKKEFIL-STATUS      PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 INP-KUNDE-ID           PIC X(10) VALUE SPACES.
       01 INP-HAENDELSE          PIC X(10) VALUE SPACES.
       01 INP-KANAL              PIC X(1) VALUE SPACE.
       01 INP-GRAENSE            PIC X(14) VALUE SPACES.
       01 NY-GRAENSE             PIC 9(9)V9(2) VALUE 0.
       01 GRAENSE-VIST           PIC Z(8)9.99.
       01 BELOEB-VIST            PIC -(8)9.99.
       01 KUNDE-FUNDET           PIC X VALUE "N".
           88 KUNDE-ER-FUNDET        VALUE "J".
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 STATUS-TEKST           PIC X(12) VALUE SPACES.

      *Registret holdes i tabellen under hele sessionen; laasen
      *holder natkoerslerne ude imens.
       01 ABON-ANTAL             PIC 9(4) VALUE 0.
       01 ABON-TABEL.
           02 ABON-POST OCCURS 5000 TIMES PIC X(48).
       01 ABON-IX                PIC 9(4).
       01 ABON-FUNDET-IX         PIC 9(4) VALUE 0.

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
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL
           PERFORM LAES-ABONNEMENTER

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Haendelsesadviser: O-opret/ret F-fjern "
                   "L-list U-udbakke X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "O" PERFORM OPRET-ABONNEMENT
                   WHEN "F" PERFORM FJERN-ABONNEMENT
                   WHEN "L" PERFORM LIST-ABONNEMENTER
                   WHEN "U" PERFORM VIS-UDBAKKE
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       LAES-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           DISPLAY "Kunde-id:"
           MOVE SPACES TO INP-KUNDE-ID
           ACCEPT INP-KUNDE-ID
           MOVE INP-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "FEJL: kunden findes ikke i masteren"
               NOT INVALID KEY
                   MOVE "J" TO KUNDE-FUNDET
                   PERFORM HENT-KONTI
           END-READ
           EXIT.

       OPRET-ABONNEMENT.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           IF KUNDE-SLETTET
               DISPLAY "FEJL: kunden er slettet"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Haendelse (BSRETUR/UDLOEB/POSTERING/LAVSALDO/"
               "FULDMAGT):"
           MOVE SPACES TO INP-HAENDELSE
           ACCEPT INP-HAENDELSE
           MOVE INP-HAENDELSE TO ABN-HAENDELSE
           IF NOT ABN-KENDT-HAENDELSE
               DISPLAY "FEJL: ukendt haendelse"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kanal (S=SMS, E=e-mail, B=begge):"
           MOVE SPACE TO INP-KANAL
           ACCEPT INP-KANAL
           MOVE INP-KANAL TO ABN-KANAL
           IF NOT ABN-KENDT-KANAL
               DISPLAY "FEJL: ukendt kanal"
               EXIT PARAGRAPH
           END-IF
           IF (ABN-SMS OR ABN-BEGGE) AND TELEFON = SPACES
               DISPLAY "FEJL: kunden har intet telefonnummer"
               EXIT PARAGRAPH
           END-IF
           IF (ABN-EMAIL OR ABN-BEGGE) AND EMAIL = SPACES
               DISPLAY "FEJL: kunden har ingen e-mail-adresse"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NY-GRAENSE
           IF ABN-POSTERING OR ABN-LAVSALDO
               DISPLAY "Graense i kontoens valuta (fx 5000.00):"
               MOVE SPACES TO INP-GRAENSE
               ACCEPT INP-GRAENSE
               IF INP-GRAENSE = SPACES
                       OR FUNCTION TEST-NUMVAL(INP-GRAENSE) NOT = 0
                   DISPLAY "FEJL: graensen er ikke et beloeb"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(INP-GRAENSE) < 0
                   DISPLAY "FEJL: graensen kan ikke vaere negativ"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INP-GRAENSE) TO NY-GRAENSE
           END-IF
           PERFORM FIND-ABONNEMENT
           IF ABON-FUNDET-IX = 0
               IF ABON-ANTAL >= 5000
                   DISPLAY "FEJL: abonnementsregistret er fuldt"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ABON-ANTAL
               MOVE ABON-ANTAL TO ABON-FUNDET-IX
           END-IF
           MOVE SPACES TO ABON-RECORD
           MOVE INP-KUNDE-ID TO ABN-KUNDE-ID
           MOVE INP-HAENDELSE TO ABN-HAENDELSE
           MOVE INP-KANAL TO ABN-KANAL
           MOVE NY-GRAENSE TO ABN-GRAENSE
           MOVE KOERSEL-DATO TO ABN-OPRETTET
           MOVE AUDIT-OPERATOER TO ABN-OPRETTET-AF
           MOVE ABON-RECORD TO ABON-POST(ABON-FUNDET-IX)
           PERFORM GEM-ABONNEMENTER
           MOVE "ABONOPRT" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Abonnement gemt: " INP-KUNDE-ID " "
               FUNCTION TRIM(INP-HAENDELSE) " kanal " INP-KANAL
           EXIT.

       FJERN-ABONNEMENT.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Haendelse:"
           MOVE SPACES TO INP-HAENDELSE
           ACCEPT INP-HAENDELSE
           PERFORM FIND-ABONNEMENT
           IF ABON-FUNDET-IX = 0
               DISPLAY "FEJL: kunden abonnerer ikke paa haendelsen"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ABON-IX FROM ABON-FUNDET-IX BY 1
                   UNTIL ABON-IX >= ABON-ANTAL
               MOVE ABON-POST(ABON-IX + 1) TO ABON-POST(ABON-IX)
           END-PERFORM
           SUBTRACT 1 FROM ABON-ANTAL
           PERFORM GEM-ABONNEMENTER
           MOVE "ABONFJRN" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Abonnement fjernet"
           EXIT.

       LIST-ABONNEMENTER.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Telefon: " TELEFON "  E-mail: " EMAIL
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               IF ABN-KUNDE-ID = INP-KUNDE-ID
                   ADD 1 TO ANTAL-VIST
                   MOVE ABN-GRAENSE TO GRAENSE-VIST
                   DISPLAY ABN-HAENDELSE " kanal " ABN-KANAL
                       " graense " GRAENSE-VIST
                       " oprettet " ABN-OPRETTET " af "
                       ABN-OPRETTET-AF
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Kunden abonnerer ikke paa nogen haendelser"
           END-IF
           EXIT.

      *Udbakken laeses direkte - den genskrives kun af
      *HAENDELSESUDSENDELSE, som laasen holder ude.
       VIS-UDBAKKE.
           PERFORM LAES-KUNDE
           IF NOT KUNDE-ER-FUNDET
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO END-OF-FILE
           OPEN INPUT UDBAKKEFIL
           IF UDBAKKEFIL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ UDBAKKEFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF HAE-KUNDE-ID = INP-KUNDE-ID
                               PERFORM VIS-ADVIS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE UDBAKKEFIL
           MOVE "N" TO END-OF-FILE
           IF ANTAL-VIST = 0
               DISPLAY "Ingen adviser til kunden i udbakken"
           END-IF
           EXIT.

       VIS-ADVIS.
           ADD 1 TO ANTAL-VIST
           EVALUATE TRUE
               WHEN HAE-NY        MOVE "NY" TO STATUS-TEKST
               WHEN HAE-SENDT     MOVE "SENDT" TO STATUS-TEKST
               WHEN HAE-LEVERET   MOVE "LEVERET" TO STATUS-TEKST
               WHEN HAE-FEJLET    MOVE "FEJLET" TO STATUS-TEKST
               WHEN HAE-IKKE-SENDT
                   MOVE "IKKE SENDT" TO STATUS-TEKST
               WHEN OTHER         MOVE "UKENDT" TO STATUS-TEKST
           END-EVALUATE
           DISPLAY HAE-ID " " HAE-OPRETTET-DATO " " HAE-HAENDELSE
               " " HAE-KANAL " " STATUS-TEKST " "
               FUNCTION TRIM(HAE-MODTAGER)
           DISPLAY "    " FUNCTION TRIM(HAE-TEKST)
           IF HAE-FEJLTEKST NOT = SPACES
               DISPLAY "    " FUNCTION TRIM(HAE-FEJLTEKST)
           END-IF
           EXIT.

       FIND-ABONNEMENT.
           MOVE 0 TO ABON-FUNDET-IX
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABON-RECORD
               IF ABN-KUNDE-ID = INP-KUNDE-ID
                       AND ABN-HAENDELSE = INP-HAENDELSE
                   MOVE ABON-IX TO ABON-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

       LAES-ABONNEMENTER.
           MOVE 0 TO ABON-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS NOT = "00"
               CLOSE ABONFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ABONFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ABON-ANTAL < 5000
                           ADD 1 TO ABON-ANTAL
                           MOVE ABON-RECORD TO ABON-POST(ABON-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 5000 poster i "
                               "HaendelsesAbonnement.txt"
                           CLOSE ABONFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABONFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring, saa en afbrudt session ikke taber noget.
       GEM-ABONNEMENTER.
           OPEN OUTPUT ABONNYFIL
           PERFORM VARYING ABON-IX FROM 1 BY 1
                   UNTIL ABON-IX > ABON-ANTAL
               MOVE ABON-POST(ABON-IX) TO ABONNY-RECORD
               WRITE ABONNY-RECORD
           END-PERFORM
           CLOSE ABONNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(ABONNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ABONFIL-NAVN)
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

       SKRIV-AUDITLINJE.
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "HAENDELSESABONNEMENT" TO JOURNAL-PROGRAM
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

      *Systemlaas paa kundemasteren via KOERSELLAAS - delt laas, da
      *programmet kun laeser masteren; den holder samtidig
      *natkoerslerne ude mens registret genskrives.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "HAENDELSESABONNEMENT" TO LAAS-PROGRAM
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

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, og
      *KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO ABONFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesAbonnement.txt"
                   DELIMITED BY SIZE INTO ABONFIL-NAVN
               END-STRING
               MOVE SPACES TO ABONNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesAbonnementNy.tmp"
                   DELIMITED BY SIZE INTO ABONNYFIL-NAVN
               END-STRING
               MOVE SPACES TO UDBAKKEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "HaendelsesUdbakke.txt"
                   DELIMITED BY SIZE INTO UDBAKKEFIL-NAVN
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
