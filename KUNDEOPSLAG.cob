      *Ad hoc opslagsprogram - operatoeren taster et Kunde-id og faar
      *hele KUNDEOPL-recorden vist, i stedet for den hardkodede
      *"Lars Hansen"-demo i Opgave2-5.
      *Kundens aabne fremtidige aendringer (FremtidigeAendringer.txt,
      *registreret i KUNDEVEDLIGEHOLD) vises med ikrafttraedelses-
      *dato, og filialen kan annullere en af dem herfra (U), indtil
      *AENDRINGSKOERSEL har foert den - annulleringen faar en
      *FREMTANN-linje i den faelles audit-journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KYCFIL ASSIGN TO KYCFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYCFIL-STATUS.
           SELECT OPTIONAL KLAGEFIL ASSIGN TO KLAGEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGEFIL-STATUS.
           SELECT OPTIONAL FAFIL ASSIGN TO FAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAFIL-STATUS.
           SELECT FANYFIL ASSIGN TO FANYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
           02 FM-FRA               PIC 9(8).
           02 FM-TIL               PIC 9(8).

      *Klageregistret - vedligeholdes af KLAGEREGISTER.
       FD KLAGEFIL.
       01 KLAGE-RECORD.
           COPY "KLAGE.CPY".

      *Registret over fremtidige aendringer - delt layout med
      *KUNDEVEDLIGEHOLD og AENDRINGSKOERSEL.
       FD FAFIL.
       01 FA-RECORD.
           COPY "FREMTIDIGAENDRING.CPY".

       FD FANYFIL.
       01 FANY-RECORD            PIC X(175).

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
       01 KUNDEFIL-NAVN          PIC X(80)
       01 FMFIL-NAVN             PIC X(80)
           VALUE "Fuldmagter.txt".
       01 FMFIL-STATUS           PIC X(2) VALUE "00".
       01 KLAGEFIL-NAVN          PIC X(80)
           VALUE "KlageRegister.txt".
       01 KLAGEFIL-STATUS        PIC X(2) VALUE "00".
       01 KLAGEFIL-SLUT          PIC X VALUE "N".
       01 FAFIL-NAVN             PIC X(80)
           VALUE "FremtidigeAendringer.txt".
       01 FANYFIL-NAVN           PIC X(80)
           VALUE "FremtidigeAendringerNy.tmp".
       01 FAFIL-STATUS           PIC X(2) VALUE "00".
       01 FAFIL-SLUT             PIC X VALUE "N".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 INP-FA-ID              PIC X(10) VALUE SPACES.
       01 SOEGT-FA-ID            PIC 9(6) VALUE 0.
       01 FA-FUNDET              PIC X VALUE "N".
       01 FA-BEKRAEFT            PIC X VALUE SPACE.
       01 FA-VIS-TEKST           PIC X(40) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 FMFIL-SLUT             PIC X VALUE "N".
       01 RESFIL-STATUS          PIC X(2) VALUE "00".
       01 RESFIL-SLUT            PIC X VALUE "N".
       01 KUNDEFIL-STATUS       PIC X(2) VALUE "00".
       01 VALG                  PIC X(1) VALUE SPACE.
       01 SOEGE-ID              PIC X(10) VALUE SPACES.
       01 KONTO-IX              PIC 9(3) VALUE 1.
       01 NOTEFIL-STATUS        PIC X(2) VALUE "00".
       01 NOTEFIL-SLUT          PIC X VALUE "N".
       01 NOTE-VALG             PIC X(1) VALUE SPACE.
                       INVALID KEY
                           DISPLAY "FEJL: Kunde findes ikke"
                       NOT INVALID KEY
                           PERFORM HENT-KONTI
                           PERFORM VIS-KUNDEOPL
                           PERFORM TILBYD-NOTAT
                   END-READ
           DISPLAY "Antal konti        : " ANTAL-KONTI
           PERFORM VIS-KONTI
           PERFORM VIS-FULDMAGTER
           PERFORM VIS-KLAGER
           PERFORM VIS-FREMTIDIGE
           PERFORM VIS-NOTER
           EXIT.

      *Et notat kan tilfoejes direkte fra opslaget, saa telefonisten
      *ikke skal over i vedligeholdelsesprogrammet midt i samtalen.
       TILBYD-NOTAT.
           DISPLAY "N-tilfoej notat, U-annuller fremtidig "
               "aendring, ENTER-videre"
           ACCEPT NOTE-VALG
           IF NOTE-VALG = "U"
               PERFORM ANNULLER-FREMTIDIG
           END-IF
           IF NOTE-VALG = "N"
               DISPLAY "Notattekst: "
               ACCEPT INP-NOTETEKST
           CLOSE FMFIL
           EXIT.

      *Kundens aabne klager med svarfrist og ansvarlig, saa den der
      *tager telefonen ved at der allerede ligger en klage under
      *behandling.
       VIS-KLAGER.
           MOVE "N" TO KLAGEFIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KLAGEFIL-SLUT = "J"
               READ KLAGEFIL
                   AT END
                       MOVE "J" TO KLAGEFIL-SLUT
                   NOT AT END
                       IF KL-KUNDE-ID = KUNDE-ID AND KL-AABEN
                           IF KL-FRIST < OPSLAG-DATO
                               DISPLAY "Aaben klage        : "
                                   KL-ID " " KL-KATEGORI
                                   " modtaget " KL-MODTAGET
                                   " frist " KL-FRIST
                                   " OVERSKREDET - " KL-ANSVARLIG
                           ELSE
                               DISPLAY "Aaben klage        : "
                                   KL-ID " " KL-KATEGORI
                                   " modtaget " KL-MODTAGET
                                   " frist " KL-FRIST
                                   " - " KL-ANSVARLIG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KLAGEFIL
           EXIT.

      *Kundens aabne fremtidige aendringer - G venter stadig paa
      *godkendelse i GODKENDELSE, P foeres af AENDRINGSKOERSEL paa
      *datoen.
       VIS-FREMTIDIGE.
           MOVE "N" TO FAFIL-SLUT
           OPEN INPUT FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FAFIL-SLUT = "J"
               READ FAFIL
                   AT END
                       MOVE "J" TO FAFIL-SLUT
                   NOT AT END
                       IF FA-KUNDE-ID = KUNDE-ID AND FA-AABEN
                           PERFORM VIS-FREMTIDIG-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAFIL
           EXIT.

       VIS-FREMTIDIG-LINJE.
           MOVE SPACES TO FA-VIS-TEKST
           EVALUATE TRUE
               WHEN FA-ADRESSE
                   STRING FUNCTION TRIM(FA-NY-VEJNAVN) " "
                       FUNCTION TRIM(FA-NY-HUSNR) " "
                       FUNCTION TRIM(FA-NY-POSTNR) " "
                       FUNCTION TRIM(FA-NY-TELEFON)
                       DELIMITED BY SIZE INTO FA-VIS-TEKST
                   END-STRING
               WHEN FA-KONTOLUK
                   STRING "konto " FA-KONTONUMMER
                       DELIMITED BY SIZE INTO FA-VIS-TEKST
                   END-STRING
               WHEN FA-RAADGIVER
                   STRING "raadgiver " FA-NY-RAADGIVER
                       DELIMITED BY SIZE INTO FA-VIS-TEKST
                   END-STRING
               WHEN FA-FILIAL
                   STRING "hjemfilial " FA-NY-FILIAL
                       DELIMITED BY SIZE INTO FA-VIS-TEKST
                   END-STRING
           END-EVALUATE
           IF FA-AFVENTER-GODKENDELSE
               DISPLAY "Fremtidig aendring : " FA-ID " " FA-TYPE
                   " pr. " FA-IKRAFT " " FUNCTION TRIM(FA-VIS-TEKST)
                   " (afventer godkendelse)"
           ELSE
               DISPLAY "Fremtidig aendring : " FA-ID " " FA-TYPE
                   " pr. " FA-IKRAFT " " FUNCTION TRIM(FA-VIS-TEKST)
           END-IF
           EXIT.

      *Annullering af en aaben fremtidig aendring for den viste
      *kunde. Registret genskrives via midlertidig fil og mv som
      *KONTOFLYTNING; masteren roeres ikke.
       ANNULLER-FREMTIDIG.
           DISPLAY "Aendringens id: "
           ACCEPT INP-FA-ID
           IF FUNCTION TEST-NUMVAL(INP-FA-ID) NOT = 0
               DISPLAY "FEJL: id er ikke numerisk"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INP-FA-ID) TO SOEGT-FA-ID
           MOVE "N" TO FA-FUNDET
           MOVE "N" TO FAFIL-SLUT
           OPEN INPUT FAFIL
           IF FAFIL-STATUS NOT = "00"
               CLOSE FAFIL
               DISPLAY "FEJL: ingen fremtidige aendringer"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FAFIL-SLUT = "J"
               READ FAFIL
                   AT END
                       MOVE "J" TO FAFIL-SLUT
                   NOT AT END
                       IF FA-ID = SOEGT-FA-ID
                               AND FA-KUNDE-ID = KUNDE-ID
                               AND FA-AABEN
                           MOVE "J" TO FA-FUNDET
                           MOVE "J" TO FAFIL-SLUT
                           PERFORM VIS-FREMTIDIG-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAFIL
           IF FA-FUNDET = "N"
               DISPLAY "FEJL: kunden har ingen aaben fremtidig "
                   "aendring med det id"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annuller aendringen (J/N)?"
           ACCEPT FA-BEKRAEFT
           IF FA-BEKRAEFT NOT = "J"
               DISPLAY "Intet annulleret"
               EXIT PARAGRAPH
           END-IF
           ACCEPT NOTE-OPERATOER-ID FROM ENVIRONMENT "OPERATOER"
           IF NOTE-OPERATOER-ID = SPACES
               MOVE "UKENDT" TO NOTE-OPERATOER-ID
           END-IF
           PERFORM STEMPEL-FREMTIDIG
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Aendring " SOEGT-FA-ID " er annulleret"
           EXIT.

       STEMPEL-FREMTIDIG.
           MOVE "N" TO FAFIL-SLUT
           OPEN INPUT FAFIL
           OPEN OUTPUT FANYFIL
           PERFORM UNTIL FAFIL-SLUT = "J"
               READ FAFIL
                   AT END
                       MOVE "J" TO FAFIL-SLUT
                   NOT AT END
                       IF FA-ID = SOEGT-FA-ID
                               AND FA-KUNDE-ID = KUNDE-ID
                               AND FA-AABEN
                           MOVE "A" TO FA-STATUS
                           MOVE OPSLAG-DATO TO FA-STATUS-DATO
                           MOVE SPACES TO FA-BEMAERKNING
                           STRING "Annulleret i KUNDEOPSLAG af "
                               NOTE-OPERATOER-ID
                               DELIMITED BY SIZE INTO FA-BEMAERKNING
                           END-STRING
                       END-IF
                       MOVE FA-RECORD TO FANY-RECORD
                       WRITE FANY-RECORD
               END-READ
           END-PERFORM
           CLOSE FAFIL
           CLOSE FANYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(FANYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FAFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - annulleringen
      *aendrer hverken status eller balance, saa foer og efter er
      *ens.
       SKRIV-AUDITLINJE.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               ADD BALANCE(KONTO-IX) TO AUDIT-BALANCE-SUM
           END-PERFORM
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "KUNDEOPSLAG" TO JOURNAL-PROGRAM
           MOVE NOTE-OPERATOER-ID TO JOURNAL-OPERATOER
           MOVE "FREMTANN" TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-FOER-BALANCE
           MOVE AUDIT-BALANCE-SUM TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           CLOSE AUDITFIL
           EXIT.

      *Indlaeser de aktive reservationer (udloeb fra og med dagens
      *dato) - et manglende register betyder blot at disponibel er
      *lig bogfoert overalt.
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
      *saettes foran alle programmets faste filnavne, saa en
                   "KycRegister.txt"
                   DELIMITED BY SIZE INTO KYCFIL-NAVN
               END-STRING
               MOVE SPACES TO KLAGEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KlageRegister.txt"
                   DELIMITED BY SIZE INTO KLAGEFIL-NAVN
               END-STRING
               MOVE SPACES TO FAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FremtidigeAendringer.txt"
                   DELIMITED BY SIZE INTO FAFIL-NAVN
               END-STRING
               MOVE SPACES TO FANYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "FremtidigeAendringerNy.tmp"
                   DELIMITED BY SIZE INTO FANYFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
