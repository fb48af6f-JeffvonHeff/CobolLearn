      *starter batch-skridt - med operatoer-id'et sat i miljoeet
      *(OPERATOER), saa audit-journalen og notaterne stemples med
      *hvem der faktisk sad ved tasterne.
      *En spaerret operatoer (OP-STATUS "S", sat af ADGANGSRECERT
      *naar lederen tilbagekalder adgangen eller ikke svarer inden
      *fristen) afvises, og hvert paalogningsforsoeg - godkendt
      *eller afvist - skrives i Paalogninger.txt (PAALOGNING.CPY),
      *hvor recertificeringen finder seneste paalogning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOERFIL ASSIGN TO OPERATOERFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOERFIL-STATUS.
           SELECT PAALOGFIL ASSIGN TO PAALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAALOGFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOERFIL.
       01 OPERATOER-RECORD.
           COPY "OPERATOER.CPY".

       FD PAALOGFIL.
       01 PAALOG-RECORD.
           COPY "PAALOGNING.CPY".

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 OPERATOERFIL-NAVN      PIC X(80)
           VALUE "OperatoerRegister.txt".
       01 OPERATOERFIL-STATUS   PIC X(2) VALUE "00".
       01 PAALOGFIL-NAVN         PIC X(80)
           VALUE "Paalogninger.txt".
       01 PAALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 OPERATOERFIL-SLUT     PIC X VALUE "N".
       01 INP-ID                PIC X(8) VALUE SPACES.
       01 FUNDET-OPERATOER      PIC X VALUE "N".
       01 AKTUEL-ROLLE          PIC X(1) VALUE SPACE.
           88 ROLLE-VEDLIGEHOLD     VALUE "M".
           88 ROLLE-OPSLAG          VALUE "V".
       01 AKTUEL-STATUS         PIC X(1) VALUE SPACE.
           88 AKTUEL-SPAERRET       VALUE "S".
       01 VALG                  PIC X(1) VALUE SPACE.
       01 KOMMANDO              PIC X(60) VALUE SPACES.
       01 PROGRAM-NAVN          PIC X(20) VALUE SPACES.
                           MOVE OP-ID TO AKTUEL-ID
                           MOVE OP-NAVN TO AKTUEL-NAVN
                           MOVE OP-ROLLE TO AKTUEL-ROLLE
                           MOVE OP-STATUS TO AKTUEL-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOERFIL
           IF NOT OPERATOER-FUNDET
               MOVE INP-ID TO PL-OPERATOER
               MOVE "UKENDT" TO PL-RESULTAT
               PERFORM LOG-PAALOGNING
               DISPLAY "FEJL: ukendt operatoer-id - adgang afvist"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AKTUEL-ID TO PL-OPERATOER
           IF AKTUEL-SPAERRET
               MOVE "SPAERRET" TO PL-RESULTAT
               PERFORM LOG-PAALOGNING
               DISPLAY "FEJL: operatoer " FUNCTION TRIM(AKTUEL-ID)
                   " er spaerret - adgang afvist"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ROLLE-VEDLIGEHOLD AND NOT ROLLE-OPSLAG
               DISPLAY "FEJL: ukendt rolle " AKTUEL-ROLLE
                   " i registret - adgang afvist"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PAALOG" TO PL-RESULTAT
           PERFORM LOG-PAALOGNING
           EXIT.

      *PL-OPERATOER og PL-RESULTAT er sat af kalderen.
       LOG-PAALOGNING.
           ACCEPT PL-DATO FROM DATE YYYYMMDD
           ACCEPT PL-TID FROM TIME
           OPEN EXTEND PAALOGFIL
           IF PAALOGFIL-STATUS NOT = "00"
               CLOSE PAALOGFIL
               OPEN OUTPUT PAALOGFIL
           END-IF
           WRITE PAALOG-RECORD
           CLOSE PAALOGFIL
           EXIT.

       VIS-MENU.
               DISPLAY "  7 Dubletfinder"
               DISPLAY "  8 Sanktionsscreening"
               DISPLAY "  9 Godkendelse (4-oejne)"
               DISPLAY "  L Laaneregister"
               DISPLAY "  K Kassebeholdning"
               DISPLAY "  C Clearing-suspense"
               DISPLAY "  B Betalingsservice-mandater"
               DISPLAY "  N NemKonto-udpegning"
               DISPLAY "  F Kontoflytning"
               DISPLAY "  H Betalingshold (compliance)"
               DISPLAY "  A Haendelsesadviser (SMS/e-mail)"
               DISPLAY "  S Brevskabeloner"
               DISPLAY "  R Saldobekraeftelser (revision)"
               DISPLAY "  E Reelle ejere (erhvervskunder)"
               DISPLAY "  I Filialer og raadgivere"
               DISPLAY "  P Parametre (4-oejne)"
               DISPLAY "  D camt.053-kontoudtog (erhverv)"
           END-IF
           DISPLAY "  T Recertificering af adgange"
           DISPLAY "  X Log af"
           EXIT.

      *Opslagsfunktionerne er aabne for alle roller - ogsaa
      *recertificeringen, hvor en leder med V-rolle svarer for sine
      *egne operatoerer; vedligehold,
      *import og de oevrige skrivende vaerktoejer kraever
      *M-rollen - en V-operatoer faar valget afvist i stedet for at
      *programmet startes.
                   IF PROGRAM-NAVN = "OK"
                       MOVE "GODKENDELSE" TO PROGRAM-NAVN
                   END-IF
               WHEN "L" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "LAANEREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "K" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "KASSEBEHOLDNING" TO PROGRAM-NAVN
                   END-IF
               WHEN "C" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "SUSPENSEBEHANDLING" TO PROGRAM-NAVN
                   END-IF
               WHEN "B" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "BSMANDATREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "N" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "NEMKONTOREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "F" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "KONTOFLYTNING" TO PROGRAM-NAVN
                   END-IF
               WHEN "H" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "BETALINGSHOLD" TO PROGRAM-NAVN
                   END-IF
               WHEN "A" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "HAENDELSESABONNEMENT" TO PROGRAM-NAVN
                   END-IF
               WHEN "S" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "BREVSKABELONER" TO PROGRAM-NAVN
                   END-IF
               WHEN "R" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "SALDOBEKRAEFTELSE" TO PROGRAM-NAVN
                   END-IF
               WHEN "E" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "REELEJERREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "I" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "FILIALREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "P" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "PARAMETERREGISTER" TO PROGRAM-NAVN
                   END-IF
               WHEN "D" PERFORM KRAEV-M-ROLLE
                   IF PROGRAM-NAVN = "OK"
                       MOVE "CAMTABONNEMENT" TO PROGRAM-NAVN
                   END-IF
               WHEN "T" MOVE "ADGANGSRECERT" TO PROGRAM-NAVN
               WHEN "X" CONTINUE
               WHEN OTHER DISPLAY "Ukendt valg"
           END-EVALUATE
                   "OperatoerRegister.txt"
                   DELIMITED BY SIZE INTO OPERATOERFIL-NAVN
               END-STRING
               MOVE SPACES TO PAALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Paalogninger.txt"
                   DELIMITED BY SIZE INTO PAALOGFIL-NAVN
               END-STRING
           END-IF
           EXIT.
