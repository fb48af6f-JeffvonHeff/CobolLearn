       01 CSV-LINJE            PIC X(200).

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
       01 END-OF-FILE          PIC X VALUE "N".
       01 KUNDEFIL-STATUS      PIC X(2) VALUE "00".
       01 ANTAL-LINJER-SKREVET PIC 9(7) VALUE 0.
       01 KONTO-IX             PIC 9(3) VALUE 1.
       01 CSV-BALANCE          PIC -Z(6)9.99.

       PROCEDURE DIVISION.
                             CONTINUE
                         ELSE
                             IF KUNDE-AKTIV
                                 PERFORM HENT-KONTI
                                 PERFORM SKRIV-CSV-KUNDE
                             END-IF
                         END-IF
           END-PERFORM
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
