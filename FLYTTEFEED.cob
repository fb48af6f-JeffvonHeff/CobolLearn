           COPY "ADRESSEHIST.CPY".

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FLYTTEFIL-NAVN         PIC X(80)
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.

      *Flytte-feedens kolonner, i den raekkefoelge de leveres.
       01 FLYT-KUNDE-ID          PIC X(10).
           DISPLAY "Flytninger anvendt : " ANTAL-ANVENDT
           DISPLAY "Ikke matchet/afvist: " ANTAL-IKKE-MATCHET

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-IKKE-MATCHET > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM HENT-KONTI
                       IF KUNDE-AKTIV
                           MOVE "J" TO KUNDE-FUNDET
                       END-IF
                   AT END
                       MOVE "J" TO SCAN-SLUT
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
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
