       COPY "KUNDEOPL.CPY".

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           88 ER-MATCH             VALUE "J".
       01 CPR-SOEGNING         PIC X VALUE "N".
           88 SOEGER-PAA-CPR       VALUE "J".
       01 KONTO-IX             PIC 9(3) VALUE 1.
       01 ANTAL-FUNDET         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
                                     PERFORM SOEG-EFTERNAVN
                                 END-IF
                                 IF ER-MATCH
                                     PERFORM HENT-KONTI
                                     PERFORM VIS-TRAEFFER
                                 END-IF
                             END-IF
           END-PERFORM

           CLOSE KUNDEFIL

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-FUNDET = 0
               DISPLAY "Ingen kunder matcher: "
                   FUNCTION TRIM(SOEGETEKST)
           ELSE
               DISPLAY "Antal fundet: " ANTAL-FUNDET
           END-IF
           STOP RUN.

      *Delstreng-soegning uden INSPECT/UNSTRING - samme
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
