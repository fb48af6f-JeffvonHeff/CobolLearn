      *D-funktionen gaar filen igennem post for post og rapporterer:
      *  - laesefejl med filstatus og positionen de opstod paa
      *  - KUNDE-ID ude af stigende orden eller i dublet
      *  - kunder uden konti i kontomasteren (slettede undtaget)
      *  - manglende HEADER-/TRAILER-records
      *  - felt-niveau-skrald (ikke-numerisk balance, ukendt status)
      *S-funktionen (salvage) kopierer alle laesbare records til en

       FD SALVAGEFIL.
       01 SALVAGE-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY SALVAGE-KUNDE-ID.

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FORRIGE-ID             PIC X(10) VALUE LOW-VALUES.
       01 HEADER-SET             PIC X VALUE "N".
       01 TRAILER-SET            PIC X VALUE "N".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-FEJL             PIC 9(7) VALUE 0.
       01 ANTAL-REDDET           PIC 9(7) VALUE 0.
           EXIT.

       UNDERSOEG-FELTER.
           PERFORM HENT-KONTI
           IF ANTAL-KONTI = 0 AND NOT KUNDE-SLETTET OF KUNDEOPL
               ADD 1 TO ANTAL-FEJL
               DISPLAY "FELTSKRALD: " KUNDE-ID
                   " har ingen konti i kontomasteren"
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF BALANCE OF KUNDEKONTI (KONTO-IX) NOT NUMERIC
                   ADD 1 TO ANTAL-FEJL
                   DISPLAY "FELTSKRALD: " KUNDE-ID " balance paa "
                       "konto " KONTO-IX " er ikke numerisk"
           END-IF
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
