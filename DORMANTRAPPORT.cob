                         HIST-VALUTAKODE BY SORT-VALUTAKODE.

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 KUNDEHISTORIKFIL-NAVN  PIC X(80)
           VALUE "Kundehistorik.txt".
               ON ASCENDING KEY SORT-KUNDE-ID SORT-KONTONUMMER SORT-DATO
               USING KUNDEHISTORIKFIL
               OUTPUT PROCEDURE IS BEHANDL-SORTERET-HISTORIK
           MOVE "DORMANT-TABEL" TO TK-TABEL
           MOVE DORMANT-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE DORMANT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL

           IF DORMANT-ANTAL = 0
               DISPLAY "Ingen konti med uaendret balance fundet"
               PERFORM VIS-DORMANTRAPPORT
           END-IF
           IF DORMANT-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 200 dormante konti fundet"
                   " - rapporten er afkortet til de foerste 200"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "DORMANTRAPPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
