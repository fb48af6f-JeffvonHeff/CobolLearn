           COPY "AFVISNINGSLOG.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 ALOGFIL-NAVN           PIC X(80)
           VALUE "AfvisningsLog.txt".
               END-READ
           END-PERFORM
           CLOSE ALOGFIL
           MOVE "TREND-TABEL" TO TK-TABEL
           MOVE TREND-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE TREND-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "ALDER-TABEL" TO TK-TABEL
           MOVE ALDER-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE ALDER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL

           IF ANTAL-LAEST = 0
               DISPLAY "AfvisningsLog.txt er tom - intet at rapportere"

           PERFORM VIS-TRENDRAPPORT
           PERFORM VIS-ALDERSLISTE
           MOVE 0 TO RETURN-CODE
           IF TREND-ER-OVERLOEBET OR ALDER-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 500 forskellige grupper - "
                   "rapporten er afkortet"
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
           MOVE "AFVISNINGSRAPPORT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
