       01 ETIKETLINJE           PIC X(60).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
           MOVE "MODT-TABEL" TO TK-TABEL
           MOVE MODT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE MODT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL

           OPEN OUTPUT ETIKETFIL
           PERFORM SKRIV-HUSSTANDSETIKETTER
           DISPLAY "Etiketter skrevet: " ANTAL-ETIKETTER
           DISPLAY "Kuverter sparet : " ANTAL-SPARET
           IF MODTAGERE-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 modtagere - de "
                   "overskydende fik hver sin etiket"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "POSTLABEL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
