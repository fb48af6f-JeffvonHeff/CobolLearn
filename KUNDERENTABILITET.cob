       01 RAPPORTLINJE           PIC X(130).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 JOURNALFIL-NAVN        PIC X(80)
           02 KOERSEL-DAG        PIC 9(2).
       01 KOERSEL-AARMD-TEKST    PIC X(6) VALUE SPACES.
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.

      *Raadgiver-portefoeljerne.
       01 RG-ANTAL           PIC 9(3) VALUE 0.
       01 RG-OVERLOB         PIC X VALUE "N".
       01 RG-TABEL.
           02 RG-POST OCCURS 200 TIMES.
               03 RG-ID             PIC X(8).
           PERFORM SORTER-KUNDER
           PERFORM SORTER-RAADGIVERE
           PERFORM SKRIV-RAPPORT
           MOVE "AKK-TABEL" TO TK-TABEL
           MOVE AKK-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE AKK-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "RG-TABEL" TO TK-TABEL
           MOVE RG-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE RG-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF AKK-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kunder i journalen"
                   " - rapporten er ufuldstaendig"
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
                   MOVE RG-IX TO RG-FUNDET-IX
               END-IF
           END-PERFORM
           IF RG-FUNDET-IX = 0 AND RG-ANTAL NOT < 200
               MOVE "J" TO RG-OVERLOB
           END-IF
           IF RG-FUNDET-IX = 0 AND RG-ANTAL < 200
               ADD 1 TO RG-ANTAL
               MOVE RG-ANTAL TO RG-FUNDET-IX
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KUNDERENTABILITET" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
