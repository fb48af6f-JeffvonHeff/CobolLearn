       01 RAPPORTLINJE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
               03 KT-KONTONUMMER     PIC X(20).
               03 KT-EJER            PIC X(10).
       01 KT-IX                  PIC 9(5).
       01 KT-OVERLOB             PIC X VALUE "N".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KUNDE-FINDES           PIC X VALUE "N".
       01 KONTO-FINDES           PIC X VALUE "N".
       01 KONTO-EJER             PIC X(10) VALUE SPACES.
               FROM ENVIRONMENT "KRYDS-KARANTAENE"
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-MASTERNOEGLER
           MOVE "MK-TABEL" TO TK-TABEL
           MOVE MK-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE MK-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "KT-TABEL" TO TK-TABEL
           MOVE KT-ANTAL TO TK-ANTAL
           MOVE 10000 TO TK-KAPACITET
           MOVE KT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
      *Med afkortede noegletabeller ville gyldige records se
      *foraeldreloese ud (og blive sat i karantaene) - koerslen
      *afvises i stedet.
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: masteren er stoerre end "
                   "noegletabellerne - intet kontrolleret"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORTFIL
           PERFORM TJEK-KONTOINDEKS
           PERFORM TJEK-NOTE
           DISPLAY "================================================"
           DISPLAY "Foraeldreloese records : " ANTAL-ORPHANS
           DISPLAY "Sat i karantaene       : " ANTAL-KARANTAENE
           IF ANTAL-ORPHANS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) NOT = SPACES
                   IF KT-ANTAL < 10000
                       ADD 1 TO KT-ANTAL
                       MOVE KONTONUMMER(KONTO-IX)
                           TO KT-KONTONUMMER(KT-ANTAL)
                       MOVE KUNDE-ID TO KT-EJER(KT-ANTAL)
                   ELSE
                       MOVE "J" TO KT-OVERLOB
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
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
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KRYDSKONTROL" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
