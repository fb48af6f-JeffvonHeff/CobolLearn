           COPY "AFVISNING.CPY".

       FD RESTFIL.
       01 REST-RECORD             PIC X(5402).

       FD KUNDEFIL.
       01 KUNDEOPL.
           COPY "VALUTAREG.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
      *Masterens kunderecord foer reparationen - stilles tilbage,
      *hvis kontiene ikke kan gemmes.
       01 MASTER-FOER            PIC X(600) VALUE SPACES.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 AFVISTFIL-NAVN         PIC X(80)
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
       01 AUDIT-FOER-BALANCE      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-AKTION            PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM       PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX          PIC 9(3) VALUE 1.

      *Den afviste record pakket ud af billedfeltet, i praecis samme
      *layout som kundemasteren efterfulgt af kundens konti.
       01 REPARATION-KUNDE.
           COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY REP-KUNDE-ID.
           COPY "KONTITABEL.CPY" REPLACING
               ANTAL-KONTI BY REP-ANTAL-KONTI.

       01 VALG                    PIC X(1) VALUE SPACE.
       01 INP-FELT                PIC X(20) VALUE SPACES.
       01 INP-BALANCE             PIC X(12) VALUE SPACES.
       01 RET-KONTO-IX            PIC 9(3) VALUE 1.
       01 ANTAL-LAEST             PIC 9(7) VALUE 0.
       01 ANTAL-REPARERET         PIC 9(7) VALUE 0.
       01 ANTAL-TILBAGE           PIC 9(7) VALUE 0.
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX               PIC 9(2) VALUE 1.
       01 KONTO-IX                PIC 9(3) VALUE 1.
       01 KONTO-TRIMMET           PIC X(20).
       01 KONTO-LAENGDE           PIC 9(2).
       01 KONTO-POS               PIC 9(2) VALUE 1.
           DISPLAY "Repareret        : " ANTAL-REPARERET
           DISPLAY "Tilbage i koeen  : " ANTAL-TILBAGE
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: konti for en eller flere kunder kunne "
                   "ikke gemmes - recorden er beholdt i koeen"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       BEHANDL-AFVIST-RECORD.
           READ KUNDEFIL
               INVALID KEY
                   MOVE 0 TO AUDIT-FOER-BALANCE
                   PERFORM PAKKET-UD-TIL-MASTER
                   MOVE "OPRET" TO AUDIT-AKTION
                   WRITE KUNDEOPL
                       INVALID KEY
                           DISPLAY "FEJL: Kan ikke skrive " KUNDE-ID
                           PERFORM BEHOLD-I-KOEEN
                       NOT INVALID KEY
                           PERFORM GEM-KONTI
                           IF KS-FEJL
                               DELETE KUNDEFIL
                                   INVALID KEY
                                       DISPLAY "FEJL: " KUNDE-ID
                                           " kunne ikke slettes igen"
                               END-DELETE
                               PERFORM BEHOLD-I-KOEEN
                           ELSE
                               PERFORM REGISTRER-REPARERET
                           END-IF
                   END-WRITE
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   PERFORM OPGOER-BALANCE-SUM
                   MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
                   MOVE KUNDEOPL TO MASTER-FOER
                   PERFORM PAKKET-UD-TIL-MASTER
                   MOVE "REPARER" TO AUDIT-AKTION
                   REWRITE KUNDEOPL
                       INVALID KEY
                           DISPLAY "FEJL: Kan ikke rette " KUNDE-ID
                           PERFORM BEHOLD-I-KOEEN
                       NOT INVALID KEY
                           PERFORM GEM-KONTI
                           IF KS-FEJL
                               MOVE MASTER-FOER(1:LENGTH OF KUNDEOPL)
                                   TO KUNDEOPL
                               REWRITE KUNDEOPL
                                   INVALID KEY
                                       DISPLAY "FEJL: " KUNDE-ID
                                           " kunne ikke stilles "
                                           "tilbage"
                               END-REWRITE
                               PERFORM BEHOLD-I-KOEEN
                           ELSE
                               PERFORM REGISTRER-REPARERET
                           END-IF
                   END-REWRITE
           END-READ
           EXIT.

      *Billedet deles i kunderecorden og kontotabellen - kunden
      *skrives til kundemasteren og kontiene via KONTOSERVICE.
       PAKKET-UD-TIL-MASTER.
           MOVE REPARATION-KUNDE(1:LENGTH OF KUNDEOPL) TO KUNDEOPL
           MOVE REPARATION-KUNDE(LENGTH OF KUNDEOPL + 1:)
               TO KUNDEKONTI
           EXIT.

       REGISTRER-REPARERET.
           ADD 1 TO ANTAL-REPARERET
           DISPLAY "Record " KUNDE-ID " repareret og skrevet tilbage"
           MOVE 0 TO AUDIT-BALANCE-SUM
           PERFORM VARYING AUDIT-KONTO-IX FROM 1 BY 1
                   UNTIL AUDIT-KONTO-IX > ANTAL-KONTI
               ADD BALANCE OF KUNDEKONTI (AUDIT-KONTO-IX)
                   TO AUDIT-BALANCE-SUM
           END-PERFORM
           EXIT.
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
           END-IF
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

       GEM-KONTI.
           MOVE "G" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " KUNDE-ID
                   " ikke gemt - " KS-FEJLTEKST
               MOVE "J" TO KONTI-GEMFEJL
           END-IF
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
           MOVE "AFVISTREPARATION" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
