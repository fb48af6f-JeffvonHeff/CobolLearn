      *    ikke overskrives), saa GLEKSTRAKT, kontoudtoget og
      *    aarsindberetningen ser beloebet ad de vante kanaler
      *  - dagens udloeb rapporteres til UdloebsRapport.txt
      *  - kunder der abonnerer paa haendelsen UDLOEB, faar en advis
      *    i haendelsesudbakken (HAENDELSESUDBAKKE)
      *Koeres af BATCHKOERSEL som et kalenderstyret skridt foer
      *posteringskoerslen, saa frigivne midler kan haeves samme dag.
       ENVIRONMENT DIVISION.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-DELT REDEFINES KOERSEL-DATO.
           02 KOERSEL-AARMD      PIC 9(6).
           02 KOERSEL-DAG        PIC 9(2).
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KUNDE-OPDATERET        PIC X VALUE "N".
           88 KUNDE-ER-OPDATERET     VALUE "J".
      *Samme beloebsfelter og dermed samme journalfelt-bredder som
       01 GEBYRBELOEB            PIC S9(3)V9(2) VALUE 0.
       01 NY-BALANCE             PIC S9(7)V9(2).
       01 ANTAL-UDLOEBET         PIC 9(7) VALUE 0.
       01 ANTAL-IKKE-GEMT        PIC 9(7) VALUE 0.
      *Kundens udloebne konti huskes til kontiene er gemt - foerst
      *da skrives journal, rapport og advis.
       01 UL-ANTAL               PIC 9(3) VALUE 0.
       01 UL-TABEL.
           02 UL-POST OCCURS 99 TIMES.
               03 UL-KONTO-IX        PIC 9(3).
               03 UL-FOER            PIC S9(7)V9(2).
               03 UL-RENTE           PIC S9(7)V9(4).
       01 UL-IX                  PIC 9(3).
       01 ANTAL-KUNDER           PIC 9(7) VALUE 0.
       01 ANTAL-ADVISER          PIC 9(7) VALUE 0.
       01 ADVIS-BELOEB-VIST      PIC -(8)9.99.
       01 HU-OMRAADE.
           COPY "UDBAKKE.CPY".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           CLOSE MDJOURNAL
           CLOSE RAPPORTFIL
           CLOSE AUDITFIL
           MOVE "L" TO HU-FUNKTION
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF

           DISPLAY "================================================"
           DISPLAY "AFTALEUDLOEB - udloebne aftaleindlaan"
           DISPLAY "================================================"
           DISPLAY "Konti udloebet : " ANTAL-UDLOEBET
           DISPLAY "Kunder beroert : " ANTAL-KUNDER
           DISPLAY "Adviser i udbakken: " ANTAL-ADVISER
           MOVE 0 TO RETURN-CODE
           PERFORM FRIGIV-KOERSELLAAS
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: " ANTAL-IKKE-GEMT " kunder kunne ikke "
                   "gemmes - deres aftaleindlaan er ikke udloebet"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       BEHANDL-KUNDE.
           MOVE "N" TO KUNDE-OPDATERET
           MOVE 0 TO UL-ANTAL
           PERFORM HENT-KONTI
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           PERFORM VARYING KONTO-IX FROM 1 BY 1
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                       MOVE "J" TO KONTI-GEMFEJL
                       ADD 1 TO ANTAL-IKKE-GEMT
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           ADD 1 TO ANTAL-IKKE-GEMT
                       ELSE
                           ADD 1 TO ANTAL-KUNDER
                           PERFORM SKRIV-AUDITLINJE
                           PERFORM VARYING UL-IX FROM 1 BY 1
                                   UNTIL UL-IX > UL-ANTAL
                               PERFORM SKRIV-UDLOEBET-KONTO
                           END-PERFORM
                       END-IF
               END-REWRITE
           END-IF
           EXIT.
           MOVE 0 TO UDLOEBSDATO(KONTO-IX)
           MOVE 0 TO AFTALT-SATS(KONTO-IX)
           MOVE "J" TO KUNDE-OPDATERET
           ADD 1 TO UL-ANTAL
           MOVE KONTO-IX TO UL-KONTO-IX(UL-ANTAL)
           MOVE GAMMEL-BALANCE TO UL-FOER(UL-ANTAL)
           MOVE RENTEBELOEB TO UL-RENTE(UL-ANTAL)
           EXIT.

       SKRIV-UDLOEBET-KONTO.
           MOVE UL-KONTO-IX(UL-IX) TO KONTO-IX
           MOVE UL-FOER(UL-IX) TO GAMMEL-BALANCE
           MOVE UL-RENTE(UL-IX) TO RENTEBELOEB
           ADD 1 TO ANTAL-UDLOEBET
           PERFORM SKRIV-JOURNALLINJE
           PERFORM SKRIV-RAPPORTLINJE
           PERFORM SKRIV-UDLOEBSADVIS
           EXIT.

      *Advisen laegges i udbakken med det samme; abonnerer kunden
      *ikke paa UDLOEB, skriver HAENDELSESUDBAKKE intet.
       SKRIV-UDLOEBSADVIS.
           MOVE "H" TO HU-FUNKTION
           MOVE "UDLOEB" TO HU-HAENDELSE
           MOVE KUNDE-ID TO HU-KUNDE-ID
           MOVE KONTONUMMER(KONTO-IX) TO HU-KONTONUMMER
           MOVE BALANCE(KONTO-IX) TO HU-BELOEB
           MOVE VALUTAKODE(KONTO-IX) TO HU-VALUTA
           MOVE 0 TO HU-SALDO-FOER HU-SALDO-EFTER
           MOVE SPACES TO HU-REFERENCE
           MOVE BALANCE(KONTO-IX) TO ADVIS-BELOEB-VIST
           MOVE SPACES TO HU-TEKST
           STRING "Aftaleindlaanet paa konto "
               FUNCTION TRIM(KONTONUMMER(KONTO-IX))
               " er udloebet. Saldo inkl. rente: "
               FUNCTION TRIM(ADVIS-BELOEB-VIST) " "
               VALUTAKODE(KONTO-IX)
               DELIMITED BY SIZE INTO HU-TEKST
           END-STRING
           MOVE "AFTALEUDLOEB" TO HU-KILDE
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           ADD HU-ANTAL-SKREVET TO ANTAL-ADVISER
           EXIT.

      *Praecis samme maerkeformat og feltbredder som RENTETILSKRIV's
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
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
