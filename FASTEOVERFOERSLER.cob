      *En udlaegs-spaerring paa fra-kontoen (KontoSpaerringer.txt)
      *afviser ordren - spaerringen er envejs, saa en spaerret
      *TIL-konto modtager fortsat.
      *En mindreaarig kundes fra-konto (foedselsdato udledt af
      *CPR-nummeret via MINDREAARIG) maa aldrig overtraekkes, heller
      *ikke med en linje i graenseregistret.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 ORDREFIL-NAVN          PIC X(80)
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 SPAERFIL-SLUT          PIC X VALUE "N".
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-OVERLOB          PIC X VALUE "N".
           88 SPAERRINGER-OVERLOEBET VALUE "J".
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 ORDREFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 ORDRE-GYLDIG           PIC X VALUE "J".
           88 ORDRE-ER-GYLDIG        VALUE "J".
       01 AFVIS-TEKST            PIC X(40) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 FRA-KONTO-IX           PIC 9(3) VALUE 0.
       01 TIL-KONTO-IX           PIC 9(3) VALUE 0.
       01 ORDRE-BELOEB           PIC S9(7)V9(2).
       01 FRA-BALANCE-FOER       PIC S9(7)V9(2).
       01 TIL-BALANCE-FOER       PIC S9(7)V9(2).
           DISPLAY "Ordrer afvist   : " ANTAL-AFVIST
           DISPLAY "Henvist kredit  : " ANTAL-HENVIST

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-AFVIST > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
                   MOVE "N" TO ORDRE-GYLDIG
                   MOVE "Ukendt kunde" TO AFVIS-TEKST
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF NOT KUNDE-AKTIV
                       MOVE "N" TO ORDRE-GYLDIG
                       MOVE "Kunde er ikke aktiv" TO AFVIS-TEKST
           END-IF
           PERFORM FIND-OVERTRAEKSGRAENSE
           PERFORM OPGOER-RESERVATIONER
           PERFORM TJEK-MINDREAARIG
           IF NOT ORDRE-ER-GYLDIG
               EXIT PARAGRAPH
           END-IF
           IF NY-FRA-BALANCE - RESERVERET-SUM < 0
               IF GRAENSE-FUNDET-IX = 0
                   MOVE "N" TO ORDRE-GYLDIG
                       MOVE "Opdatering af kunde fejlede"
                           TO AFVIS-TEKST
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           MOVE FRA-BALANCE-FOER
                               TO BALANCE(FRA-KONTO-IX)
                           SUBTRACT ORDRE-BELOEB
                               FROM BALANCE(TIL-KONTO-IX)
                           MOVE "N" TO ORDRE-GYLDIG
                           MOVE "Konti kunne ikke gemmes"
                               TO AFVIS-TEKST
                       ELSE
                           PERFORM SKRIV-UDFOERT-LINJE
                           PERFORM SKRIV-AUDITLINJE
                           ADD 1 TO ANTAL-UDFOERT
                           PERFORM TJEK-HENVISNING
                       END-IF
               END-REWRITE
           END-IF
           EXIT.

      *Overfoerslen er mellem kundens egne konti, saa kun alderen
      *slaas op (beloeb 0) - vaergekravet gaelder udgaaende
      *betalinger.
       TJEK-MINDREAARIG.
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE 0 TO MA-BELOEB
           MOVE SPACES TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF MA-ER-MINDREAARIG
                   AND NY-FRA-BALANCE - RESERVERET-SUM < 0
               MOVE "N" TO ORDRE-GYLDIG
               MOVE "Mindreaarig - overtraek ikke tilladt"
                   TO AFVIS-TEKST
           END-IF
           EXIT.

      *Overtraeksgraensen slaas op paa fra-kontoen i den indlaeste
      *tabel - 0 betyder at kontoen ikke staar i registret.
       FIND-OVERTRAEKSGRAENSE.
      *mangler det, afvises overtraek som programmet altid har
      *gjort.
       LAES-OVERTRAEKSGRAENSER.
           MOVE "OVERTRAEK-MARGIN-PCT" TO PS-NAVN
           MOVE HENVIS-MARGIN-PCT TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MARGIN-TEKST
           IF MARGIN-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MARGIN-TEKST)
                   TO HENVIS-MARGIN-PCT
           END-PERFORM
           CLOSE GRAENSEFIL
           IF GRAENSER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 overtraeksgraenser "
                   "- de overskydende konti afvises ved overtraek"
           END-IF
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       TJEK-KONTOSPAERRING.
                           ADD 1 TO SPAER-ANTAL
                           MOVE SPAER-KONTONUMMER
                               TO ST-KONTONUMMER(SPAER-ANTAL)
                       ELSE
                           MOVE "J" TO SPAER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SPAER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
      *En spaerret konto der ikke kom med i tabellen ville kunne
      *betale ud - saa udfoeres der slet ingen ordrer.
           IF SPAERRINGER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kontospaerringer - "
                   "koerslen standses foer ordrerne udfoeres"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       OPGOER-RESERVATIONER.
           END-PERFORM
           CLOSE RESFIL
           IF RESERVATIONER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive "
                   "reservationer - disponibel kan vaere for hoej"
           END-IF
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       AABN-HENVISNINGER.
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "FASTEOVERFOERSLER" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "FASTEOVERFOERSLER" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
