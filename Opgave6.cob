           SELECT OPTIONAL KONTROLFIL ASSIGN TO KONTROLFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROLFIL-STATUS.
           SELECT KTOTALFIL ASSIGN TO KTOTALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KTOTALFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
           02 KONTROL-ANTAL       PIC 9(7).
           02 KONTROL-TOTAL       PIC S9(9)V9(2).

      *Dagens kontroltotaler pr. valuta, persisteret saa
      *BALANCESTATISTIK kan afstemme maanedsindberetningen mod dem.
       FD KTOTALFIL.
       01 KTOTAL-RECORD.
           COPY "KONTROLTOTAL.CPY".

       FD ALOGFIL.
       01 ALOG-RECORD.
           COPY "AFVISNINGSLOG.CPY".
           COPY "VALUTAREG.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "AfvisningsLog.txt".
       01 KONTROLFIL-NAVN        PIC X(80)
           VALUE "Kontrolfil.txt".
       01 KTOTALFIL-NAVN         PIC X(80)
           VALUE "KontrolTotaler.txt".
       01 KTOTALFIL-STATUS       PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 ALOGFIL-STATUS    PIC X(2) VALUE "00".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX          PIC 9(2) VALUE 1.
       01 KONTO-IX           PIC 9(3) VALUE 1.
       01 KONTO-POS          PIC 9(2) VALUE 1.
       01 KONTO-TRIMMET      PIC X(20).
       01 KONTO-LAENGDE      PIC 9(2).
       01 KONTROL-UENIG      PIC X VALUE "N".
           88 KONTROL-STEMMER-IKKE VALUE "J".

      *Konfigurerbare alarmgraenser for BALANCE (parametrene
      *BALANCE-NEDRE-GRAENSE/BALANCE-OEVRE-GRAENSE), saa konti med en
      *usaedvanlig balance kan faa manuel gennemgang foer
      *kontoudtogskoerslen afsluttes. Standard er 0 til 1.000.000,00.
                     AT END
                          MOVE "Y" TO END-OF-FILE
                     NOT AT END
                          PERFORM HENT-KONTI
                          IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                              CONTINUE
                          ELSE
       IF KONTROLFIL-LEVERET
           PERFORM AFSTEM-KONTROLTOTAL
       END-IF
       PERFORM GEM-KONTROLTOTALER

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
       PERFORM FRIGIV-KOERSELLAAS
       IF ANTAL-BEHANDLET = 0
           DISPLAY "ADVARSEL: Kundeoplysninger.txt er tom"
           MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       END-IF
       IF KAPACITET-OVERSKREDET
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

      *Laeser en separat leveret kontrolfil (forventet antal + samlet
           END-IF
           EXIT.

      *Dagens totaler tilfoejes KontrolTotaler.txt - en linje pr.
      *valuta i registret, ogsaa valutaer med total nul.
       GEM-KONTROLTOTALER.
           OPEN EXTEND KTOTALFIL
           IF KTOTALFIL-STATUS NOT = "00"
               CLOSE KTOTALFIL
               OPEN OUTPUT KTOTALFIL
           END-IF
           ACCEPT KT-DATO FROM DATE YYYYMMDD
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE GYLDIG-VALUTA(VALUTA-IX) TO KT-VALUTA
               MOVE ANTAL-BEHANDLET TO KT-ANTAL-BEHANDLET
               MOVE ANTAL-AFVIST TO KT-ANTAL-AFVIST
               MOVE VALUTA-TOTAL(VALUTA-IX) TO KT-TOTAL
               WRITE KTOTAL-RECORD
           END-PERFORM
           CLOSE KTOTALFIL
           EXIT.

       AKKUMULER-VALUTATOTAL.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
           END-PERFORM
           EXIT.

      *Laeser de konfigurerbare alarmgraenser fra parameter-
      *registret (PARAMETERSERVICE), saa graensen
      *kan flyttes uden en programaendring. Uaendrede/manglende
      *vaerdier bevarer standarden.
       SAET-BALANCE-GRAENSER.
           MOVE "BALANCE-NEDRE-GRAENSE" TO PS-NAVN
           MOVE BALANCE-NEDRE-GRAENSE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO BALANCE-GRAENSE-TEKST
           IF BALANCE-GRAENSE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(BALANCE-GRAENSE-TEKST)
                   TO BALANCE-NEDRE-GRAENSE
           END-IF
           MOVE "BALANCE-OEVRE-GRAENSE" TO PS-NAVN
           MOVE BALANCE-OEVRE-GRAENSE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO BALANCE-GRAENSE-TEKST
           IF BALANCE-GRAENSE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(BALANCE-GRAENSE-TEKST)
                   TO BALANCE-OEVRE-GRAENSE
      *Flager enhver konto hvis BALANCE falder uden for de
      *konfigurerede graenser, saa kontoen kan faa manuel gennemgang
      *foer kontoudtogskoerslen frigives. BALANCE er fortegns-
      *behaeftet (KONTITABEL.CPY), saa med standardgraensen 0 flages
      *alle konti i overtraek - saenk BALANCE-NEDRE-GRAENSE i
      *parameterregistret til den bevilgede overtraeksramme naar det
      *kun er ubevilgede overtraek der skal til gennemgang.
       TJEK-BALANCE-ALARM.
           IF BALANCE(KONTO-IX) < BALANCE-NEDRE-GRAENSE
                   OR BALANCE(KONTO-IX) > BALANCE-OEVRE-GRAENSE

       SKRIV-AFVIST-RECORD.
           MOVE KUNDE-ID TO AFVIST-KUNDE-ID
           MOVE KUNDEOPL
               TO AFVIST-RECORD-BILLEDE(1:LENGTH OF KUNDEOPL)
           MOVE KUNDEKONTI
               TO AFVIST-RECORD-BILLEDE(LENGTH OF KUNDEOPL + 1:)
           WRITE AFVIST-RECORD
           PERFORM SKRIV-AFVISNINGSLOG
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "Opgave6" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "Kontrolfil.txt"
                   DELIMITED BY SIZE INTO KONTROLFIL-NAVN
               END-STRING
               MOVE SPACES TO KTOTALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontrolTotaler.txt"
                   DELIMITED BY SIZE INTO KTOTALFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "Opgave6" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
