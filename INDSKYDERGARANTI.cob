      *afgraensning som kontroltotalerne i Opgave6) laegges alle
      *KONTI-balancer sammen, ikke-DKK omregnes med dagens kurser
      *fra Valutakurser.txt, og det daekkede beloeb beregnes op til
      *ordningens graense (INDSKYDER-GRAENSE i parameterregistret,
      *standard 745.000 DKK). Udtraekket er en fastfelts-record pr.
      *kunde
      *(Indskydergaranti.txt), og kontrolrapporten paa konsollen
      *viser samlet indlaan, samlet daekket og samlet over graensen
      *- baade i DKK-ekvivalent og raat pr. valuta - saa
      *indberetningen kan skrives under paa tallene i stedet for at
      *blive samlet i et regneark fra KUNDECSV-udtraek.
      *Indskyderen identificeres i udtraekket ved kundetype og
      *CPR-nummer (privat) eller CVR-nummer (erhverv). Erhvervs-
      *kunder daekkes som selvstaendige indskydere paa CVR-nummeret,
      *undtagen de virksomheder ordningen udelukker: finansielle
      *virksomheder (branchekode 64-66) og offentlige myndigheder
      *(branchekode 84) - deres indlaan indberettes, men daekkes
      *ikke (GAR-UDELUKKET "J"). Kontrolrapporten deler totalerne
      *paa private og erhverv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 GAR-DAEKKET-DKK     PIC S9(11)V9(2).
           02 GAR-OVER-DKK        PIC S9(11)V9(2).
           02 GAR-DATO            PIC 9(8).
           02 GAR-KUNDETYPE       PIC X(1).
           02 GAR-ID-NUMMER       PIC X(10).
           02 GAR-UDELUKKET       PIC X(1).

      *Medejer-krydsreferencen - delt layout med KONTOMEDEJER.
       FD MEDEJERFIL.
           02 MEDEJER-KUNDE-ID     PIC X(10).

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
       01 VALUTAKURSFIL-STATUS PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
           02 VALUTA-KURS OCCURS 20 TIMES PIC 9(3)V9(6).
       01 VALUTA-IX              PIC 9(2) VALUE 1.
       01 KONTO-IX               PIC 9(3) VALUE 1.

       01 MEDEJERFIL-NAVN        PIC X(80)
           VALUE "KontoMedejere.txt".
               03 MED-KONTONUMMER   PIC X(20).
               03 MED-KUNDE-ID      PIC X(10).
       01 MEDEJER-IX             PIC 9(4).
       01 MEDEJER-OVERLOB        PIC X VALUE "N".
       01 DELING-OVERLOB         PIC X VALUE "N".
       01 DELING-ANTAL           PIC 9(4) VALUE 0.
       01 DELING-TABEL.
           02 DELING-POST OCCURS 2000 TIMES.
       01 TOTAL-INDLAAN-DKK      PIC S9(13)V9(2) VALUE 0.
       01 TOTAL-DAEKKET-DKK      PIC S9(13)V9(2) VALUE 0.
       01 TOTAL-OVER-DKK         PIC S9(13)V9(2) VALUE 0.
       01 ANTAL-ERHVERV          PIC 9(7) VALUE 0.
       01 ANTAL-UDELUKKET        PIC 9(7) VALUE 0.
       01 ERHVERV-INDLAAN-DKK    PIC S9(13)V9(2) VALUE 0.
       01 ERHVERV-DAEKKET-DKK    PIC S9(13)V9(2) VALUE 0.
       01 UDELUKKET-INDLAAN-DKK  PIC S9(13)V9(2) VALUE 0.
       01 VAL-SUM-TABEL.
           02 VAL-SUM OCCURS 20 TIMES PIC S9(13)V9(2).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE "INDSKYDER-GRAENSE" TO PS-NAVN
           MOVE DAEKNINGS-GRAENSE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO GRAENSE-TEKST
           IF GRAENSE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(GRAENSE-TEKST)
                   TO DAEKNINGS-GRAENSE
               MOVE 0 TO VAL-SUM(VALUTA-IX)
           END-PERFORM
           PERFORM LAES-MEDEJERE
           MOVE "MEDEJER-TABEL" TO TK-TABEL
           MOVE MEDEJER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE MEDEJER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "DELING-TABEL" TO TK-TABEL
           MOVE DELING-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE DELING-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: et register kan ikke rummes i "
                   "tabellerne - intet udtraek dannet, se "
                   "TabelKapacitet.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           IF MEDEJER-ANTAL > 0
               PERFORM VAERDISAET-DELTE-KONTI
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           END-IF
           MOVE KUNDE-ID TO GAR-KUNDE-ID
           MOVE KUNDE-SUM-DKK TO GAR-SAMLET-DKK
           MOVE "N" TO GAR-UDELUKKET
           IF KUNDE-ERHVERV
               MOVE "E" TO GAR-KUNDETYPE
               MOVE CVR-NUMMER TO GAR-ID-NUMMER
               IF BRANCHEKODE(1:2) = "64" OR BRANCHEKODE(1:2) = "65"
                       OR BRANCHEKODE(1:2) = "66"
                       OR BRANCHEKODE(1:2) = "84"
                   MOVE "J" TO GAR-UDELUKKET
               END-IF
           ELSE
               MOVE "P" TO GAR-KUNDETYPE
               MOVE CPR-NUMMER TO GAR-ID-NUMMER
           END-IF
           EVALUATE TRUE
               WHEN GAR-UDELUKKET = "J"
                   MOVE 0 TO GAR-DAEKKET-DKK
                   MOVE KUNDE-SUM-DKK TO GAR-OVER-DKK
               WHEN KUNDE-SUM-DKK > DAEKNINGS-GRAENSE
                   MOVE DAEKNINGS-GRAENSE TO GAR-DAEKKET-DKK
                   COMPUTE GAR-OVER-DKK =
                       KUNDE-SUM-DKK - DAEKNINGS-GRAENSE
               WHEN OTHER
                   MOVE KUNDE-SUM-DKK TO GAR-DAEKKET-DKK
                   MOVE 0 TO GAR-OVER-DKK
           END-EVALUATE
           MOVE KOERSEL-DATO TO GAR-DATO
           WRITE UDTRAEK-RECORD
           ADD 1 TO ANTAL-KUNDER
           ADD GAR-SAMLET-DKK TO TOTAL-INDLAAN-DKK
           ADD GAR-DAEKKET-DKK TO TOTAL-DAEKKET-DKK
           ADD GAR-OVER-DKK TO TOTAL-OVER-DKK
           IF GAR-KUNDETYPE = "E"
               ADD 1 TO ANTAL-ERHVERV
               ADD GAR-SAMLET-DKK TO ERHVERV-INDLAAN-DKK
               ADD GAR-DAEKKET-DKK TO ERHVERV-DAEKKET-DKK
           END-IF
           IF GAR-UDELUKKET = "J"
               ADD 1 TO ANTAL-UDELUKKET
               ADD GAR-SAMLET-DKK TO UDELUKKET-INDLAAN-DKK
           END-IF
           EXIT.

      *Kontoens egen andel: en delt konto taeller kun med sin
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           MOVE MEDEJER-KUNDE-ID
                               TO MED-KUNDE-ID(MEDEJER-ANTAL)
                           PERFORM OPTAEL-DELING
                       ELSE
                           MOVE "J" TO MEDEJER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
                   MOVE DELING-IX TO DELING-FUNDET-IX
               END-IF
           END-PERFORM
           IF DELING-FUNDET-IX = 0 AND DELING-ANTAL NOT < 2000
               MOVE "J" TO DELING-OVERLOB
           END-IF
           IF DELING-FUNDET-IX = 0 AND DELING-ANTAL < 2000
               ADD 1 TO DELING-ANTAL
               MOVE DELING-ANTAL TO DELING-FUNDET-IX
           DISPLAY "Samlet daekket (DKK)  : " TOTAL-DAEKKET-DKK
           DISPLAY "Over graensen (DKK)   : " TOTAL-OVER-DKK
           DISPLAY "------------------------------------------------"
           DISPLAY "Heraf erhverv         : " ANTAL-ERHVERV
           DISPLAY "Erhverv indlaan (DKK) : " ERHVERV-INDLAAN-DKK
           DISPLAY "Erhverv daekket (DKK) : " ERHVERV-DAEKKET-DKK
           DISPLAY "Udelukkede indskydere : " ANTAL-UDELUKKET
           DISPLAY "Udelukket indl. (DKK) : " UDELUKKET-INDLAAN-DKK
           DISPLAY "------------------------------------------------"
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF VAL-SUM(VALUTA-IX) NOT = 0
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
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
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
           MOVE "INDSKYDERGARANTI" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
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
           MOVE "INDSKYDERGARANTI" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
