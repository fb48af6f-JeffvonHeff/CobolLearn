       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETERREGISTER.
      *Vedligehold af parameterregistret (ParameterRegister.txt,
      *PARAMETER.CPY), som PARAMETERSERVICE slaar op i for de
      *programmer hvis forretningsgraenser tidligere stod i
      *miljoeet. Kun parametre i kataloget herunder kan aendres,
      *saa en stavefejl i navnet ikke stille giver en parameter
      *ingen bruger:
      *  L - list kataloget med dagens gaeldende vaerdi, kommende
      *      godkendte aendringer og ventende aendringer
      *  H - historik for een parameter (alle registerlinjer)
      *  R - registrer en aendring: ny vaerdi og gyldig-fra (dags
      *      dato eller senere - en vaerdi kan ikke gaelde bagud)
      *  G - godkend en ventende aendring - fire oejne som
      *      KONTOFLYTNING: godkenderen maa ikke vaere den der
      *      registrerede, og gyldig-fra maa ikke vaere passeret
      *  A - afvis (eller traek tilbage) en ventende aendring
      *  I - indlaes de vaerdier der i dag staar i miljoeet som
      *      ventende aendringer, saa overgangen fra jobskridtenes
      *      miljoevariabler ogsaa gaar gennem godkendelsen
      *Hver registrering, godkendelse og afvisning faar en linje i
      *den faelles audit-journal med aendrings-id'et i kunde-id-
      *feltet, registerstatus foer/efter og den gamle og nye
      *vaerdi i balancefelterne (0 for tekstparametre).
      *Registret genskrives via midlertidig fil og mv efter hver
      *aendring. Operatoeren skal vaere logget paa (OPERATOER i
      *miljoeet).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMFIL ASSIGN TO PARAMFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMFIL-STATUS.
           SELECT PARAMNYFIL ASSIGN TO PARAMNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMFIL.
       01 PR-RECORD.
           COPY "PARAMETER.CPY".

       FD PARAMNYFIL.
       01 PARAMNY-RECORD          PIC X(95).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 PARAMFIL-NAVN          PIC X(80)
           VALUE "ParameterRegister.txt".
       01 PARAMNYFIL-NAVN        PIC X(80)
           VALUE "ParameterRegisterNy.tmp".
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 PARAMFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-STATUS      PIC X(1) VALUE SPACE.
       01 AUDIT-FOER-VAERDI      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-EFTER-VAERDI     PIC S9(9)V9(2) VALUE 0.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 SVAR                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FIL-SLUT               PIC X VALUE "N".
       01 INP-NAVN               PIC X(24) VALUE SPACES.
       01 INP-VAERDI             PIC X(20) VALUE SPACES.
       01 INP-DATO               PIC X(8) VALUE SPACES.
       01 INP-ID                 PIC X(10) VALUE SPACES.
       01 GYLDIG-DATO            PIC 9(8) VALUE 0.
       01 MILJOE-VAERDI          PIC X(20) VALUE SPACES.
       01 GAELDENDE-VAERDI       PIC X(20) VALUE SPACES.
       01 NAESTE-LOEBENR         PIC 9(9) VALUE 0.
       01 ANTAL-VIST             PIC 9(5) VALUE 0.
       01 ANTAL-INDLAEST         PIC 9(3) VALUE 0.
       01 STATUS-TEKST           PIC X(10) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Parameterkataloget: navn, art (N=numerisk, T=tekst) og
      *hvilket program der bruger parameteren. Nye parametre
      *tilfoejes her og i det program der kalder PARAMETERSERVICE.
       01 KAT-ANTAL              PIC 9(2) VALUE 0.
       01 KATALOG-TABEL.
           02 KAT-POST OCCURS 40 TIMES.
               03 KAT-NAVN           PIC X(24).
               03 KAT-ART            PIC X(1).
               03 KAT-TEKST          PIC X(40).
       01 KAT-IX                 PIC 9(2).
       01 KAT-FUNDET-IX          PIC 9(2) VALUE 0.

      *Registret holdes i tabellen mens programmet koerer og
      *skrives tilbage efter hver aendring.
       01 REG-ANTAL              PIC 9(4) VALUE 0.
       01 REG-OVERLOB            PIC X VALUE "N".
           88 REG-ER-OVERLOEBET      VALUE "J".
       01 REG-TABEL.
           02 REG-POST OCCURS 5000 TIMES PIC X(95).
       01 REG-IX                 PIC 9(4).
       01 AENDRING-IX            PIC 9(4) VALUE 0.
       01 GAELDENDE-IX           PIC 9(4) VALUE 0.
       01 VENTENDE-IX            PIC 9(4) VALUE 0.
       01 GODKENDTE-ANTAL        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT AUDIT-OPERATOER FROM ENVIRONMENT "OPERATOER"
           IF AUDIT-OPERATOER = SPACES
               DISPLAY "FEJL: ingen operatoer - start programmet "
                   "fra SIGNON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TAG-KOERSELLAAS
           PERFORM INDLAES-KATALOG
           PERFORM LAES-REGISTER
           IF REG-ER-OVERLOEBET
               DISPLAY "FEJL: parameterregistret er stoerre end "
                   "tabellen (5000 linjer) - intet roeres"
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL

           PERFORM UNTIL VALG = "X"
               DISPLAY "----------------------------------------"
               DISPLAY "Parametre: L-list H-historik R-registrer "
                   "aendring G-godkend A-afvis"
               DISPLAY "           I-indlaes fra miljoeet X-afslut"
               ACCEPT VALG
               EVALUATE VALG
                   WHEN "L" PERFORM LIST-PARAMETRE
                   WHEN "H" PERFORM VIS-HISTORIK
                   WHEN "R" PERFORM REGISTRER-AENDRING
                   WHEN "G" PERFORM GODKEND-AENDRING
                   WHEN "A" PERFORM AFVIS-AENDRING
                   WHEN "I" PERFORM INDLAES-MILJOE
                   WHEN "X" CONTINUE
                   WHEN OTHER DISPLAY "Ukendt valg"
               END-EVALUATE
           END-PERFORM

           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           STOP RUN.

       INDLAES-KATALOG.
           MOVE 38 TO KAT-ANTAL
           MOVE "AML-GRAENSE" TO KAT-NAVN(1)
           MOVE "N" TO KAT-ART(1)
           MOVE "AMLOVERVAAGNING: beloebsgraense i DKK"
               TO KAT-TEKST(1)
           MOVE "AML-VINDUE-DAGE" TO KAT-NAVN(2)
           MOVE "N" TO KAT-ART(2)
           MOVE "AMLOVERVAAGNING: vindue i dage"
               TO KAT-TEKST(2)
           MOVE "AML-STRUKTUR-ANTAL" TO KAT-NAVN(3)
           MOVE "N" TO KAT-ART(3)
           MOVE "AMLOVERVAAGNING: antal strukturering"
               TO KAT-TEKST(3)
           MOVE "SUSPENSE-FRIST-DAGE" TO KAT-NAVN(4)
           MOVE "N" TO KAT-ART(4)
           MOVE "CLEARINGIND: dage i suspense foer retur"
               TO KAT-TEKST(4)
           MOVE "ESCHEAT-AAR" TO KAT-NAVN(5)
           MOVE "N" TO KAT-ART(5)
           MOVE "DORMANTAFVIKLING: hvileaar"
               TO KAT-TEKST(5)
           MOVE "ESCHEAT-BANK-KUNDE" TO KAT-NAVN(6)
           MOVE "T" TO KAT-ART(6)
           MOVE "DORMANTAFVIKLING: bankens kunde-id"
               TO KAT-TEKST(6)
           MOVE "ESCHEAT-BANK-KONTO" TO KAT-NAVN(7)
           MOVE "T" TO KAT-ART(7)
           MOVE "DORMANTAFVIKLING: bankens kontonummer"
               TO KAT-TEKST(7)
           MOVE "OVERTRAEK-MARGIN-PCT" TO KAT-NAVN(8)
           MOVE "N" TO KAT-ART(8)
           MOVE "KONTOPOSTERING/FASTEOVERF.: margin pct"
               TO KAT-TEKST(8)
           MOVE "FULDMAGT-VARSEL-DAGE" TO KAT-NAVN(9)
           MOVE "N" TO KAT-ART(9)
           MOVE "FULDMAGTREGISTER/HAENDELSER: varsel"
               TO KAT-TEKST(9)
           MOVE "GDPR-RETENTION-DAGE" TO KAT-NAVN(10)
           MOVE "N" TO KAT-ART(10)
           MOVE "GDPRSLETNING: opbevaring i dage"
               TO KAT-TEKST(10)
           MOVE "HISTORIK-RUL-DAGE" TO KAT-NAVN(11)
           MOVE "N" TO KAT-ART(11)
           MOVE "HISTORIKKOMPRIMERING: dage foer rul"
               TO KAT-TEKST(11)
           MOVE "INDSKYDER-GRAENSE" TO KAT-NAVN(12)
           MOVE "N" TO KAT-ART(12)
           MOVE "INDSKYDERGARANTI: daekning i DKK"
               TO KAT-TEKST(12)
           MOVE "POST-RETENTION-DAGE" TO KAT-NAVN(13)
           MOVE "N" TO KAT-ART(13)
           MOVE "JOURNALRETENTION: posteringsjournal"
               TO KAT-TEKST(13)
           MOVE "RENTE-RETENTION-DAGE" TO KAT-NAVN(14)
           MOVE "N" TO KAT-ART(14)
           MOVE "JOURNALRETENTION: rentejournal"
               TO KAT-TEKST(14)
           MOVE "KASSEDIFF-KUNDE" TO KAT-NAVN(15)
           MOVE "T" TO KAT-ART(15)
           MOVE "KASSEBEHOLDNING: kunde for kassedif."
               TO KAT-TEKST(15)
           MOVE "KASSEDIFF-KONTO" TO KAT-NAVN(16)
           MOVE "T" TO KAT-ART(16)
           MOVE "KASSEBEHOLDNING: konto for kassedif."
               TO KAT-TEKST(16)
           MOVE "KONTAKTSKIFT-DAGE" TO KAT-NAVN(17)
           MOVE "N" TO KAT-ART(17)
           MOVE "KONTAKTSKIFT: karensperiode i dage"
               TO KAT-TEKST(17)
           MOVE "KONTAKTSKIFT-GRAENSE" TO KAT-NAVN(18)
           MOVE "N" TO KAT-ART(18)
           MOVE "KONTAKTSKIFT: beloebsgraense i DKK"
               TO KAT-TEKST(18)
           MOVE "KYC-ESKALERING-DAGE" TO KAT-NAVN(19)
           MOVE "N" TO KAT-ART(19)
           MOVE "KYCREVIEW: dage foer eskalering"
               TO KAT-TEKST(19)
           MOVE "MINDREAARIG-GRAENSE" TO KAT-NAVN(20)
           MOVE "N" TO KAT-ART(20)
           MOVE "MINDREAARIG: graense i hele DKK"
               TO KAT-TEKST(20)
           MOVE "NEDSKRIV-PCT-1" TO KAT-NAVN(21)
           MOVE "N" TO KAT-ART(21)
           MOVE "NEDSKRIVNING: pct stadie 1"
               TO KAT-TEKST(21)
           MOVE "NEDSKRIV-PCT-2" TO KAT-NAVN(22)
           MOVE "N" TO KAT-ART(22)
           MOVE "NEDSKRIVNING: pct stadie 2"
               TO KAT-TEKST(22)
           MOVE "NEDSKRIV-PCT-3" TO KAT-NAVN(23)
           MOVE "N" TO KAT-ART(23)
           MOVE "NEDSKRIVNING: pct stadie 3"
               TO KAT-TEKST(23)
           MOVE "NEDSKRIV-DAGE-2" TO KAT-NAVN(24)
           MOVE "N" TO KAT-ART(24)
           MOVE "NEDSKRIVNING: dage til stadie 2"
               TO KAT-TEKST(24)
           MOVE "NEDSKRIV-DAGE-3" TO KAT-NAVN(25)
           MOVE "N" TO KAT-ART(25)
           MOVE "NEDSKRIVNING: dage til stadie 3"
               TO KAT-TEKST(25)
           MOVE "RENTE-TOLERANCE-PCT" TO KAT-NAVN(26)
           MOVE "N" TO KAT-ART(26)
           MOVE "RENTETILSKRIV: tolerance satsaendring"
               TO KAT-TEKST(26)
           MOVE "RENTE-SKATTEPCT" TO KAT-NAVN(27)
           MOVE "N" TO KAT-ART(27)
           MOVE "RENTETILSKRIV: kildeskat pct"
               TO KAT-TEKST(27)
           MOVE "KURS-TOLERANCE-PCT" TO KAT-NAVN(28)
           MOVE "N" TO KAT-ART(28)
           MOVE "VALUTAOMREGNING: tolerance kurs pct"
               TO KAT-TEKST(28)
           MOVE "BALANCE-NEDRE-GRAENSE" TO KAT-NAVN(29)
           MOVE "N" TO KAT-ART(29)
           MOVE "Opgave6: nedre balancegraense"
               TO KAT-TEKST(29)
           MOVE "BALANCE-OEVRE-GRAENSE" TO KAT-NAVN(30)
           MOVE "N" TO KAT-ART(30)
           MOVE "Opgave6: oevre balancegraense"
               TO KAT-TEKST(30)
           MOVE "BREV-SPROG" TO KAT-NAVN(31)
           MOVE "T" TO KAT-ART(31)
           MOVE "BREVKOERSEL: standardsprog DA/EN"
               TO KAT-TEKST(31)
           MOVE "RECERT-FRIST-DAGE" TO KAT-NAVN(32)
           MOVE "N" TO KAT-ART(32)
           MOVE "ADGANGSRECERT: lederens svarfrist"
               TO KAT-TEKST(32)
           MOVE "RECERT-PERIODE-DAGE" TO KAT-NAVN(33)
           MOVE "N" TO KAT-ART(33)
           MOVE "ADGANGSRECERT: periode i dage"
               TO KAT-TEKST(33)
           MOVE "KLAGE-SVARFRIST" TO KAT-NAVN(34)
           MOVE "N" TO KAT-ART(34)
           MOVE "KLAGEREGISTER: svarfrist i bankdage"
               TO KAT-TEKST(34)
           MOVE "KLAGE-VARSEL-DAGE" TO KAT-NAVN(35)
           MOVE "N" TO KAT-ART(35)
           MOVE "KLAGEREGISTER: varsel foer frist"
               TO KAT-TEKST(35)
           MOVE "RENTE-VARSEL-DAGE" TO KAT-NAVN(36)
           MOVE "N" TO KAT-ART(36)
           MOVE "RENTEAENDRING: varselsfrist i dage"
               TO KAT-TEKST(36)
           MOVE "KAPACITET-GRAENSE-PCT" TO KAT-NAVN(37)
           MOVE "N" TO KAT-ART(37)
           MOVE "KAPACITETSRAPPORT: advarsel ved pct"
               TO KAT-TEKST(37)
           MOVE "KAPACITET-RETENTION-DAGE" TO KAT-NAVN(38)
           MOVE "N" TO KAT-ART(38)
           MOVE "KAPACITETSRAPPORT: maalinger i dage"
               TO KAT-TEKST(38)
           EXIT.

      *Registret laeses forfra foer hver handling, saa en aendring
      *en anden operatoer netop har gemt (typisk godkenderen ved
      *siden af) ikke overskrives af en gammel udgave i tabellen.
       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE "N" TO REG-OVERLOB
           MOVE 0 TO NAESTE-LOEBENR
           MOVE "N" TO FIL-SLUT
           OPEN INPUT PARAMFIL
           IF PARAMFIL-STATUS NOT = "00"
               CLOSE PARAMFIL
               ADD 1 TO NAESTE-LOEBENR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ PARAMFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF REG-ANTAL < 5000
                           ADD 1 TO REG-ANTAL
                           MOVE PR-RECORD TO REG-POST(REG-ANTAL)
                       ELSE
                           MOVE "J" TO REG-OVERLOB
                       END-IF
                       IF PR-ID-LOEBENR > NAESTE-LOEBENR
                           MOVE PR-ID-LOEBENR TO NAESTE-LOEBENR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMFIL
           ADD 1 TO NAESTE-LOEBENR
           EXIT.

       FIND-KATALOG.
           MOVE 0 TO KAT-FUNDET-IX
           PERFORM VARYING KAT-IX FROM 1 BY 1
                   UNTIL KAT-IX > KAT-ANTAL
               IF KAT-NAVN(KAT-IX) = INP-NAVN
                   MOVE KAT-IX TO KAT-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Dagens gaeldende vaerdi for INP-NAVN efter samme regel som
      *PARAMETERSERVICE: den godkendte linje med seneste gyldig-fra
      *paa eller foer i dag, ved samme dato den senest godkendte.
      *Samtidig findes en ventende aendring og antallet af
      *godkendte linjer i alt. Tabelposten laeses med
      *referencemodifikation (PARAMETER.CPY: navn 11-34, vaerdi
      *35-54, gyldig-fra 55-62, status 63), saa PR-RECORD ikke
      *roeres.
       BEREGN-GAELDENDE.
           MOVE 0 TO GAELDENDE-IX VENTENDE-IX GODKENDTE-ANTAL
           MOVE SPACES TO GAELDENDE-VAERDI
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               IF REG-POST(REG-IX)(11:24) = INP-NAVN
                   EVALUATE REG-POST(REG-IX)(63:1)
                       WHEN "V"
                           MOVE REG-IX TO VENTENDE-IX
                       WHEN "G"
                           ADD 1 TO GODKENDTE-ANTAL
                           PERFORM VURDER-GAELDENDE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF GAELDENDE-IX > 0
               MOVE REG-POST(GAELDENDE-IX)(35:20) TO GAELDENDE-VAERDI
           END-IF
           EXIT.

       VURDER-GAELDENDE.
           IF REG-POST(REG-IX)(55:8) > KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           IF GAELDENDE-IX = 0
               MOVE REG-IX TO GAELDENDE-IX
           ELSE
               IF REG-POST(REG-IX)(55:8) NOT <
                       REG-POST(GAELDENDE-IX)(55:8)
                   MOVE REG-IX TO GAELDENDE-IX
               END-IF
           END-IF
           EXIT.

      *Kataloget med dagens vaerdi; kommende godkendte og ventende
      *aendringer vises under parameteren.
       LIST-PARAMETRE.
           PERFORM LAES-REGISTER
           PERFORM VARYING KAT-IX FROM 1 BY 1
                   UNTIL KAT-IX > KAT-ANTAL
               MOVE KAT-NAVN(KAT-IX) TO INP-NAVN
               PERFORM BEREGN-GAELDENDE
               IF GAELDENDE-IX > 0
                   DISPLAY KAT-NAVN(KAT-IX) " = " GAELDENDE-VAERDI
                       " fra " REG-POST(GAELDENDE-IX)(55:8)
               ELSE
                   DISPLAY KAT-NAVN(KAT-IX) " = (ikke i registret - "
                       "miljoe eller programmets standard)"
               END-IF
               DISPLAY "    " KAT-TEKST(KAT-IX)
               PERFORM VARYING REG-IX FROM 1 BY 1
                       UNTIL REG-IX > REG-ANTAL
                   IF REG-POST(REG-IX)(11:24) = INP-NAVN
                       PERFORM VIS-KOMMENDE
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       VIS-KOMMENDE.
           MOVE REG-POST(REG-IX) TO PR-RECORD
           IF PR-VENTER
               DISPLAY "    venter: " PR-AENDRING-ID " "
                   PR-VAERDI " fra " PR-GYLDIG-FRA
                   " registreret af " PR-OPRETTET-AF
           END-IF
           IF PR-GODKENDT AND PR-GYLDIG-FRA > KOERSEL-DATO
               DISPLAY "    kommende: " PR-AENDRING-ID " "
                   PR-VAERDI " fra " PR-GYLDIG-FRA
           END-IF
           EXIT.

       VIS-HISTORIK.
           PERFORM LAES-REGISTER
           DISPLAY "Parameter:"
           ACCEPT INP-NAVN
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               MOVE REG-POST(REG-IX) TO PR-RECORD
               IF PR-NAVN = INP-NAVN
                   ADD 1 TO ANTAL-VIST
                   PERFORM SAET-STATUSTEKST
                   DISPLAY PR-AENDRING-ID " " PR-VAERDI " fra "
                       PR-GYLDIG-FRA " " STATUS-TEKST
                   DISPLAY "    registreret af " PR-OPRETTET-AF " "
                       PR-OPRETTET-DATO " - afgjort af "
                       PR-GODKENDT-AF " " PR-GODKENDT-DATO
               END-IF
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Ingen aendringer for " FUNCTION TRIM(INP-NAVN)
           END-IF
           EXIT.

       SAET-STATUSTEKST.
           EVALUATE TRUE
               WHEN PR-VENTER
                   MOVE "VENTER" TO STATUS-TEKST
               WHEN PR-GODKENDT
                   MOVE "GODKENDT" TO STATUS-TEKST
               WHEN OTHER
                   MOVE "AFVIST" TO STATUS-TEKST
           END-EVALUATE
           EXIT.

      *Registrering: kendt parameter, ingen anden ventende
      *aendring af den, gyldig vaerdi og en gyldig-fra der ikke
      *ligger bagud.
       REGISTRER-AENDRING.
           PERFORM LAES-REGISTER
           DISPLAY "Parameter:"
           ACCEPT INP-NAVN
           PERFORM FIND-KATALOG
           IF KAT-FUNDET-IX = 0
               DISPLAY "FEJL: ukendt parameter " FUNCTION TRIM(INP-NAVN)
                   " - se kataloget (L)"
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-GAELDENDE
           IF VENTENDE-IX > 0
               DISPLAY "FEJL: parameteren har allerede en ventende "
                   "aendring " REG-POST(VENTENDE-IX)(1:10)
               EXIT PARAGRAPH
           END-IF
           IF GAELDENDE-IX > 0
               DISPLAY "Gaeldende vaerdi: " GAELDENDE-VAERDI
           ELSE
               DISPLAY "Gaeldende vaerdi: (ikke i registret)"
           END-IF
           DISPLAY "Ny vaerdi:"
           ACCEPT INP-VAERDI
           PERFORM TJEK-VAERDI
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Gyldig fra (AAAAMMDD, blank = i dag):"
           ACCEPT INP-DATO
           PERFORM TJEK-GYLDIG-FRA
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(INP-NAVN) " = "
               FUNCTION TRIM(INP-VAERDI) " fra " GYLDIG-DATO
               " - registrer aendringen? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Registrering annulleret"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPRET-AENDRING
           IF REG-ER-OVERLOEBET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Aendring " PR-AENDRING-ID " registreret - en "
               "anden operatoer skal godkende den (G)"
           EXIT.

      *SVAR = "J" naar vaerdien kan bruges: ikke blank, og for en
      *numerisk parameter et tal der ikke er negativt.
       TJEK-VAERDI.
           MOVE "N" TO SVAR
           IF INP-VAERDI = SPACES
               DISPLAY "FEJL: vaerdien maa ikke vaere blank"
               EXIT PARAGRAPH
           END-IF
           IF KAT-ART(KAT-FUNDET-IX) = "N"
               IF FUNCTION TEST-NUMVAL(INP-VAERDI) NOT = 0
                   DISPLAY "FEJL: " FUNCTION TRIM(INP-NAVN)
                       " skal vaere et tal"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(INP-VAERDI) < 0
                   DISPLAY "FEJL: vaerdien maa ikke vaere negativ"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "J" TO SVAR
           EXIT.

       TJEK-GYLDIG-FRA.
           MOVE "N" TO SVAR
           IF INP-DATO = SPACES
               MOVE KOERSEL-DATO TO GYLDIG-DATO
           ELSE
               IF INP-DATO NOT NUMERIC
                   DISPLAY "FEJL: datoen skal vaere AAAAMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE INP-DATO TO GYLDIG-DATO
               IF FUNCTION TEST-DATE-YYYYMMDD(GYLDIG-DATO) NOT = 0
                   DISPLAY "FEJL: ugyldig dato " INP-DATO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF GYLDIG-DATO < KOERSEL-DATO
               DISPLAY "FEJL: en aendring kan ikke gaelde bagud - "
                   "tidligste gyldig-fra er " KOERSEL-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO SVAR
           EXIT.

      *Ny ventende linje fra INP-NAVN, INP-VAERDI og GYLDIG-DATO;
      *GAELDENDE-VAERDI (fra BEREGN-GAELDENDE) er foer-vaerdien paa
      *audit-linjen.
       OPRET-AENDRING.
           IF REG-ANTAL NOT < 5000
               MOVE "J" TO REG-OVERLOB
           END-IF
           IF REG-ER-OVERLOEBET
               DISPLAY "FEJL: parameterregistret er fuldt (5000 "
                   "linjer) - aendringen er ikke registreret"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PR-RECORD
           MOVE "P" TO PR-ID-PRAEFIKS
           MOVE NAESTE-LOEBENR TO PR-ID-LOEBENR
           ADD 1 TO NAESTE-LOEBENR
           MOVE INP-NAVN TO PR-NAVN
           MOVE INP-VAERDI TO PR-VAERDI
           MOVE GYLDIG-DATO TO PR-GYLDIG-FRA
           MOVE "V" TO PR-STATUS
           MOVE AUDIT-OPERATOER TO PR-OPRETTET-AF
           MOVE KOERSEL-DATO TO PR-OPRETTET-DATO
           MOVE 0 TO PR-GODKENDT-DATO
           ADD 1 TO REG-ANTAL
           MOVE PR-RECORD TO REG-POST(REG-ANTAL)
           PERFORM GEM-REGISTER
           MOVE SPACE TO AUDIT-FOER-STATUS
           MOVE "PARMREG" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Godkendelse: kun en ventende aendring, af en anden operatoer
      *end den der registrerede den, og foer gyldig-fra er passeret
      *- ellers ville vaerdien komme til at gaelde for naetter der
      *allerede er koert med den gamle.
       GODKEND-AENDRING.
           PERFORM LAES-REGISTER
           IF REG-ER-OVERLOEBET
               DISPLAY "FEJL: parameterregistret er stoerre end "
                   "tabellen (5000 linjer) - intet roeres"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AENDRING
           IF AENDRING-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT PR-VENTER
               DISPLAY "FEJL: aendringen venter ikke paa godkendelse"
               EXIT PARAGRAPH
           END-IF
           IF PR-OPRETTET-AF = AUDIT-OPERATOER
               DISPLAY "FEJL: aendringen skal godkendes af en anden "
                   "operatoer end " FUNCTION TRIM(PR-OPRETTET-AF)
               EXIT PARAGRAPH
           END-IF
           IF PR-GYLDIG-FRA < KOERSEL-DATO
               DISPLAY "FEJL: gyldig-fra " PR-GYLDIG-FRA " er "
                   "passeret - afvis aendringen og registrer den igen"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-NAVN TO INP-NAVN
           PERFORM BEREGN-GAELDENDE
           DISPLAY FUNCTION TRIM(PR-NAVN) ": "
               FUNCTION TRIM(GAELDENDE-VAERDI) " -> "
               FUNCTION TRIM(PR-VAERDI) " fra " PR-GYLDIG-FRA
               " (registreret af " FUNCTION TRIM(PR-OPRETTET-AF) ")"
           DISPLAY "Godkend aendringen? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               DISPLAY "Godkendelse annulleret"
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO PR-STATUS
           MOVE AUDIT-OPERATOER TO PR-GODKENDT-AF
           MOVE KOERSEL-DATO TO PR-GODKENDT-DATO
           MOVE PR-RECORD TO REG-POST(AENDRING-IX)
           PERFORM GEM-REGISTER
           MOVE "V" TO AUDIT-FOER-STATUS
           MOVE "PARMGODK" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Aendring " PR-AENDRING-ID " godkendt"
           EXIT.

      *Afvisning - ogsaa registreringens egen operatoer kan traekke
      *en ventende aendring tilbage.
       AFVIS-AENDRING.
           PERFORM LAES-REGISTER
           IF REG-ER-OVERLOEBET
               DISPLAY "FEJL: parameterregistret er stoerre end "
                   "tabellen (5000 linjer) - intet roeres"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AENDRING
           IF AENDRING-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT PR-VENTER
               DISPLAY "FEJL: aendringen venter ikke paa godkendelse"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Afvis aendring " PR-AENDRING-ID " ("
               FUNCTION TRIM(PR-NAVN) " = " FUNCTION TRIM(PR-VAERDI)
               ")? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-NAVN TO INP-NAVN
           PERFORM BEREGN-GAELDENDE
           MOVE REG-POST(AENDRING-IX) TO PR-RECORD
           MOVE "A" TO PR-STATUS
           MOVE AUDIT-OPERATOER TO PR-GODKENDT-AF
           MOVE KOERSEL-DATO TO PR-GODKENDT-DATO
           MOVE PR-RECORD TO REG-POST(AENDRING-IX)
           PERFORM GEM-REGISTER
           MOVE "V" TO AUDIT-FOER-STATUS
           MOVE "PARMAFV" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           DISPLAY "Aendring " PR-AENDRING-ID " afvist"
           EXIT.

       FIND-AENDRING.
           MOVE 0 TO AENDRING-IX
           DISPLAY "Aendrings-id (P...):"
           ACCEPT INP-ID
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               IF REG-POST(REG-IX)(1:10) = INP-ID
                   MOVE REG-IX TO AENDRING-IX
               END-IF
           END-PERFORM
           IF AENDRING-IX = 0
               DISPLAY "FEJL: aendringen findes ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE REG-POST(AENDRING-IX) TO PR-RECORD
           MOVE PR-NAVN TO INP-NAVN
           PERFORM FIND-KATALOG
           EXIT.

      *Overgang fra miljoeet: hver katalogparameter der staar i
      *miljoeet, men hverken har en godkendt eller en ventende
      *linje i registret, registreres som ventende aendring med
      *gyldighed fra i dag. En anden operatoer godkender dem
      *derefter een for een.
       INDLAES-MILJOE.
           PERFORM LAES-REGISTER
           DISPLAY "Registrer miljoeets vaerdier som ventende "
               "aendringer for parametre uden registerlinje? (J/N)"
           ACCEPT SVAR
           IF SVAR NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-INDLAEST
           PERFORM VARYING KAT-IX FROM 1 BY 1
                   UNTIL KAT-IX > KAT-ANTAL
               MOVE KAT-NAVN(KAT-IX) TO INP-NAVN
               MOVE SPACES TO MILJOE-VAERDI
               ACCEPT MILJOE-VAERDI FROM ENVIRONMENT INP-NAVN
               IF MILJOE-VAERDI NOT = SPACES
                   PERFORM INDLAES-EN-PARAMETER
               END-IF
           END-PERFORM
           DISPLAY ANTAL-INDLAEST " parametre registreret fra "
               "miljoeet - en anden operatoer skal godkende dem (G)"
           EXIT.

       INDLAES-EN-PARAMETER.
           PERFORM BEREGN-GAELDENDE
           IF GODKENDTE-ANTAL > 0 OR VENTENDE-IX > 0
               EXIT PARAGRAPH
           END-IF
           MOVE KAT-IX TO KAT-FUNDET-IX
           MOVE MILJOE-VAERDI TO INP-VAERDI
           PERFORM TJEK-VAERDI
           IF SVAR NOT = "J"
               DISPLAY "    " FUNCTION TRIM(INP-NAVN)
                   " springes over"
               EXIT PARAGRAPH
           END-IF
           MOVE KOERSEL-DATO TO GYLDIG-DATO
           PERFORM OPRET-AENDRING
           IF REG-ER-OVERLOEBET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-INDLAEST
           DISPLAY "    " PR-AENDRING-ID " " FUNCTION TRIM(INP-NAVN)
               " = " FUNCTION TRIM(INP-VAERDI)
           EXIT.

      *Registret skrives tilbage fra tabellen via en midlertidig fil
      *og mv, saa en afbrudt skrivning ikke efterlader et halvt
      *register.
       GEM-REGISTER.
           OPEN OUTPUT PARAMNYFIL
           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
               MOVE REG-POST(REG-IX) TO PARAMNY-RECORD
               WRITE PARAMNY-RECORD
           END-PERFORM
           CLOSE PARAMNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(PARAMNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PARAMFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY). Aendrings-id'et
      *staar i kunde-id-feltet, saa AUDITOPSLAG kan finde
      *aendringens linjer; balancefelterne baerer den gamle og den
      *nye vaerdi for en numerisk parameter.
       AABN-AUDITJOURNAL.
           OPEN EXTEND AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               OPEN OUTPUT AUDITFIL
           END-IF
           EXIT.

       SKRIV-AUDITLINJE.
           MOVE 0 TO AUDIT-FOER-VAERDI AUDIT-EFTER-VAERDI
           IF KAT-FUNDET-IX > 0
               IF KAT-ART(KAT-FUNDET-IX) = "N"
                   IF GAELDENDE-VAERDI NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(GAELDENDE-VAERDI) = 0
                       MOVE FUNCTION NUMVAL(GAELDENDE-VAERDI)
                           TO AUDIT-FOER-VAERDI
                   END-IF
                   IF FUNCTION TEST-NUMVAL(PR-VAERDI) = 0
                       MOVE FUNCTION NUMVAL(PR-VAERDI)
                           TO AUDIT-EFTER-VAERDI
                   END-IF
               END-IF
           END-IF
           ACCEPT JOURNAL-DATO FROM DATE YYYYMMDD
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "PARAMETERREGISTER" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE PR-AENDRING-ID TO JOURNAL-KUNDE-ID
           MOVE AUDIT-FOER-STATUS TO JOURNAL-FOER-STATUS
           MOVE PR-STATUS TO JOURNAL-EFTER-STATUS
           MOVE AUDIT-FOER-VAERDI TO JOURNAL-FOER-BALANCE
           MOVE AUDIT-EFTER-VAERDI TO JOURNAL-EFTER-BALANCE
           MOVE AUDIT-RECORD(1:86) TO KAEDE-INDHOLD
           CALL "AUDITKAEDE" USING KAEDE-OMRAADE
           MOVE KAEDE-HASH TO JOURNAL-KAEDEHASH
           WRITE AUDIT-RECORD
           EXIT.

      *Delt laas som de oevrige registervaerktoejer.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "PARAMETERREGISTER" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       FRIGIV-KOERSELLAAS.
           MOVE "F" TO LAAS-FUNKTION
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO PARAMFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ParameterRegister.txt"
                   DELIMITED BY SIZE INTO PARAMFIL-NAVN
               END-STRING
               MOVE SPACES TO PARAMNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ParameterRegisterNy.tmp"
                   DELIMITED BY SIZE INTO PARAMNYFIL-NAVN
               END-STRING
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
           END-IF
           EXIT.
