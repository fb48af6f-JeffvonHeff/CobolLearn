       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINDREAARIG.
      *Mindreaarige kunder - kaldes af KONTOPOSTERING for UD- og
      *TRF-debiteringer, af CLEARINGUD for hver udgaaende ordre, af
      *BETALINGSSERVICE for hvert traek, af FASTEOVERFOERSLER for
      *fra-kontoen, af FULDMAGTREGISTER ved oprettelse af en
      *VAERGE-fuldmagt og af MYNDIGHEDSLISTE.
      *Foedselsdatoen udledes af CPR-nummeret: de seks foerste
      *cifre er DDMMAA, og aarhundredet afgoeres af det syvende
      *ciffer efter CPR-kontorets regel:
      *  0-3       : 1900-tallet
      *  4 og 9    : 2000-tallet naar AA er 00-36, ellers 1900-tallet
      *  5-8       : 2000-tallet naar AA er 00-57, ellers 1800-tallet
      *Kunden er mindreaarig til og med dagen foer 18-aarsdagen; en
      *kunde foedt 29. februar bliver myndig 1. marts i aar uden
      *skuddag.
      *For en mindreaarig kraever en udgaaende betaling eller en
      *haevning over MINDREAARIG-GRAENSE (parameterregistret, hele
      *kroner omregnet til DKK, standard 2000) en registreret vaerge: en
      *fuldmagt i Fuldmagter.txt med omfang VAERGE fra kunden, der
      *er gyldig paa skaeringsdatoen. Omregningen bruger dagens
      *kurser oven paa standardkurserne som KONTAKTSKIFT; en
      *betaling i en valuta uden kurs regnes som over graensen, saa
      *en manglende kurs ikke aabner et hul i reglen.
      *Reglen om at en mindreaarigs konto aldrig maa overtraekkes
      *haandhaeves af kalderne ud fra MA-ALDERSSTATUS.
      *Fuldmagterne og kurserne indlaeses ved foerste kald og holdes
      *i tabellen resten af koerslen, som PRODUKTKATALOG goer det.
      *Filerne foelger DATASET-PRAEFIKS som de oevrige registre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FMFIL ASSIGN TO FMFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMFIL-STATUS.
           SELECT OPTIONAL VALUTAKURSFIL ASSIGN TO VALUTAKURSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTAKURSFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *Fuldmagtsrecorden - samme layout som FULDMAGTREGISTER.
       FD FMFIL.
       01 FM-RECORD.
           02 FM-GIVER             PIC X(10).
           02 FM-HOLDER            PIC X(10).
           02 FM-OMFANG            PIC X(8).
           02 FM-FRA               PIC 9(8).
           02 FM-TIL               PIC 9(8).

      *Samme kurstabel-format som VALUTAOMREGNING laeser - kurs
      *angivet som DKK-vaerdien af en enhed af valutaen.
       FD VALUTAKURSFIL.
       01 VALUTAKURS-RECORD.
           02 VALUTAKURS-KODE      PIC X(3).
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FMFIL-NAVN             PIC X(80)
           VALUE "Fuldmagter.txt".
       01 VALUTAKURSFIL-NAVN     PIC X(80)
           VALUE "Valutakurser.txt".
       01 FMFIL-STATUS           PIC X(2) VALUE "00".
       01 VALUTAKURSFIL-STATUS   PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 REGLER-INDLAEST        PIC X VALUE "N".
           88 REGLER-ER-INDLAEST     VALUE "J".
       01 KOERSEL-DATO           PIC 9(8).
       01 SKAERINGSDATO          PIC 9(8).
       01 SKAERINGSDATO-DELE REDEFINES SKAERINGSDATO.
           02 SKAER-AAR              PIC 9(4).
           02 SKAER-MMDD             PIC 9(4).
       01 GRAENSE-DKK            PIC 9(9)V9(2) VALUE 2000.
       01 PARAMETER-TEKST        PIC X(12) VALUE SPACES.

      *CPR-nummerets foerste syv cifre og den udledte dato.
       01 CPR-DELE.
           02 CPR-DAG                PIC 9(2).
           02 CPR-MAANED             PIC 9(2).
           02 CPR-AA                 PIC 9(2).
           02 CPR-CIFFER7            PIC 9(1).
       01 AARHUNDREDE            PIC 9(4).
       01 FOEDSELSDATO           PIC 9(8).
       01 FOEDSELSDATO-DELE REDEFINES FOEDSELSDATO.
           02 FOEDT-AAR              PIC 9(4).
           02 FOEDT-MMDD             PIC 9(4).
       01 MYNDIG-DATO            PIC 9(8).
       01 MYNDIG-DATO-DELE REDEFINES MYNDIG-DATO.
           02 MYNDIG-AAR             PIC 9(4).
           02 MYNDIG-MMDD            PIC 9(4).

      *Gyldige og kommende VAERGE-fuldmagter - en linje pr.
      *registerlinje; opslaget tager den foerste der gaelder paa
      *skaeringsdatoen.
       01 VAERGE-ANTAL           PIC 9(4) VALUE 0.
       01 VAERGE-OVERLOB         PIC X VALUE "N".
           88 VAERGE-ER-OVERLOEBET   VALUE "J".
       01 VAERGE-TABEL.
           02 VAERGE-POST OCCURS 2000 TIMES.
               03 VT-GIVER           PIC X(10).
               03 VT-HOLDER          PIC X(10).
               03 VT-FRA             PIC 9(8).
               03 VT-TIL             PIC 9(8).
       01 VAERGE-IX              PIC 9(4).

       01 KURS-ANTAL             PIC 9(2) VALUE 0.
       01 KURS-TABEL.
           02 KURS-POST OCCURS 20 TIMES.
               03 KT-KODE            PIC X(3).
               03 KT-KURS            PIC 9(3)V9(6).
       01 KURS-IX                PIC 9(2).
       01 KURS-FUNDET            PIC 9(3)V9(6) VALUE 0.

       LINKAGE SECTION.
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".

       PROCEDURE DIVISION USING MA-OMRAADE.
           IF NOT REGLER-ER-INDLAEST
               PERFORM SAET-FILNAVNE
               PERFORM SAET-PARAMETRE
               PERFORM SAET-STANDARDKURSER
               PERFORM LAES-VALUTAKURSER
               PERFORM LAES-VAERGER
               MOVE "VAERGE-TABEL" TO TK-TABEL
               MOVE VAERGE-ANTAL TO TK-ANTAL
               MOVE 2000 TO TK-KAPACITET
               MOVE VAERGE-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               IF VAERGE-ER-OVERLOEBET
                   DISPLAY "FEJL: over 2000 VAERGE-fuldmagter "
                       "- de sidste er ikke med i kontrollen"
               END-IF
               MOVE "J" TO REGLER-INDLAEST
           END-IF
           MOVE "N" TO MA-OVERLOEB
           IF VAERGE-ER-OVERLOEBET OR PS-REGISTER-OVERLOEBET
               MOVE "J" TO MA-OVERLOEB
           END-IF
           MOVE "N" TO MA-RESULTAT
           MOVE "U" TO MA-ALDERSSTATUS
           MOVE 0 TO MA-FOEDSELSDATO MA-ALDER MA-MYNDIG-DATO
           MOVE SPACES TO MA-VAERGE-ID
           MOVE 0 TO MA-BELOEB-DKK
           MOVE GRAENSE-DKK TO MA-GRAENSE-DKK
           IF MA-DATO NUMERIC AND MA-DATO > 0
               MOVE MA-DATO TO SKAERINGSDATO
           ELSE
               MOVE KOERSEL-DATO TO SKAERINGSDATO
           END-IF
           PERFORM UDLED-FOEDSELSDATO
           IF FOEDSELSDATO = 0
               GOBACK
           END-IF
           PERFORM BEREGN-ALDER
           IF NOT MA-ER-MINDREAARIG
               GOBACK
           END-IF
           PERFORM FIND-VAERGE
           IF MA-BELOEB = 0 OR MA-VAERGE-ID NOT = SPACES
               GOBACK
           END-IF
           PERFORM OMREGN-TIL-DKK
           IF KURS-FUNDET = 0
               MOVE "J" TO MA-RESULTAT
               GOBACK
           END-IF
           IF MA-BELOEB-DKK > GRAENSE-DKK
               MOVE "J" TO MA-RESULTAT
           END-IF
           GOBACK.

      *Et CPR-nummer hvis foerste syv tegn ikke er cifre, eller hvis
      *dato ikke findes i kalenderen, giver FOEDSELSDATO 0.
       UDLED-FOEDSELSDATO.
           MOVE 0 TO FOEDSELSDATO
           IF MA-CPR-NUMMER(1:7) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MA-CPR-NUMMER(1:7) TO CPR-DELE
           EVALUATE CPR-CIFFER7
               WHEN 0 THRU 3
                   MOVE 1900 TO AARHUNDREDE
               WHEN 4
               WHEN 9
                   IF CPR-AA <= 36
                       MOVE 2000 TO AARHUNDREDE
                   ELSE
                       MOVE 1900 TO AARHUNDREDE
                   END-IF
               WHEN OTHER
                   IF CPR-AA <= 57
                       MOVE 2000 TO AARHUNDREDE
                   ELSE
                       MOVE 1800 TO AARHUNDREDE
                   END-IF
           END-EVALUATE
           COMPUTE FOEDSELSDATO = (AARHUNDREDE + CPR-AA) * 10000
               + CPR-MAANED * 100 + CPR-DAG
           IF FUNCTION TEST-DATE-YYYYMMDD(FOEDSELSDATO) NOT = 0
               MOVE 0 TO FOEDSELSDATO
           END-IF
           EXIT.

       BEREGN-ALDER.
           MOVE FOEDSELSDATO TO MA-FOEDSELSDATO
           COMPUTE MYNDIG-AAR = FOEDT-AAR + 18
           MOVE FOEDT-MMDD TO MYNDIG-MMDD
           IF FUNCTION TEST-DATE-YYYYMMDD(MYNDIG-DATO) NOT = 0
               MOVE 0301 TO MYNDIG-MMDD
           END-IF
           MOVE MYNDIG-DATO TO MA-MYNDIG-DATO
           IF SKAERINGSDATO < FOEDSELSDATO
               MOVE 0 TO MA-ALDER
           ELSE
               COMPUTE MA-ALDER = SKAER-AAR - FOEDT-AAR
               IF SKAER-MMDD < FOEDT-MMDD
                   SUBTRACT 1 FROM MA-ALDER
               END-IF
           END-IF
           IF SKAERINGSDATO < MYNDIG-DATO
               MOVE "M" TO MA-ALDERSSTATUS
           ELSE
               MOVE "V" TO MA-ALDERSSTATUS
           END-IF
           EXIT.

       FIND-VAERGE.
           PERFORM VARYING VAERGE-IX FROM 1 BY 1
                   UNTIL VAERGE-IX > VAERGE-ANTAL
                   OR MA-VAERGE-ID NOT = SPACES
               IF VT-GIVER(VAERGE-IX) = MA-KUNDE-ID
                       AND VT-FRA(VAERGE-IX) <= SKAERINGSDATO
                       AND VT-TIL(VAERGE-IX) >= SKAERINGSDATO
                   MOVE VT-HOLDER(VAERGE-IX) TO MA-VAERGE-ID
               END-IF
           END-PERFORM
           EXIT.

      *Blank valuta er DKK. Beloebet er fortegnsbehaeftet hos
      *nogle kaldere; graensen holdes mod den numeriske vaerdi.
       OMREGN-TIL-DKK.
           MOVE 0 TO KURS-FUNDET
           IF MA-VALUTA = SPACES OR MA-VALUTA = "DKK"
               MOVE 1 TO KURS-FUNDET
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > KURS-ANTAL
                   IF KT-KODE(KURS-IX) = MA-VALUTA
                       MOVE KT-KURS(KURS-IX) TO KURS-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE MA-BELOEB-DKK ROUNDED =
               FUNCTION ABS(MA-BELOEB) * KURS-FUNDET
           EXIT.

      *Beloebsgraensen fra parameterregistret - samme idiom som
      *KONTAKTSKIFT-GRAENSE; en ulaeselig vaerdi efterlader
      *standarden.
       SAET-PARAMETRE.
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE SPACES TO PARAMETER-TEKST
           MOVE "MINDREAARIG-GRAENSE" TO PS-NAVN
           MOVE GRAENSE-DKK TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO PARAMETER-TEKST
           IF PARAMETER-TEKST NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARAMETER-TEKST) = 0
                   MOVE FUNCTION NUMVAL(PARAMETER-TEKST)
                       TO GRAENSE-DKK
               END-IF
           END-IF
           EXIT.

       SAET-STANDARDKURSER.
           MOVE 4 TO KURS-ANTAL
           MOVE "DKK" TO KT-KODE(1)
           MOVE 1.000000 TO KT-KURS(1)
           MOVE "EUR" TO KT-KODE(2)
           MOVE 7.460000 TO KT-KURS(2)
           MOVE "USD" TO KT-KODE(3)
           MOVE 6.900000 TO KT-KURS(3)
           MOVE "GBP" TO KT-KODE(4)
           MOVE 8.700000 TO KT-KURS(4)
           EXIT.

      *Dagens kurser overskriver standardkurserne, og valutaer
      *uden standardkurs laegges til tabellen.
       LAES-VALUTAKURSER.
           OPEN INPUT VALUTAKURSFIL
           IF VALUTAKURSFIL-STATUS NOT = "00"
               CLOSE VALUTAKURSFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ VALUTAKURSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       PERFORM GEM-KURS
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSFIL
           EXIT.

       GEM-KURS.
           IF VALUTAKURS-KODE = SPACES
                   OR VALUTAKURS-KURS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   OR KT-KODE(KURS-IX) = VALUTAKURS-KODE
               CONTINUE
           END-PERFORM
           IF KURS-IX > KURS-ANTAL
               IF KURS-ANTAL >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KURS-ANTAL
               MOVE KURS-ANTAL TO KURS-IX
               MOVE VALUTAKURS-KODE TO KT-KODE(KURS-IX)
           END-IF
           MOVE VALUTAKURS-KURS TO KT-KURS(KURS-IX)
           EXIT.

      *Kun VAERGE-linjer med numeriske datoer gemmes - en udloebet
      *fuldmagt springes ikke over, da skaeringsdatoen kan ligge
      *tilbage i tiden.
       LAES-VAERGER.
           OPEN INPUT FMFIL
           IF FMFIL-STATUS NOT = "00"
               CLOSE FMFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ FMFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FM-OMFANG = "VAERGE"
                               AND FM-FRA NUMERIC
                               AND FM-TIL NUMERIC
                           PERFORM GEM-VAERGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FMFIL
           EXIT.

       GEM-VAERGE.
           IF VAERGE-ANTAL >= 2000
               MOVE "J" TO VAERGE-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VAERGE-ANTAL
           MOVE FM-GIVER TO VT-GIVER(VAERGE-ANTAL)
           MOVE FM-HOLDER TO VT-HOLDER(VAERGE-ANTAL)
           MOVE FM-FRA TO VT-FRA(VAERGE-ANTAL)
           MOVE FM-TIL TO VT-TIL(VAERGE-ANTAL)
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "MINDREAARIG" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO FMFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Fuldmagter.txt"
                   DELIMITED BY SIZE INTO FMFIL-NAVN
               END-STRING
               MOVE SPACES TO VALUTAKURSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Valutakurser.txt"
                   DELIMITED BY SIZE INTO VALUTAKURSFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb meldes tilbage til kalderen.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "MINDREAARIG" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
