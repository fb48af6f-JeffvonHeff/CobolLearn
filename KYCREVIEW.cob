      *      masteren med auditlinje (samme greb som
      *      SANKTIONSSCREENING), saa posteringer holdes tilbage
      *      til reviewet er gennemfoert
      *Hver kunde paa forfaldslisten faar desuden bestilt et
      *KYC-fornyelsesbrev (skabelon KYCFORNY) gennem BREVBESTILLING
      *- een gang pr. reviewperiode, da bestillingens reference er
      *datoen for det seneste review.
      *Funktionen kan ogsaa vaelges via KYC-FUNKTION i miljoeet, saa
      *D og E kan koeres som kalenderstyrede batch-skridt.
      *KUNDEOPSLAG viser reviewtilstanden ved siden af
      *screening-flaget.
      *For en erhvervskunde (KUNDETYPE "E") indgaar de reelle ejere
      *(ReelleEjere.txt, REELEJER.CPY) i risikoklassen: uden nogen
      *aktiv registreret ejer, eller med en ejer uden for Danmark,
      *er klassen mindst H, og ellers mindst M. Den registrerede
      *klasse haeves til dette gulv naar fristen regnes, og
      *forfaldslisten viser antallet af ejere og den oprindelige
      *klasse naar den er haevet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL REFIL ASSIGN TO REFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD REFIL.
       01 RE-RECORD.
           COPY "REELEJER.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE            PIC X(100).

           COPY "AUDITJOURNAL.CPY".

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
       01 KYCFIL-NAVN            PIC X(80)
           VALUE "KycRegisterNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 REFIL-NAVN             PIC X(80)
           VALUE "ReelleEjere.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "KycForfaldsliste.txt".
       01 AUDITFIL-NAVN          PIC X(80)
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 MILJO-FUNKTION         PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
               03 REG-KLASSE         PIC X(1).
       01 REG-IX                 PIC 9(4).
       01 REG-FUNDET-IX          PIC 9(4) VALUE 0.
       01 REG-OVERLOB            PIC X VALUE "N".
       01 FRIST-DAGE             PIC 9(4) VALUE 0.
       01 REVIEW-DAGSTAL         PIC 9(7) VALUE 0.
       01 OVERSKREDET-DAGE       PIC S9(7) VALUE 0.
       01 ANTAL-FORFALDNE        PIC 9(5) VALUE 0.
       01 ANTAL-ESKALERET        PIC 9(5) VALUE 0.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".

      *De aktive reelle ejere (ejerskab gaeldende paa koerselsdatoen)
      *- kun virksomhed og land bruges til risikoklassen.
       01 REFIL-STATUS           PIC X(2) VALUE "00".
       01 REFIL-SLUT             PIC X VALUE "N".
       01 EJER-ANTAL             PIC 9(4) VALUE 0.
       01 EJER-TABEL.
           02 EJER-POST OCCURS 2000 TIMES.
               03 ET-KUNDE-ID        PIC X(10).
               03 ET-LAND            PIC X(2).
       01 EJER-IX                PIC 9(4).
       01 EJER-OVERLOB           PIC X VALUE "N".
       01 KUNDE-EJERE            PIC 9(2) VALUE 0.
       01 KUNDE-UDL-EJERE        PIC 9(2) VALUE 0.
       01 EJER-KLASSE            PIC X(1) VALUE SPACE.
       01 EFFEKTIV-KLASSE        PIC X(1) VALUE SPACE.
       01 KLASSE-HAEVET          PIC X VALUE "N".
       01 ERHVERV-TEKST          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           MOVE "KYC-ESKALERING-DAGE" TO PS-NAVN
           MOVE ESKALERING-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO ESKAL-TEKST
           IF ESKAL-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(ESKAL-TEKST)
                   TO ESKALERING-DAGE
           END-IF
           PERFORM LAES-REGISTER
           PERFORM LAES-REELLE-EJERE
           IF KAPACITET-OVERSKREDET
               DISPLAY "FEJL: et register kan ikke rummes i "
                   "tabellerne - se TabelKapacitet.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM AABN-AUDITJOURNAL
           ACCEPT MILJO-FUNKTION FROM ENVIRONMENT "KYC-FUNKTION"
           IF MILJO-FUNKTION = "D" OR MILJO-FUNKTION = "E"
               PERFORM UDFOER-VALG
           END-PERFORM
           CLOSE AUDITFIL
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       UDFOER-VALG.
           PERFORM LAES-REGISTER
           DISPLAY "Review registreret for " SOEGE-ID
               " klasse " INP-KLASSE
           IF REG-OVERLOB = "J"
               DISPLAY "FEJL: KYC-registret har nu flere end 5000 "
                   "kunder - forfaldsliste og eskalering er ufuld"
                   "staendige"
           END-IF
           EXIT.

       SKRIV-FORFALDSLISTE.
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           PERFORM FIND-REG-POST
           IF REG-FUNDET-IX = 0
               ADD 1 TO ANTAL-FORFALDNE
               MOVE "H" TO EFFEKTIV-KLASSE
               PERFORM SAET-ERHVERV-TEKST
               MOVE SPACES TO RAPPORTLINJE
               STRING "FORFALDEN " KUNDE-ID
                   " ALDRIG-REVIEWET KLASSE=H" ERHVERV-TEKST
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
               PERFORM BESTIL-KYC-BREV
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-OVERSKRIDELSE
           IF OVERSKREDET-DAGE > 0
               ADD 1 TO ANTAL-FORFALDNE
               MOVE SPACES TO RAPPORTLINJE
               PERFORM SAET-ERHVERV-TEKST
               STRING "FORFALDEN " KUNDE-ID
                   " SIDST=" REG-DATO(REG-FUNDET-IX)
                   " KLASSE=" EFFEKTIV-KLASSE
                   " OVERSKREDET=" OVERSKREDET-DAGE " DAGE"
                   ERHVERV-TEKST
                   DELIMITED BY SIZE INTO RAPPORTLINJE
               END-STRING
               WRITE RAPPORTLINJE
               PERFORM BESTIL-KYC-BREV
           END-IF
           EXIT.

      *Fornyelsesbrevet til kunden - referencen er datoen for det
      *seneste review (ALDRIG for en kunde uden registerlinje), saa
      *en forfaldsliste der koeres igen ikke giver et nyt brev.
       BESTIL-KYC-BREV.
           MOVE SPACES TO BB-OMRAADE
           MOVE KUNDE-ID TO BB-KUNDE-ID
           MOVE "KYCFORNY" TO BB-SKABELON
           MOVE 0 TO BB-BELOEB
           MOVE 0 TO BB-BREVDATO
           IF REG-FUNDET-IX = 0
               MOVE "KYC-ALDRIG" TO BB-REFERENCE
           ELSE
               STRING "KYC-" REG-DATO(REG-FUNDET-IX)
                   DELIMITED BY SIZE INTO BB-REFERENCE
               END-STRING
           END-IF
           MOVE "KYCREVIEW" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Eskalering: kunder der er mere end fristen plus
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM HENT-KONTI
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
           EXIT.

       BEREGN-OVERSKRIDELSE.
           PERFORM SAET-EFFEKTIV-KLASSE
           EVALUATE EFFEKTIV-KLASSE
               WHEN "H" MOVE 365 TO FRIST-DAGE
               WHEN "M" MOVE 730 TO FRIST-DAGE
               WHEN OTHER MOVE 1095 TO FRIST-DAGE
           END-IF
           EXIT.

      *Kundens record staar i bufferen og REG-FUNDET-IX peger paa
      *registerlinjen. For en erhvervskunde regnes ejergulvet, og
      *den registrerede klasse haeves til det hvis den er lavere.
       SAET-EFFEKTIV-KLASSE.
           MOVE REG-KLASSE(REG-FUNDET-IX) TO EFFEKTIV-KLASSE
           MOVE "N" TO KLASSE-HAEVET
           IF NOT KUNDE-ERHVERV
               EXIT PARAGRAPH
           END-IF
           PERFORM TAEL-KUNDENS-EJERE
           IF KUNDE-EJERE = 0 OR KUNDE-UDL-EJERE > 0
               MOVE "H" TO EJER-KLASSE
           ELSE
               MOVE "M" TO EJER-KLASSE
           END-IF
           IF EJER-KLASSE = "H" AND EFFEKTIV-KLASSE NOT = "H"
               MOVE "H" TO EFFEKTIV-KLASSE
               MOVE "J" TO KLASSE-HAEVET
           END-IF
           IF EJER-KLASSE = "M" AND EFFEKTIV-KLASSE NOT = "H"
                   AND EFFEKTIV-KLASSE NOT = "M"
               MOVE "M" TO EFFEKTIV-KLASSE
               MOVE "J" TO KLASSE-HAEVET
           END-IF
           EXIT.

       TAEL-KUNDENS-EJERE.
           MOVE 0 TO KUNDE-EJERE
           MOVE 0 TO KUNDE-UDL-EJERE
           PERFORM VARYING EJER-IX FROM 1 BY 1
                   UNTIL EJER-IX > EJER-ANTAL
               IF ET-KUNDE-ID(EJER-IX) = KUNDE-ID
                   ADD 1 TO KUNDE-EJERE
                   IF ET-LAND(EJER-IX) NOT = "DK"
                       ADD 1 TO KUNDE-UDL-EJERE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *Forfaldslistens tillaeg for en erhvervskunde: antal aktive
      *reelle ejere og - naar ejergulvet har haevet klassen - den
      *registrerede klasse.
       SAET-ERHVERV-TEKST.
           MOVE SPACES TO ERHVERV-TEKST
           IF NOT KUNDE-ERHVERV
               EXIT PARAGRAPH
           END-IF
           IF REG-FUNDET-IX = 0
               PERFORM TAEL-KUNDENS-EJERE
           END-IF
           IF KLASSE-HAEVET = "J" AND REG-FUNDET-IX > 0
               STRING " ERHVERV EJERE=" KUNDE-EJERE
                   " REG=" REG-KLASSE(REG-FUNDET-IX)
                   DELIMITED BY SIZE INTO ERHVERV-TEKST
               END-STRING
           ELSE
               STRING " ERHVERV EJERE=" KUNDE-EJERE
                   DELIMITED BY SIZE INTO ERHVERV-TEKST
               END-STRING
           END-IF
           EXIT.

       LAES-REELLE-EJERE.
           MOVE 0 TO EJER-ANTAL
           MOVE "N" TO REFIL-SLUT
           OPEN INPUT REFIL
           IF REFIL-STATUS NOT = "00"
               CLOSE REFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REFIL-SLUT = "J"
               READ REFIL
                   AT END
                       MOVE "J" TO REFIL-SLUT
                   NOT AT END
                       IF RE-FRA <= KOERSEL-DATO
                               AND RE-TIL >= KOERSEL-DATO
                           IF EJER-ANTAL < 2000
                               ADD 1 TO EJER-ANTAL
                               MOVE RE-KUNDE-ID
                                   TO ET-KUNDE-ID(EJER-ANTAL)
                               MOVE RE-LAND TO ET-LAND(EJER-ANTAL)
                           ELSE
                               MOVE "J" TO EJER-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFIL
           MOVE "EJER-TABEL" TO TK-TABEL
           MOVE EJER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE EJER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE "N" TO REG-OVERLOB
           MOVE "N" TO KYCFIL-SLUT
           OPEN INPUT KYCFIL
           IF KYCFIL-STATUS NOT = "00"
                               TO REG-DATO(REG-ANTAL)
                           MOVE KYC-RISIKOKLASSE
                               TO REG-KLASSE(REG-ANTAL)
                       ELSE
                           MOVE "J" TO REG-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KYCFIL
           MOVE "REG-TABEL" TO TK-TABEL
           MOVE REG-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE REG-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - eskaleringens
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
           MOVE "KYCREVIEW" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO REFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ReelleEjere.txt"
                   DELIMITED BY SIZE INTO REFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KycForfaldsliste.txt"
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KYCREVIEW" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
