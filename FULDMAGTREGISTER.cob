      *  L - list fuldmagter for en kunde
      *  U - udloebsrapport: fuldmagter der udloeber inden for
      *      FULDMAGT-VARSEL-DAGE (standard 30) skrives til
      *      FuldmagtUdloeb.txt, saa fornyelsen kan naas, og giveren
      *      faar bestilt et varslingsbrev (skabelon FMUDLOEB)
      *      gennem BREVBESTILLING - een gang pr. fuldmagt og
      *      udloebsdato
      *Omfang: ALLE (alt), OPSLAG (kun laesning), POSTER (kun
      *posteringer) eller VAERGE (foraeldremyndighed/vaerge for en
      *kunde under 18). En VAERGE-fuldmagt kan kun gives for en
      *mindreaarig giver (foedselsdato udledt af CPR-nummeret via
      *MINDREAARIG), og den slutter senest dagen foer giverens
      *18-aarsdag - en senere til-dato rykkes frem, saa vaerge-
      *befoejelserne bortfalder paa foedselsdagen. Vaergen er det
      *der tillader en mindreaarigs udgaaende betalinger over
      *MINDREAARIG-GRAENSE. KUNDEOPSLAG og KONTOOPSLAG viser aktive
      *fuldmagter, og KUNDEVEDLIGEHOLD kraever en gyldig fuldmagt
      *naar en aendring tastes paa en anden kundes forhold
      *(FULDMAGT-KUNDE i miljoeet). Hver oprettelse/fjernelse faar
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 FMFIL-NAVN             PIC X(80)
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 VALG                   PIC X(1) VALUE SPACE.
       01 KOERSEL-DATO           PIC 9(8).
       01 FMFIL-SLUT             PIC X VALUE "N".
       01 INP-OMFANG             PIC X(8) VALUE SPACES.
       01 INP-FRA                PIC X(8) VALUE SPACES.
       01 INP-TIL                PIC X(8) VALUE SPACES.
       01 BB-OMRAADE.
           COPY "BREVBEST.CPY".
       01 FJERNET                PIC X VALUE "N".
       01 VARSEL-TEKST           PIC X(4) VALUE SPACES.
       01 VARSEL-DAGE            PIC 9(4) VALUE 30.
       01 VARSEL-DAGSTAL         PIC 9(7) VALUE 0.
       01 ANTAL-VARSLET          PIC 9(5) VALUE 0.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 VAERGE-SLUT            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           CLOSE KUNDEFIL
           CLOSE AUDITFIL
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPRET-FULDMAGT.
           ACCEPT INP-GIVER
           DISPLAY "Holder (kunde-id der maa handle):"
           ACCEPT INP-HOLDER
           DISPLAY "Omfang (ALLE/OPSLAG/POSTER/VAERGE):"
           ACCEPT INP-OMFANG
           DISPLAY "Gyldig fra (YYYYMMDD):"
           ACCEPT INP-FRA
           ACCEPT INP-TIL
           IF INP-OMFANG NOT = "ALLE" AND INP-OMFANG NOT = "OPSLAG"
                   AND INP-OMFANG NOT = "POSTER"
                   AND INP-OMFANG NOT = "VAERGE"
               DISPLAY "FEJL: ukendt omfang"
               EXIT PARAGRAPH
           END-IF
                   DISPLAY "FEJL: giveren findes ikke i masteren"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF INP-OMFANG = "VAERGE"
               PERFORM TJEK-VAERGEFULDMAGT
               IF VAERGE-SLUT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN EXTEND FMFIL
           IF FMFIL-STATUS NOT = "00"
               CLOSE FMFIL
           MOVE INP-OMFANG TO FM-OMFANG
           MOVE FUNCTION NUMVAL(INP-FRA) TO FM-FRA
           MOVE FUNCTION NUMVAL(INP-TIL) TO FM-TIL
           IF INP-OMFANG = "VAERGE" AND FM-TIL > VAERGE-SLUT
               MOVE VAERGE-SLUT TO FM-TIL
               DISPLAY "Gyldig til rykket frem til " VAERGE-SLUT
                   " - dagen foer giverens 18-aarsdag"
           END-IF
           WRITE FM-RECORD
           CLOSE FMFIL
           MOVE "FULDMAGT" TO AUDIT-AKTION
               FUNCTION TRIM(INP-OMFANG) " for " INP-GIVER
           EXIT.

      *Giverens record staar i bufferen. VAERGE-SLUT bliver dagen
      *foer 18-aarsdagen, eller 0 naar fuldmagten ikke kan gives.
       TJEK-VAERGEFULDMAGT.
           MOVE 0 TO VAERGE-SLUT
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE 0 TO MA-BELOEB
           MOVE SPACES TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF MA-ALDER-UKENDT
               DISPLAY "FEJL: giverens CPR-nummer giver ingen "
                   "foedselsdato"
               EXIT PARAGRAPH
           END-IF
           IF NOT MA-ER-MINDREAARIG
               DISPLAY "FEJL: giveren er myndig - VAERGE kan kun "
                   "gives for en kunde under 18"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MA-MYNDIG-DATO) - 1)
               TO VAERGE-SLUT
           EXIT.

      *Fjernelsen genskriver registret uden giver/holder-parrets
      *linjer - samme midlertidig-fil-og-mv-teknik som
      *ARKIVRETENTION.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM HENT-KONTI
                       MOVE "FULDMGTF" TO AUDIT-AKTION
                       PERFORM SKRIV-AUDITLINJE
               END-READ
      *udloeber inden for varselsperioden.
       SKRIV-UDLOEBSRAPPORT.
           MOVE 0 TO ANTAL-VARSLET
           MOVE "FULDMAGT-VARSEL-DAGE" TO PS-NAVN
           MOVE VARSEL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO VARSEL-TEKST
           IF VARSEL-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(VARSEL-TEKST) TO VARSEL-DAGE
           END-IF
                               DELIMITED BY SIZE INTO RAPPORTLINJE
                           END-STRING
                           WRITE RAPPORTLINJE
                           PERFORM BESTIL-UDLOEBSBREV
                       END-IF
               END-READ
           END-PERFORM
               " fuldmagter udloeber inden " VARSEL-GRAENSE
           EXIT.

      *Varslingsbrevet til giveren - referencen er holderen og
      *udloebsdatoen, saa rapporten kan koeres igen uden at giveren
      *faar brevet to gange, mens en fornyet fuldmagt med ny
      *udloebsdato varsles paa ny.
       BESTIL-UDLOEBSBREV.
           MOVE SPACES TO BB-OMRAADE
           MOVE FM-GIVER TO BB-KUNDE-ID
           MOVE "FMUDLOEB" TO BB-SKABELON
           MOVE 0 TO BB-BELOEB
           MOVE FM-TIL TO BB-BREVDATO
           STRING FM-HOLDER FM-TIL
               DELIMITED BY SIZE INTO BB-REFERENCE
           END-STRING
           STRING FUNCTION TRIM(FM-HOLDER) " ("
               FUNCTION TRIM(FM-OMFANG) ")"
               DELIMITED BY SIZE INTO BB-TEKST
           END-STRING
           MOVE "FULDMAGTREGISTER" TO BB-KILDE
           CALL "BREVBESTILLING" USING BB-OMRAADE
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - giverens record
      *staar i bufferen, saa linjen baerer giverens status/balance.
       AABN-AUDITJOURNAL.
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
           MOVE "FULDMAGTREGISTER" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
