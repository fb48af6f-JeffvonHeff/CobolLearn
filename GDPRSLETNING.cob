       PROGRAM-ID. GDPRSLETNING.
      *GDPR-sletning af soft-slettede kunder - finder kunder hvis
      *KUNDE-STATUS er "D" og hvis SLET-DATO ligger laengere tilbage
      *end opbevaringsfristen (GDPR-RETENTION-DAGE i parameterregistret,
      *standard 30 dage), fjerner dem fysisk fra Kundeoplysninger.txt
      *og deres
      *konti fra kontomasteren KontoOplysninger.txt, renser
      *deres raekker ud af Kundehistorik.txt og KundeVedligeLog.txt
      *samt de dato-stemplede arkivkopier der staar i Arkivkatalog.txt,
      *herunder de arkiverede papir- og camt.053-udtog,
      *og skriver en sletningskvittering (kunde-id, dato, beroerte
      *filer) til GdprSletteKvittering.txt - kvitteringen er det
      *eneste vi beholder om kunden.
       01 HISTORIKNY-RECORD       PIC X(70).

       FD LOGFIL.
       01 LOGLINJE                PIC X(5400).

       FD LOGNYFIL.
       01 LOGNY-LINJE             PIC X(5400).

      *Arkivkatalogets recordformat - vedligeholdes af KUNDEARKIVER
      *og arkiv-retentionskoerslen; her bruges kun arkivnavnet.

       FD ARKIVFIL.
       01 ARKIV-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

       FD ARKIVNYFIL.
       01 ARKIVNY-KUNDEOPL.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIVNY-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIVNY-ANTAL-KONTI.

       FD NOTEFIL.
       01 RAAHISTNY-RECORD        PIC X(70).

       FD KVITTERINGFIL.
       01 KVITTERINGLINJE         PIC X(180).

       FD AUDITFIL.
       01 AUDIT-RECORD.
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
       01 KUNDEFIL-NAVN          PIC X(80)
       01 RAAHISTFIL-STATUS       PIC X(2) VALUE "00".
       01 RAAHISTNYFIL-NAVN       PIC X(80)
           VALUE "RaaHistScrub.tmp".
       01 ARKIV-KONTO-IX          PIC 9(3) VALUE 1.
      *Familieklassifikation af katalognavnet (INSPECT TALLYING,
      *saa et evt. katalogpraefiks foran navnet ikke forstyrrer).
       01 ER-MASTERARKIV-TAL      PIC 9(2) VALUE 0.
           PERFORM SAET-RETENTION
           PERFORM TAG-KOERSELLAAS
           PERFORM FIND-UDLOEBNE-KUNDER
           MOVE "SLETTE-TABEL" TO TK-TABEL
           MOVE SLETTE-ANTAL TO TK-ANTAL
           MOVE 500 TO TK-KAPACITET
           MOVE SLETTE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF SLETTE-ANTAL = 0
               DISPLAY "GDPRSLETNING: ingen kunder med udloebet frist"
               PERFORM FRIGIV-KOERSELLAAS
           DISPLAY "Arkivposter fjernet     : " ANTAL-ARKIV-FJERNET
           DISPLAY "Udskriftsblokke fjernet : " ANTAL-BLOKKE-FJERNET
           IF SLETTE-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 500 udloebne kunder - "
                   "koer programmet igen for at tage resten"
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM FRIGIV-KOERSELLAAS
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Opbevaringsfristen laeses fra parameterregistret (samme
      *opslag som Opgave6's balancegraenser) - manglende
      *vaerdi bevarer standarden paa 30 dage.
       SAET-RETENTION.
           MOVE "GDPR-RETENTION-DAGE" TO PS-NAVN
           MOVE RETENTION-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO DAGE-TEKST
           IF DAGE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(DAGE-TEKST) TO RETENTION-DAGE
           END-IF
                       DISPLAY "FEJL: Kan ikke slette "
                           SLETTE-KUNDE-ID(SLETTE-IX)
                   NOT INVALID KEY
                       PERFORM SLET-KONTI
                       ADD 1 TO ANTAL-SLETTET
                       PERFORM SKRIV-AUDITLINJE
               END-DELETE
           CLOSE AUDITFIL
           EXIT.

       SLET-KONTI.
           MOVE "S" TO KS-FUNKTION
           MOVE SLETTE-KUNDE-ID(SLETTE-IX) TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " SLETTE-KUNDE-ID(SLETTE-IX)
                   " ikke slettet - " KS-FEJLTEKST
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY) - den fysiske
      *sletning journalfoeres med kunde-id alene; persondata og
      *balancer maa netop ikke efterlades i journalen for en kunde
           MOVE 0 TO ER-RAAHIST-TAL
           INSPECT KATALOG-ARKIVNAVN TALLYING
               ER-UDSKRIFTARKIV-TAL FOR ALL "KundeoplysningerOut_"
           INSPECT KATALOG-ARKIVNAVN TALLYING
               ER-UDSKRIFTARKIV-TAL FOR ALL "Camt053Out_"
           INSPECT KATALOG-ARKIVNAVN TALLYING
               ER-RAAHIST-TAL FOR ALL "Kundehistorik.txt_raa_"
           IF ER-UDSKRIFTARKIV-TAL = 0 AND ER-RAAHIST-TAL = 0
                       IF SKAL-SLETTES
                           ADD 1 TO ANTAL-ARKIV-FJERNET
                       ELSE
                           MOVE ARKIV-ANTAL-KONTI
                               TO ARKIVNY-ANTAL-KONTI
                           MOVE ARKIV-KUNDEOPL TO ARKIVNY-KUNDEOPL
                           WRITE ARKIVNY-KUNDEOPL
                           ADD 1 TO NY-KATALOG-ANTAL
               MOVE SPACES TO KVITTERINGLINJE
               STRING "SLETTET " SLETTE-KUNDE-ID(SLETTE-IX)
                   " DATO=" KOERSEL-DATO
                   " FILER=Kundeoplysninger.txt,KontoOplysninger.txt,"
                   "Kundehistorik.txt,"
                   "KundeVedligeLog.txt,KundeNoter.txt,"
                   "EStatement-spool,arkiver,udskriftsarkiver"
                   DELIMITED BY SIZE INTO KVITTERINGLINJE
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "GDPRSLETNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "GDPRSLETNING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
