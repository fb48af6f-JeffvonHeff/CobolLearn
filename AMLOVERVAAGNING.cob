       01 ALARMLINJE              PIC X(120).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 JOURNALFIL-NAVN        PIC X(80)
           VALUE "PosteringsJournal.txt".
           IF NOT DAGENS-LINJER-FINDES
               PERFORM INDLAES-DAGENS-JOURNAL
           END-IF
           MOVE "OBS-TABEL" TO TK-TABEL
           MOVE OBS-ANTAL TO TK-ANTAL
           MOVE 5000 TO TK-KAPACITET
           MOVE OBS-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           PERFORM SKRIV-HISTORIK
           OPEN OUTPUT ALARMFIL
           PERFORM FIND-ENKELT-ALARMER
           DISPLAY "Observationer i alt: " OBS-ANTAL
           DISPLAY "Alarmer udloest   : " ANTAL-ALARMER
           IF OBS-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 5000 observationer i "
                   "vinduet - analysen er ufuldstaendig"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SAET-PARAMETRE.
           MOVE "AML-GRAENSE" TO PS-NAVN
           MOVE AML-GRAENSE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO GRAENSE-TEKST
           IF GRAENSE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(GRAENSE-TEKST) TO AML-GRAENSE
           END-IF
           MOVE "AML-VINDUE-DAGE" TO PS-NAVN
           MOVE VINDUE-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO VINDUE-TEKST
           IF VINDUE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(VINDUE-TEKST) TO VINDUE-DAGE
           END-IF
           MOVE "AML-STRUKTUR-ANTAL" TO PS-NAVN
           MOVE STRUKTUR-ANTAL-KRAV TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO ANTAL-TEKST
           IF ANTAL-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(ANTAL-TEKST)
                   TO STRUKTUR-ANTAL-KRAV
           END-PERFORM
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "AMLOVERVAAGNING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "AMLOVERVAAGNING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
