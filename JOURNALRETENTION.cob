       01 JOURNALNY-LINJE        PIC X(220).

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 JOURNALFIL-NAVN        PIC X(80) VALUE SPACES.
       01 JOURNALNYFIL-NAVN      PIC X(80)
       01 DAGSTAL-IDAG           PIC 9(7).
       01 DAGSTAL-LINJE          PIC 9(7).
       01 LINJE-ALDER-DAGE       PIC S9(7).
      *Standardfrister - overskrives enkeltvis via
      *parameterregistret.
       01 POST-RETENTION-DAGE    PIC 9(5) VALUE 40.
       01 RENTE-RETENTION-DAGE   PIC 9(5) VALUE 62.
       01 GRAENSE-DAGE           PIC 9(5) VALUE 0.
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           MOVE "POST-RETENTION-DAGE" TO PS-NAVN
           MOVE POST-RETENTION-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO FRIST-TEKST
           IF FRIST-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(FRIST-TEKST)
                   TO POST-RETENTION-DAGE
           END-IF
           MOVE SPACES TO FRIST-TEKST
           MOVE "RENTE-RETENTION-DAGE" TO PS-NAVN
           MOVE RENTE-RETENTION-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO FRIST-TEKST
           IF FRIST-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(FRIST-TEKST)
                   TO RENTE-RETENTION-DAGE
           DISPLAY "Linjer beholdt: " SUM-BEHOLDT
           DISPLAY "Linjer klippet: " SUM-KLIPPET
           MOVE 0 TO RETURN-CODE
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *En journal der endnu ikke findes er ikke en fejl - der er
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "JOURNALRETENTION" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
