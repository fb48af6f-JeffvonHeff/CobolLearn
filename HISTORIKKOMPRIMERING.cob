       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIKKOMPRIMERING.
      *Komprimering af den evigt voksende Kundehistorik.txt.
      *Snapshots aeldre end HISTORIK-RUL-DAGE (parameterregistret,
      *standard 90 dage) rulles op til ET snapshot pr. konto pr.
      *maaned (maanedens
      *seneste), mens nyere dagssnapshots bevares uroert - saa
      *trenddata er brugbare i aarevis uden at filen kvaeler
      *batch-vinduet for DORMANTRAPPORT m.fl. Sorteringen sker med
                         HIST-VALUTAKODE BY SORT-VALUTAKODE.

       WORKING-STORAGE SECTION.
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "Kundehistorik.txt".
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               TO DAGSTAL-IDAG
           MOVE "HISTORIK-RUL-DAGE" TO PS-NAVN
           MOVE RUL-DAGE TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO DAGE-TEKST
           IF DAGE-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(DAGE-TEKST) TO RUL-DAGE
           END-IF
           DISPLAY "Snapshots bevaret  : " ANTAL-UD
           DISPLAY "  heraf nye dailies: " ANTAL-NYE-BEVARET
           MOVE 0 TO RETURN-CODE
           IF KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       KOMPRIMER-HISTORIK.
           CLOSE KATALOGFIL
           EXIT.

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "HISTORIKKOMPRIMERING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
