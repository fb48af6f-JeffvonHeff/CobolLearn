       IDENTIFICATION DIVISION.
       PROGRAM-ID. BETALINGSHOLDRAPPORT.
      *Daglig hitrapport over betalingsholdkoeen (BetalingsHold.txt,
      *BETALHOLD.CPY) til compliance. Koeres efter CLEARINGUD og
      *CLEARINGIND og skriver BetalingsHoldRapport.txt med:
      *  1) dagens nye hold - betalinger screeningen holdt tilbage i
      *     dag, med modpart, listens navn, kilde og matchstyrke
      *  2) dagens afgoerelser - hold frigivet eller afvist i
      *     BETALINGSHOLD i dag, og af hvem
      *  3) dagens udfoerte afgoerelser - hold clearingskridtene har
      *     foert eller afvist/returneret i dag
      *  4) alle hold der stadig venter paa compliance, med antal
      *     dage i koeen - det aeldste er det der haster
      *Kontaktskift-hold (type KONT, fra CLEARINGUD og TRF i
      *KONTOPOSTERING) vises med aendringen og datoen i stedet for
      *listefelterne, og med operatoerens notat om opkaldet.
      *Beloebene vises i betalingens egen valuta. Koeen genskrives
      *ikke her, saa rapporten kan koeres igen samme dag.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLDFIL ASSIGN TO HOLDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO RAPPORTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HOLDFIL.
       01 HOLD-RECORD.
           COPY "BETALHOLD.CPY".

       FD RAPPORTFIL.
       01 RAPPORTLINJE           PIC X(200).

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 HOLDFIL-NAVN           PIC X(80)
           VALUE "BetalingsHold.txt".
       01 RAPPORTFIL-NAVN        PIC X(80)
           VALUE "BetalingsHoldRapport.txt".
       01 END-OF-FILE            PIC X VALUE "N".
       01 HOLDFIL-STATUS         PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 AFSNIT                 PIC 9(1) VALUE 0.
       01 AFSNIT-ANTAL           PIC 9(5) VALUE 0.
       01 ANTAL-NYE              PIC 9(5) VALUE 0.
       01 ANTAL-AFGJORT          PIC 9(5) VALUE 0.
       01 ANTAL-UDFOERT          PIC 9(5) VALUE 0.
       01 ANTAL-VENTER           PIC 9(5) VALUE 0.
       01 HOLD-ALDER             PIC 9(5) VALUE 0.
       01 HOLD-ALDER-VIST        PIC Z(4)9.
       01 HOLD-BELOEB-VIST       PIC -(7)9.99.
       01 ANTAL-VIST             PIC Z(4)9.
       01 RETNING-TEKST          PIC X(3) VALUE SPACES.
       01 TYPE-TEKST             PIC X(4) VALUE SPACES.
       01 GRUND-TEKST            PIC X(80) VALUE SPACES.
       01 AFGOERELSE-TEKST       PIC X(8) VALUE SPACES.
       01 POST-MED               PIC X VALUE "N".
           88 POST-SKAL-MED          VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           OPEN OUTPUT RAPPORTFIL
           MOVE SPACES TO RAPPORTLINJE
           STRING "BETALINGSHOLD - DAGLIG HITRAPPORT PR. "
               KOERSEL-DATO
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           PERFORM VARYING AFSNIT FROM 1 BY 1 UNTIL AFSNIT > 4
               PERFORM SKRIV-AFSNIT
           END-PERFORM
           CLOSE RAPPORTFIL

           DISPLAY "================================================"
           DISPLAY "BETALINGSHOLDRAPPORT - daglig hitrapport"
           DISPLAY "================================================"
           DISPLAY "Nye hold i dag        : " ANTAL-NYE
           DISPLAY "Afgjort i dag         : " ANTAL-AFGJORT
           DISPLAY "Udfoert i dag         : " ANTAL-UDFOERT
           DISPLAY "Venter paa compliance : " ANTAL-VENTER
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *Hvert afsnit er et gennemloeb af koeen; den er lille nok til
      *at det er billigere end at holde den i en tabel.
       SKRIV-AFSNIT.
           MOVE SPACES TO RAPPORTLINJE
           WRITE RAPPORTLINJE
           EVALUATE AFSNIT
               WHEN 1
                   MOVE "NYE HOLD I DAG" TO RAPPORTLINJE
               WHEN 2
                   MOVE "AFGJORT AF COMPLIANCE I DAG" TO RAPPORTLINJE
               WHEN 3
                   MOVE "UDFOERT AF CLEARINGSKRIDTET I DAG"
                       TO RAPPORTLINJE
               WHEN OTHER
                   MOVE "VENTER PAA COMPLIANCE" TO RAPPORTLINJE
           END-EVALUATE
           WRITE RAPPORTLINJE
           MOVE SPACES TO RAPPORTLINJE
           STRING "HOLD-ID        RET TYPE HOLDT     DAGE KUNDE     "
               "        BELOEB VAL MODPART / BANK - LISTENAVN (KILDE"
               " REF STYRKE) / AENDRING - OPKALD  AFGOERELSE"
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           MOVE 0 TO AFSNIT-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT HOLDFIL
           IF HOLDFIL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HOLDFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM VURDER-POST
                           IF POST-SKAL-MED
                               PERFORM SKRIV-POSTLINJE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLDFIL
           MOVE "N" TO END-OF-FILE
           MOVE AFSNIT-ANTAL TO ANTAL-VIST
           MOVE SPACES TO RAPPORTLINJE
           STRING "  ANTAL: " ANTAL-VIST
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EVALUATE AFSNIT
               WHEN 1 MOVE AFSNIT-ANTAL TO ANTAL-NYE
               WHEN 2 MOVE AFSNIT-ANTAL TO ANTAL-AFGJORT
               WHEN 3 MOVE AFSNIT-ANTAL TO ANTAL-UDFOERT
               WHEN OTHER MOVE AFSNIT-ANTAL TO ANTAL-VENTER
           END-EVALUATE
           EXIT.

       VURDER-POST.
           MOVE "N" TO POST-MED
           EVALUATE AFSNIT
               WHEN 1
                   IF BH-HOLD-DATO = KOERSEL-DATO
                       MOVE "J" TO POST-MED
                   END-IF
               WHEN 2
                   IF BH-BESLUT-DATO = KOERSEL-DATO
                           AND BH-BESLUTTET-AF NOT = SPACES
                       MOVE "J" TO POST-MED
                   END-IF
               WHEN 3
                   IF BH-AFSLUTTET
                           AND BH-BEHANDLET-DATO = KOERSEL-DATO
                       MOVE "J" TO POST-MED
                   END-IF
               WHEN OTHER
                   IF BH-VENTER
                       MOVE "J" TO POST-MED
                   END-IF
           END-EVALUATE
           EXIT.

       SKRIV-POSTLINJE.
           ADD 1 TO AFSNIT-ANTAL
           COMPUTE HOLD-ALDER =
               FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
               - FUNCTION INTEGER-OF-DATE(BH-HOLD-DATO)
           MOVE HOLD-ALDER TO HOLD-ALDER-VIST
           MOVE BH-BELOEB TO HOLD-BELOEB-VIST
           EVALUATE TRUE
               WHEN BH-UDGAAENDE
                   MOVE "UD" TO RETNING-TEKST
               WHEN BH-INTERN-TRF
                   MOVE "TRF" TO RETNING-TEKST
               WHEN OTHER
                   MOVE "IND" TO RETNING-TEKST
           END-EVALUATE
           MOVE SPACES TO GRUND-TEKST
           IF BH-KONTAKTSKIFT
               MOVE "KONT" TO TYPE-TEKST
               STRING FUNCTION TRIM(BH-SKIFT-ART) " " BH-SKIFT-DATO
                   " " FUNCTION TRIM(BH-SKIFT-KILDE) " - "
                   FUNCTION TRIM(BH-OPKALD-NOTAT)
                   DELIMITED BY SIZE INTO GRUND-TEKST
               END-STRING
           ELSE
               MOVE "SANK" TO TYPE-TEKST
               STRING FUNCTION TRIM(BH-LISTE-NAVN) " ("
                   FUNCTION TRIM(BH-LISTE-KILDE) " "
                   FUNCTION TRIM(BH-LISTE-REF) " " BH-MATCH-STYRKE ")"
                   DELIMITED BY SIZE INTO GRUND-TEKST
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN BH-VENTER    MOVE "VENTER" TO AFGOERELSE-TEKST
               WHEN BH-FRIGIVET  MOVE "FRIGIVET" TO AFGOERELSE-TEKST
               WHEN BH-AFVIST    MOVE "AFVIST" TO AFGOERELSE-TEKST
               WHEN BH-UDFOERT   MOVE "UDFOERT" TO AFGOERELSE-TEKST
               WHEN BH-AFVIST-SENDT
                   MOVE "RETUR" TO AFGOERELSE-TEKST
               WHEN OTHER        MOVE "UKENDT" TO AFGOERELSE-TEKST
           END-EVALUATE
           MOVE SPACES TO RAPPORTLINJE
           STRING BH-ID " " RETNING-TEKST " " TYPE-TEKST " "
               BH-HOLD-DATO " "
               HOLD-ALDER-VIST " " BH-KUNDE-ID " " HOLD-BELOEB-VIST
               " " BH-VALUTA " "
               FUNCTION TRIM(BH-MODPART-NAVN) " / "
               FUNCTION TRIM(BH-MODPART-BANK) " - "
               FUNCTION TRIM(GRUND-TEKST) " "
               FUNCTION TRIM(AFGOERELSE-TEKST) " "
               BH-BESLUTTET-AF
               DELIMITED BY SIZE INTO RAPPORTLINJE
           END-STRING
           WRITE RAPPORTLINJE
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO HOLDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHold.txt"
                   DELIMITED BY SIZE INTO HOLDFIL-NAVN
               END-STRING
               MOVE SPACES TO RAPPORTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHoldRapport.txt"
                   DELIMITED BY SIZE INTO RAPPORTFIL-NAVN
               END-STRING
           END-IF
           EXIT.
