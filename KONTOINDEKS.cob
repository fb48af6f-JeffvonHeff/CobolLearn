       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOINDEKS.
      *Genopbygger kontonummer-krydsreferencen KontoIndeks.txt:
      *en indekseret record pr. konto i kundens kontotabel med
      *kontonummeret som noegle og ejerens KUNDE-ID plus kontoens
      *nummer (1-99) som indhold, saa KONTOOPSLAG altid kan gaa fra
      *et kontonummer til den ejende kunde uden at scanne hele
      *masteren.
      *Indekset vedligeholdes loebende af KONTOSERVICE, i samme kald
      *som kontomasteren skrives, saa den fulde genopbygning er ikke
      *laengere en del af natten. I stedet er programmet en ugentlig
      *kontrol: hver konto i masteren slaas op i indekset, og hver
      *indekspost kontrolleres mod kundens konti. Afvigelser (MANGLER
      *= konto uden indekspost, FORKERT = forkert ejer eller
      *loebenummer, OVERSKUD = post uden konto) skrives i
      *KontoIndeksAfvigelser.txt, rettes i indekset og giver
      *returkode 4 - et tegn paa at et program har skrevet konti
      *uden om KONTOSERVICE.
      *KONTOINDEKS-FUNKTION i miljoeet vaelger:
      *  (blank) kontrollen koeres paa ugedagen KONTOINDEKS-UGEDAG
      *          (1 = mandag ... 7 = soendag, standard 5); oevrige
      *          dage goeres intet, saa skridtet kan blive i kaeden
      *  V       kontrollen koeres nu
      *  G       fuld genopbygning som foer (efter restore,
      *          konvertering, eller hvis indekset er tabt). Findes
      *          indekset slet ikke, genopbygges det altid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT INDEKSFIL ASSIGN TO INDEKSFIL-NAVN
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTOIX-KONTONUMMER
               FILE STATUS IS INDEKSFIL-STATUS.
           SELECT AFVIGELSESFIL ASSIGN TO AFVIGELSESFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVIGELSESFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
           02 KONTOIX-KUNDE-ID     PIC X(10).
           02 KONTOIX-KONTO-NR     PIC 9(2).

       FD AFVIGELSESFIL.
       01 AFVIGELSES-RECORD.
           02 AFV-DATO             PIC 9(8).
           02 FILLER               PIC X(1).
           02 AFV-TYPE             PIC X(8).
           02 FILLER               PIC X(1).
           02 AFV-KONTONUMMER      PIC X(20).
           02 FILLER               PIC X(1).
           02 AFV-INDEKS-KUNDE     PIC X(10).
           02 FILLER               PIC X(1).
           02 AFV-INDEKS-NR        PIC 9(2).
           02 FILLER               PIC X(1).
           02 AFV-MASTER-KUNDE     PIC X(10).
           02 FILLER               PIC X(1).
           02 AFV-MASTER-NR        PIC 9(2).

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "KontoIndeks.txt".
       01 END-OF-FILE            PIC X VALUE "N".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 AFVIGELSESFIL-NAVN     PIC X(80)
           VALUE "KontoIndeksAfvigelser.txt".
       01 INDEKSFIL-STATUS       PIC X(2) VALUE "00".
       01 AFVIGELSESFIL-STATUS   PIC X(2) VALUE "00".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 ANTAL-INDEKSERET       PIC 9(7) VALUE 0.
       01 KOERSEL-DATO           PIC 9(8).
       01 FUNKTION-VALG          PIC X(1) VALUE SPACE.
           88 FULD-GENOPBYGNING      VALUE "G".
           88 KONTROL-NU             VALUE "V".
       01 UGEDAG                 PIC 9(1).
       01 KONTROL-UGEDAG         PIC 9(1) VALUE 5.
       01 UGEDAG-TEKST           PIC X(8) VALUE SPACES.
       01 ANTAL-KONTROLLERET     PIC 9(7) VALUE 0.
       01 ANTAL-AFVIGELSER       PIC 9(7) VALUE 0.
       01 INDEKS-SLUT            PIC X VALUE "N".
       01 KONTO-OK               PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT FUNKTION-VALG FROM ENVIRONMENT "KONTOINDEKS-FUNKTION"
           IF NOT FULD-GENOPBYGNING AND NOT KONTROL-NU
               ACCEPT UGEDAG-TEKST
                   FROM ENVIRONMENT "KONTOINDEKS-UGEDAG"
               IF UGEDAG-TEKST(1:1) >= "1" AND UGEDAG-TEKST(1:1) <= "7"
                   MOVE UGEDAG-TEKST(1:1) TO KONTROL-UGEDAG
               END-IF
               ACCEPT UGEDAG FROM DAY-OF-WEEK
               IF UGEDAG NOT = KONTROL-UGEDAG
                   DISPLAY "KONTOINDEKS: indekset vedligeholdes "
                       "loebende - ugentlig kontrol paa ugedag "
                       KONTROL-UGEDAG
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FULD-GENOPBYGNING
               OPEN I-O INDEKSFIL
               IF INDEKSFIL-STATUS = "00"
                   PERFORM KONTROLLER-INDEKS
                   STOP RUN
               END-IF
               DISPLAY "KONTOINDEKS: indekset kan ikke aabnes - status "
                   INDEKSFIL-STATUS " - det genopbygges"
           END-IF
           OPEN OUTPUT INDEKSFIL
           IF INDEKSFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke oprette KontoIndeks.txt - "
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM HENT-KONTI
                           PERFORM INDEKSER-KUNDENS-KONTI
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *================================================================
      * Ugentlig kontrol af det loebende vedligeholdte indeks.
      *================================================================
       KONTROLLER-INDEKS.
           OPEN OUTPUT AFVIGELSESFIL
           IF AFVIGELSESFIL-STATUS NOT = "00"
               DISPLAY "FEJL: KontoIndeksAfvigelser.txt kan ikke "
                   "skrives - status " AFVIGELSESFIL-STATUS
               CLOSE KUNDEFIL INDEKSFIL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDEFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM HENT-KONTI
                           PERFORM KONTROLLER-KUNDENS-KONTI
                       END-IF
               END-READ
           END-PERFORM
           PERFORM KONTROLLER-INDEKSPOSTER
           CLOSE KUNDEFIL INDEKSFIL AFVIGELSESFIL
           DISPLAY "KONTOINDEKS: " ANTAL-KONTROLLERET
               " konti kontrolleret, " ANTAL-AFVIGELSER
               " afvigelser rettet"
           IF ANTAL-AFVIGELSER > 0
               DISPLAY "ADVARSEL: indekset var ude af trit med "
                   "masteren - se KontoIndeksAfvigelser.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           EXIT.

      *Hver konto i masteren skal have en indekspost med kunden som
      *ejer og kontoens plads som loebenummer.
       KONTROLLER-KUNDENS-KONTI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               IF KONTONUMMER(KONTO-IX) = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO ANTAL-KONTROLLERET
               MOVE KONTONUMMER(KONTO-IX) TO KONTOIX-KONTONUMMER
               READ INDEKSFIL
                   INVALID KEY
                       MOVE SPACES TO KONTOIX-KUNDE-ID
                       MOVE 0 TO KONTOIX-KONTO-NR
                       MOVE "MANGLER" TO AFV-TYPE
                       PERFORM SKRIV-AFVIGELSE
                       MOVE KUNDE-ID TO KONTOIX-KUNDE-ID
                       MOVE KONTO-IX TO KONTOIX-KONTO-NR
                       WRITE KONTOINDEKS-RECORD
                           INVALID KEY
                               DISPLAY "ADVARSEL: indekspost for "
                                   KONTONUMMER(KONTO-IX)
                                   " kan ikke skrives"
                       END-WRITE
                   NOT INVALID KEY
                       IF KONTOIX-KUNDE-ID NOT = KUNDE-ID
                               OR KONTOIX-KONTO-NR NOT = KONTO-IX
                           MOVE "FORKERT" TO AFV-TYPE
                           PERFORM SKRIV-AFVIGELSE
                           MOVE KUNDE-ID TO KONTOIX-KUNDE-ID
                           MOVE KONTO-IX TO KONTOIX-KONTO-NR
                           REWRITE KONTOINDEKS-RECORD
                               INVALID KEY
                                   DISPLAY "ADVARSEL: indekspost for "
                                       KONTONUMMER(KONTO-IX)
                                       " kan ikke omskrives"
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *Omvendt: hver indekspost skal pege paa en kunde i masteren
      *med kontoen paa den angivne plads. Efter foerste gennemloeb
      *er de resterende afvigelser poster uden konto - de slettes.
       KONTROLLER-INDEKSPOSTER.
           MOVE LOW-VALUES TO KONTOIX-KONTONUMMER
           START INDEKSFIL KEY IS GREATER THAN KONTOIX-KONTONUMMER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO INDEKS-SLUT
           PERFORM UNTIL INDEKS-SLUT = "J"
               READ INDEKSFIL NEXT RECORD
                   AT END
                       MOVE "J" TO INDEKS-SLUT
                   NOT AT END
                       PERFORM KONTROLLER-INDEKSPOST
               END-READ
           END-PERFORM
           EXIT.

       KONTROLLER-INDEKSPOST.
           MOVE "N" TO KONTO-OK
           MOVE KONTOIX-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF KONTOIX-KONTO-NR >= 1
                           AND KONTOIX-KONTO-NR <= ANTAL-KONTI
                       IF KONTONUMMER(KONTOIX-KONTO-NR) =
                               KONTOIX-KONTONUMMER
                           MOVE "J" TO KONTO-OK
                       END-IF
                   END-IF
           END-READ
           IF KONTO-OK = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE "OVERSKUD" TO AFV-TYPE
           MOVE SPACES TO KUNDE-ID
           MOVE 0 TO KONTO-IX
           PERFORM SKRIV-AFVIGELSE
           DELETE INDEKSFIL
               INVALID KEY
                   DISPLAY "ADVARSEL: indekspost for "
                       KONTOIX-KONTONUMMER " kan ikke slettes"
           END-DELETE
           EXIT.

      *Afvigelsen skrives med indekspostens indhold foer rettelsen
      *og masterens ejer og loebenummer (KUNDE-ID og KONTO-IX).
       SKRIV-AFVIGELSE.
           ADD 1 TO ANTAL-AFVIGELSER
           MOVE SPACES TO AFVIGELSES-RECORD
           MOVE KOERSEL-DATO TO AFV-DATO
           MOVE KONTOIX-KONTONUMMER TO AFV-KONTONUMMER
           MOVE KONTOIX-KUNDE-ID TO AFV-INDEKS-KUNDE
           MOVE KONTOIX-KONTO-NR TO AFV-INDEKS-NR
           MOVE KUNDE-ID TO AFV-MASTER-KUNDE
           MOVE KONTO-IX TO AFV-MASTER-NR
           WRITE AFVIGELSES-RECORD
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "KontoIndeks.txt"
                   DELIMITED BY SIZE INTO INDEKSFIL-NAVN
               END-STRING
               MOVE SPACES TO AFVIGELSESFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoIndeksAfvigelser.txt"
                   DELIMITED BY SIZE INTO AFVIGELSESFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
