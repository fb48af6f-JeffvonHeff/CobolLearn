       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETERSERVICE.
      *Faelles opslag i parameterregistret (ParameterRegister.txt,
      *PARAMETER.CPY) - kaldes af de programmer hvis forretnings-
      *graenser tidligere blev sat i miljoeet af hvert jobskridt.
      *Kalderen giver parameterens navn og sin egen standard
      *(PARAMSERVICE.CPY) og faar den gaeldende vaerdi tilbage:
      *  1. den godkendte registerlinje med seneste gyldig-fra paa
      *     eller foer koerselsdatoen,
      *  2. ellers miljoevariablen af samme navn, saa et jobskridt
      *     der endnu ikke er flyttet over til registret koerer som
      *     foer (PARAMETERREGISTER kan indlaese de gamle vaerdier
      *     fra miljoeet som aendringer til godkendelse),
      *  3. ellers blank - kalderen beholder sin standard.
      *Hver vaerdi der udleveres logges med program, kilde og
      *gyldig-fra i koersel-historikken (KoerselHistorik.txt), saa
      *det altid kan ses hvilken vaerdi en given nat koerte med.
      *Linjerne starter med "PARAM", saa de ikke forveksles med
      *BATCHKOERSEL's skridtlinjer, der starter med datoen.
      *Registret indlaeses ved foerste kald og holdes i tabellen
      *resten af koerslen, som PRODUKTKATALOG goer det. Filerne
      *foelger DATASET-PRAEFIKS som de oevrige registre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMFIL ASSIGN TO PARAMFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMFIL-STATUS.
           SELECT HISTORIKFIL ASSIGN TO HISTORIKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMFIL.
       01 PR-RECORD.
           COPY "PARAMETER.CPY".

       FD HISTORIKFIL.
       01 HISTORIKLINJE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 PARAMFIL-NAVN          PIC X(80)
           VALUE "ParameterRegister.txt".
       01 HISTORIKFIL-NAVN       PIC X(80)
           VALUE "KoerselHistorik.txt".
       01 PARAMFIL-STATUS        PIC X(2) VALUE "00".
       01 HISTORIKFIL-STATUS     PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 REGISTER-INDLAEST      PIC X VALUE "N".
           88 REGISTER-ER-INDLAEST   VALUE "J".
       01 KOERSEL-DATO           PIC 9(8).
       01 MILJOE-VAERDI          PIC X(20) VALUE SPACES.
       01 LOG-VAERDI             PIC X(20) VALUE SPACES.
       01 STANDARD-TEKST         PIC X(20) VALUE SPACES.
       01 LOG-KILDE              PIC X(8) VALUE SPACES.
       01 LOG-IX                 PIC 9(2) VALUE 0.
       01 STANDARD-REDIGERET     PIC -(11)9.9(4).

      *Een post pr. parameter: den godkendte vaerdi der gaelder paa
      *koerselsdatoen. Senere linjer i registret erstatter
      *tidligere med samme eller aeldre gyldig-fra.
       01 PARAM-ANTAL            PIC 9(3) VALUE 0.
       01 PARAM-OVERLOB          PIC X VALUE "N".
           88 PARAM-ER-OVERLOEBET    VALUE "J".
       01 PARAM-TABEL.
           02 PARAM-POST OCCURS 500 TIMES.
               03 PT-NAVN            PIC X(24).
               03 PT-VAERDI          PIC X(20).
               03 PT-GYLDIG-FRA      PIC 9(8).
       01 PARAM-IX               PIC 9(3).
       01 PARAM-FUNDET-IX        PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 PS-OMRAADE.
           COPY "PARAMSERVICE.CPY".

       PROCEDURE DIVISION USING PS-OMRAADE.
           IF NOT REGISTER-ER-INDLAEST
               PERFORM SAET-FILNAVNE
               ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
               PERFORM LAES-REGISTER
               MOVE "PARAM-TABEL" TO TK-TABEL
               MOVE PARAM-ANTAL TO TK-ANTAL
               MOVE 500 TO TK-KAPACITET
               MOVE PARAM-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               IF PARAM-ER-OVERLOEBET
                   DISPLAY "FEJL: over 500 parametre i "
                       "parameterregistret - de sidste er ikke med"
               END-IF
               MOVE "J" TO REGISTER-INDLAEST
           END-IF
           MOVE PARAM-OVERLOB TO PS-OVERLOEB
           MOVE SPACES TO STANDARD-TEKST
           IF PS-TEKST
               MOVE PS-VAERDI TO STANDARD-TEKST
           END-IF
           MOVE SPACES TO PS-VAERDI
           MOVE 0 TO PS-GYLDIG-FRA
           PERFORM FIND-PARAMETER
           IF PARAM-FUNDET-IX > 0
               MOVE PT-VAERDI(PARAM-FUNDET-IX) TO PS-VAERDI
               MOVE PT-GYLDIG-FRA(PARAM-FUNDET-IX) TO PS-GYLDIG-FRA
               MOVE "R" TO PS-KILDE
           ELSE
               MOVE SPACES TO MILJOE-VAERDI
               ACCEPT MILJOE-VAERDI FROM ENVIRONMENT PS-NAVN
               IF MILJOE-VAERDI NOT = SPACES
                   MOVE MILJOE-VAERDI TO PS-VAERDI
                   MOVE "M" TO PS-KILDE
               ELSE
                   MOVE "S" TO PS-KILDE
               END-IF
           END-IF
           PERFORM LOG-PARAMETER
           MOVE "N" TO PS-ART
           MOVE 0 TO PS-STANDARD
           GOBACK.

      *Kun godkendte linjer med gyldig-fra paa eller foer
      *koerselsdatoen taeller; en fremtidig aendring ligger klar i
      *registret uden at roere nattens koersel.
       LAES-REGISTER.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT PARAMFIL
           IF PARAMFIL-STATUS NOT = "00"
               CLOSE PARAMFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ PARAMFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF PR-GODKENDT
                               AND PR-GYLDIG-FRA NOT > KOERSEL-DATO
                           PERFORM OPTAG-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMFIL
           EXIT.

       OPTAG-PARAMETER.
           MOVE 0 TO PARAM-FUNDET-IX
           PERFORM VARYING PARAM-IX FROM 1 BY 1
                   UNTIL PARAM-IX > PARAM-ANTAL
               IF PT-NAVN(PARAM-IX) = PR-NAVN
                   MOVE PARAM-IX TO PARAM-FUNDET-IX
               END-IF
           END-PERFORM
           IF PARAM-FUNDET-IX = 0
               IF PARAM-ANTAL < 500
                   ADD 1 TO PARAM-ANTAL
                   MOVE PARAM-ANTAL TO PARAM-FUNDET-IX
               ELSE
                   MOVE "J" TO PARAM-OVERLOB
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PR-GYLDIG-FRA < PT-GYLDIG-FRA(PARAM-FUNDET-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PR-NAVN TO PT-NAVN(PARAM-FUNDET-IX)
           MOVE PR-VAERDI TO PT-VAERDI(PARAM-FUNDET-IX)
           MOVE PR-GYLDIG-FRA TO PT-GYLDIG-FRA(PARAM-FUNDET-IX)
           EXIT.

       FIND-PARAMETER.
           MOVE 0 TO PARAM-FUNDET-IX
           PERFORM VARYING PARAM-IX FROM 1 BY 1
                   UNTIL PARAM-IX > PARAM-ANTAL
               IF PT-NAVN(PARAM-IX) = PS-NAVN
                   MOVE PARAM-IX TO PARAM-FUNDET-IX
               END-IF
           END-PERFORM
           EXIT.

      *Historiklinjen viser den vaerdi kalderen faktisk koerer med
      *- ved kilde STANDARD er det kalderens egen standard, skrevet
      *uden foranstillede nuller og overfloedige decimaler.
       LOG-PARAMETER.
           MOVE SPACES TO LOG-VAERDI
           EVALUATE TRUE
               WHEN PS-FRA-REGISTER
                   MOVE "REGISTER" TO LOG-KILDE
                   MOVE PS-VAERDI TO LOG-VAERDI
               WHEN PS-FRA-MILJOE
                   MOVE "MILJOE" TO LOG-KILDE
                   MOVE PS-VAERDI TO LOG-VAERDI
               WHEN OTHER
                   MOVE "STANDARD" TO LOG-KILDE
                   IF PS-NUMERISK
                       PERFORM REDIGER-STANDARD
                   ELSE
                       MOVE STANDARD-TEKST TO LOG-VAERDI
                   END-IF
           END-EVALUATE
           OPEN EXTEND HISTORIKFIL
           IF HISTORIKFIL-STATUS NOT = "00"
               CLOSE HISTORIKFIL
               OPEN OUTPUT HISTORIKFIL
           END-IF
           MOVE SPACES TO HISTORIKLINJE
           STRING "PARAM   " KOERSEL-DATO " " PS-PROGRAM " " PS-NAVN
               " VAERDI=" LOG-VAERDI
               " KILDE=" LOG-KILDE
               " GYLDIG-FRA=" PS-GYLDIG-FRA
               DELIMITED BY SIZE INTO HISTORIKLINJE
           END-STRING
           WRITE HISTORIKLINJE
           CLOSE HISTORIKFIL
           EXIT.

       REDIGER-STANDARD.
           MOVE PS-STANDARD TO STANDARD-REDIGERET
           MOVE FUNCTION TRIM(STANDARD-REDIGERET) TO LOG-VAERDI
           MOVE 20 TO LOG-IX
           PERFORM UNTIL LOG-IX = 1
                   OR (LOG-VAERDI(LOG-IX:1) NOT = SPACE
                       AND LOG-VAERDI(LOG-IX:1) NOT = "0")
               MOVE SPACE TO LOG-VAERDI(LOG-IX:1)
               SUBTRACT 1 FROM LOG-IX
           END-PERFORM
           IF LOG-VAERDI(LOG-IX:1) = "."
               MOVE SPACE TO LOG-VAERDI(LOG-IX:1)
           END-IF
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
               MOVE SPACES TO HISTORIKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KoerselHistorik.txt"
                   DELIMITED BY SIZE INTO HISTORIKFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb meldes tilbage til kalderen.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "PARAMETERSERVICE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
