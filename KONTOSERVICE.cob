       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOSERVICE.
      *Adgangen til kontomasteren KontoOplysninger.txt. Kontiene er
      *flyttet ud af kunderecorden (hvor KONTI hoejst kunne rumme
      *fem konti) til en selvstaendig indekseret fil med en record
      *pr. konto, noeglet paa kontonummeret og med kunde-id'et som
      *alternativ noegle. Programmerne arbejder fortsat paa kundens
      *konti som en tabel (KONTITABEL.CPY) og kalder hertil for at
      *hente tabellen efter en laesning af kunden og gemme den
      *efter en opdatering - selve filen kendes kun her.
      *Filen aabnes ved foerste kald og holdes aaben resten af
      *koerslen (I-O, eller INPUT hvis filen kun kan laeses), saa en
      *gennemloebning af hele masteren ikke aabner og lukker filen
      *pr. kunde. Laasen paa kundemasteren (KOERSELLAAS) daekker
      *ogsaa kontomasteren - de opdateres altid sammen.
      *Et kontonummer er entydigt i hele banken: en ny konto hvis
      *nummer allerede tilhoerer en anden kunde afvises ved gem.
      *Filen foelger DATASET-PRAEFIKS, og KONTOFIL-STI kan flytte
      *den enkeltvis, som KUNDEFIL-STI goer for kundemasteren.
      *Kontonummer-krydsreferencen KontoIndeks.txt vedligeholdes her
      *i samme kald som kontomasteren: en konto der skrives faar sin
      *indekspost skrevet eller rettet (ejer og loebenummer), og en
      *konto der slettes fjernes fra indekset - men kun hvis
      *indeksposten stadig peger paa denne kunde, saa en konto der
      *flyttes ved en fusion ikke mister posten hos den nye ejer.
      *Dermed kan en konto aabnet i dag slaas op med det samme.
      *Indekset aabnes foerst ved det foerste gem eller slet, saa et
      *program der kun henter konti aldrig roerer det. Kan indekset
      *ikke aabnes (eller findes det ikke), gemmes kontiene
      *alligevel, og KONTOINDEKS' ugentlige kontrol finder og retter
      *afvigelsen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KONTOFIL ASSIGN TO KONTOFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KO-KONTONUMMER
               ALTERNATE RECORD KEY IS KO-KUNDE-ID WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT INDEKSFIL ASSIGN TO INDEKSFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTOIX-KONTONUMMER
               FILE STATUS IS INDEKSFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       01 KONTO-RECORD.
           COPY "KONTOOPL.CPY".

       FD INDEKSFIL.
       01 KONTOINDEKS-RECORD.
           02 KONTOIX-KONTONUMMER  PIC X(20).
           02 KONTOIX-KUNDE-ID     PIC X(10).
           02 KONTOIX-KONTO-NR     PIC 9(2).

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KONTOFIL-NAVN          PIC X(80)
           VALUE "KontoOplysninger.txt".
       01 INDEKSFIL-NAVN         PIC X(80)
           VALUE "KontoIndeks.txt".
       01 KONTOFIL-STATUS        PIC X(2) VALUE "00".
       01 INDEKSFIL-STATUS       PIC X(2) VALUE "00".
      *N = endnu ikke forsoegt, J = aaben, F = kunne ikke aabnes.
       01 INDEKSFIL-AABEN        PIC X VALUE "N".
           88 INDEKSFIL-ER-AABEN     VALUE "J".
           88 INDEKSFIL-UPROEVET     VALUE "N".
       01 KONTOFIL-AABEN         PIC X VALUE "N".
           88 KONTOFIL-ER-AABEN      VALUE "J".
       01 KONTOFIL-SKRIVBAR      PIC X VALUE "N".
           88 KONTOFIL-KAN-SKRIVES   VALUE "J".
       01 KONTOFIL-SLUT          PIC X VALUE "N".
       01 KONTO-IX               PIC 9(3) VALUE 0.
       01 FUNDET-IX              PIC 9(3) VALUE 0.
       01 LAVESTE-LOEBENR        PIC 9(3) VALUE 0.
      *Kundens konti som de ligger i filen, foer de stilles i
      *loebenummer-orden i kalderens tabel.
       01 HENTET-ANTAL           PIC 9(3) VALUE 0.
       01 HENTET-TABEL.
           02 HENTET-POST OCCURS 99 TIMES.
               03 HT-LOEBENR        PIC 9(2).
               03 HT-KONTO          PIC X(52).
               03 HT-BRUGT          PIC X(1).
      *Konti kunden havde i filen men ikke laengere har i tabellen -
      *samles foerst og slettes bagefter, saa sletningen ikke
      *forstyrrer gennemloebningen paa den alternative noegle.
       01 SLET-ANTAL             PIC 9(3) VALUE 0.
       01 SLET-TABEL.
           02 SLET-KONTONUMMER OCCURS 99 TIMES PIC X(20).
       01 SLET-IX                PIC 9(3) VALUE 0.
       01 I-TABELLEN             PIC X VALUE "N".
           88 KONTO-I-TABELLEN       VALUE "J".

       LINKAGE SECTION.
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".

       PROCEDURE DIVISION USING KS-OMRAADE KUNDEKONTI.
           MOVE "J" TO KS-RESULTAT
           MOVE SPACES TO KS-FEJLTEKST
           IF KS-LUK
               IF KONTOFIL-ER-AABEN
                   CLOSE KONTOFIL
                   MOVE "N" TO KONTOFIL-AABEN
               END-IF
               IF INDEKSFIL-ER-AABEN
                   CLOSE INDEKSFIL
               END-IF
               MOVE "N" TO INDEKSFIL-AABEN
               GOBACK
           END-IF
           IF NOT KONTOFIL-ER-AABEN
               PERFORM AABN-KONTOFIL
               IF NOT KONTOFIL-ER-AABEN
                   MOVE "N" TO KS-RESULTAT
                   MOVE "Kontomasteren kan ikke aabnes"
                       TO KS-FEJLTEKST
                   IF KS-HENT
                       MOVE 0 TO ANTAL-KONTI
                   END-IF
                   GOBACK
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN KS-HENT
                   PERFORM HENT-KONTI
               WHEN KS-GEM
                   PERFORM AABN-INDEKSFIL
                   PERFORM GEM-KONTI
               WHEN KS-SLET
                   PERFORM AABN-INDEKSFIL
                   PERFORM SLET-KONTI
               WHEN OTHER
                   MOVE "N" TO KS-RESULTAT
                   MOVE "Ukendt funktion" TO KS-FEJLTEKST
           END-EVALUATE
           GOBACK.

       AABN-KONTOFIL.
           PERFORM SAET-FILNAVNE
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "00" OR KONTOFIL-STATUS = "05"
               MOVE "J" TO KONTOFIL-AABEN
               MOVE "J" TO KONTOFIL-SKRIVBAR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "00" OR KONTOFIL-STATUS = "05"
               MOVE "J" TO KONTOFIL-AABEN
               MOVE "N" TO KONTOFIL-SKRIVBAR
           END-IF
           EXIT.

       AABN-INDEKSFIL.
           IF NOT INDEKSFIL-UPROEVET OR NOT KONTOFIL-KAN-SKRIVES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INDEKSFIL
           IF INDEKSFIL-STATUS = "00"
               MOVE "J" TO INDEKSFIL-AABEN
           ELSE
               MOVE "F" TO INDEKSFIL-AABEN
               DISPLAY "ADVARSEL: KontoIndeks.txt kan ikke opdateres "
                   "- status " INDEKSFIL-STATUS
           END-IF
           EXIT.

      *Kundens konti laeses paa den alternative noegle og stilles i
      *tabellen i loebenummer-orden. Huller i loebenumrene (en
      *afbrudt opdatering) lukkes, saa tabellen altid er taet.
       HENT-KONTI.
           PERFORM LAES-KUNDENS-KONTI
           MOVE 99 TO ANTAL-KONTI
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > HENTET-ANTAL
               MOVE 0 TO FUNDET-IX
               MOVE 100 TO LAVESTE-LOEBENR
               PERFORM VARYING SLET-IX FROM 1 BY 1
                       UNTIL SLET-IX > HENTET-ANTAL
                   IF HT-BRUGT(SLET-IX) = "N"
                           AND HT-LOEBENR(SLET-IX) < LAVESTE-LOEBENR
                       MOVE HT-LOEBENR(SLET-IX) TO LAVESTE-LOEBENR
                       MOVE SLET-IX TO FUNDET-IX
                   END-IF
               END-PERFORM
               MOVE "J" TO HT-BRUGT(FUNDET-IX)
               MOVE HT-KONTO(FUNDET-IX) TO KONTI(KONTO-IX)
           END-PERFORM
           MOVE HENTET-ANTAL TO ANTAL-KONTI
           EXIT.

       LAES-KUNDENS-KONTI.
           MOVE 0 TO HENTET-ANTAL
           MOVE KS-KUNDE-ID TO KO-KUNDE-ID
           START KONTOFIL KEY IS EQUAL TO KO-KUNDE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO KONTOFIL-SLUT
           PERFORM UNTIL KONTOFIL-SLUT = "J"
               READ KONTOFIL NEXT RECORD
                   AT END
                       MOVE "J" TO KONTOFIL-SLUT
                   NOT AT END
                       IF KO-KUNDE-ID NOT = KS-KUNDE-ID
                           MOVE "J" TO KONTOFIL-SLUT
                       ELSE
                           IF HENTET-ANTAL < 99
                               ADD 1 TO HENTET-ANTAL
                               MOVE KO-LOEBENR
                                   TO HT-LOEBENR(HENTET-ANTAL)
                               MOVE KO-KONTO TO HT-KONTO(HENTET-ANTAL)
                               MOVE "N" TO HT-BRUGT(HENTET-ANTAL)
                           ELSE
                               DISPLAY "ADVARSEL: " KS-KUNDE-ID
                                   " har over 99 konti - "
                                   KO-KONTONUMMER " ikke hentet"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      *Gem: foerst kontrolleres at ingen konto i tabellen tilhoerer
      *en anden kunde - saa afvises gemmet foer der er slettet eller
      *skrevet noget. Derefter slettes de konti kunden ikke laengere
      *har (en lukket konto eller konti flyttet til en anden kunde
      *ved en fusion), og hver konto i tabellen skrives eller
      *omskrives med sin plads som loebenummer.
       GEM-KONTI.
           IF NOT KONTOFIL-KAN-SKRIVES
               MOVE "N" TO KS-RESULTAT
               MOVE "Kontomasteren er kun aabnet til laesning"
                   TO KS-FEJLTEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
                   OR KS-FEJL
               PERFORM KONTROLLER-EJER
           END-PERFORM
           IF KS-FEJL
               EXIT PARAGRAPH
           END-IF
           PERFORM LAES-KUNDENS-KONTI
           MOVE 0 TO SLET-ANTAL
           PERFORM VARYING SLET-IX FROM 1 BY 1
                   UNTIL SLET-IX > HENTET-ANTAL
               MOVE "N" TO I-TABELLEN
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > ANTAL-KONTI
                   IF KONTONUMMER(KONTO-IX) =
                           HT-KONTO(SLET-IX)(1:20)
                       MOVE "J" TO I-TABELLEN
                   END-IF
               END-PERFORM
               IF NOT KONTO-I-TABELLEN
                   ADD 1 TO SLET-ANTAL
                   MOVE HT-KONTO(SLET-IX)(1:20)
                       TO SLET-KONTONUMMER(SLET-ANTAL)
               END-IF
           END-PERFORM
           PERFORM VARYING SLET-IX FROM 1 BY 1
                   UNTIL SLET-IX > SLET-ANTAL
               MOVE SLET-KONTONUMMER(SLET-IX) TO KO-KONTONUMMER
               DELETE KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FJERN-FRA-INDEKS
               END-DELETE
           END-PERFORM
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
                   OR KS-FEJL
               PERFORM SKRIV-KONTO
           END-PERFORM
           EXIT.

       KONTROLLER-EJER.
           MOVE KONTONUMMER(KONTO-IX) TO KO-KONTONUMMER
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KO-KUNDE-ID NOT = KS-KUNDE-ID
                       MOVE "N" TO KS-RESULTAT
                       MOVE SPACES TO KS-FEJLTEKST
                       STRING "Konto tilhoerer kunde " KO-KUNDE-ID
                           DELIMITED BY SIZE INTO KS-FEJLTEKST
                       END-STRING
                   END-IF
           END-READ
           EXIT.

       SKRIV-KONTO.
           MOVE KONTONUMMER(KONTO-IX) TO KO-KONTONUMMER
           READ KONTOFIL
               INVALID KEY
                   MOVE SPACES TO KONTO-RECORD
                   MOVE KS-KUNDE-ID TO KO-KUNDE-ID
                   MOVE KONTO-IX TO KO-LOEBENR
                   MOVE KONTI(KONTO-IX) TO KO-KONTO
                   WRITE KONTO-RECORD
                       INVALID KEY
                           MOVE "N" TO KS-RESULTAT
                           MOVE "Konto kan ikke skrives"
                               TO KS-FEJLTEKST
                       NOT INVALID KEY
                           PERFORM OPDATER-INDEKS
                   END-WRITE
               NOT INVALID KEY
                   IF KO-KUNDE-ID NOT = KS-KUNDE-ID
                       MOVE "N" TO KS-RESULTAT
                       MOVE SPACES TO KS-FEJLTEKST
                       STRING "Konto tilhoerer kunde " KO-KUNDE-ID
                           DELIMITED BY SIZE INTO KS-FEJLTEKST
                       END-STRING
                   ELSE
                       MOVE KONTO-IX TO KO-LOEBENR
                       MOVE KONTI(KONTO-IX) TO KO-KONTO
                       REWRITE KONTO-RECORD
                           INVALID KEY
                               MOVE "N" TO KS-RESULTAT
                               MOVE "Konto kan ikke omskrives"
                                   TO KS-FEJLTEKST
                           NOT INVALID KEY
                               PERFORM OPDATER-INDEKS
                       END-REWRITE
                   END-IF
           END-READ
           EXIT.

      *Indeksposten for kontoen i KONTO-RECORD skrives, eller
      *rettes hvis ejer eller loebenummer er aendret. Et uaendret
      *indeks (den almindelige saldoopdatering) omskrives ikke.
       OPDATER-INDEKS.
           IF NOT INDEKSFIL-ER-AABEN
               EXIT PARAGRAPH
           END-IF
           MOVE KO-KONTONUMMER TO KONTOIX-KONTONUMMER
           READ INDEKSFIL
               INVALID KEY
                   MOVE KO-KUNDE-ID TO KONTOIX-KUNDE-ID
                   MOVE KO-LOEBENR TO KONTOIX-KONTO-NR
                   WRITE KONTOINDEKS-RECORD
                       INVALID KEY
                           DISPLAY "ADVARSEL: indekspost for "
                               KO-KONTONUMMER " kan ikke skrives"
                   END-WRITE
               NOT INVALID KEY
                   IF KONTOIX-KUNDE-ID NOT = KO-KUNDE-ID
                           OR KONTOIX-KONTO-NR NOT = KO-LOEBENR
                       MOVE KO-KUNDE-ID TO KONTOIX-KUNDE-ID
                       MOVE KO-LOEBENR TO KONTOIX-KONTO-NR
                       REWRITE KONTOINDEKS-RECORD
                           INVALID KEY
                               DISPLAY "ADVARSEL: indekspost for "
                                   KO-KONTONUMMER
                                   " kan ikke omskrives"
                       END-REWRITE
                   END-IF
           END-READ
           EXIT.

       FJERN-FRA-INDEKS.
           IF NOT INDEKSFIL-ER-AABEN
               EXIT PARAGRAPH
           END-IF
           MOVE KO-KONTONUMMER TO KONTOIX-KONTONUMMER
           READ INDEKSFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KONTOIX-KUNDE-ID = KS-KUNDE-ID
                       DELETE INDEKSFIL
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ
           EXIT.

       SLET-KONTI.
           IF NOT KONTOFIL-KAN-SKRIVES
               MOVE "N" TO KS-RESULTAT
               MOVE "Kontomasteren er kun aabnet til laesning"
                   TO KS-FEJLTEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM LAES-KUNDENS-KONTI
           PERFORM VARYING SLET-IX FROM 1 BY 1
                   UNTIL SLET-IX > HENTET-ANTAL
               MOVE HT-KONTO(SLET-IX)(1:20) TO KO-KONTONUMMER
               DELETE KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FJERN-FRA-INDEKS
               END-DELETE
           END-PERFORM
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KONTOFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysninger.txt"
                   DELIMITED BY SIZE INTO KONTOFIL-NAVN
               END-STRING
               MOVE SPACES TO INDEKSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoIndeks.txt"
                   DELIMITED BY SIZE INTO INDEKSFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KONTOFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KONTOFIL-NAVN
           END-IF
           EXIT.
