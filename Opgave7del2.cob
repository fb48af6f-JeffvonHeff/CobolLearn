               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIX-KONTONUMMER
               FILE STATUS IS MEDEJERINDEKS-STATUS.
           SELECT OPTIONAL LAANEFIL ASSIGN TO LAANEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANEFIL-STATUS.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
           LEVERINGSKANAL BY GAAR-LEVERINGSKANAL
           LEVERING-PRINT BY GAAR-LEVERING-PRINT
           LEVERING-ELEKTRONISK BY GAAR-LEV-ELEKTRONISK
           FIRMANAVN BY GAAR-FIRMANAVN
           KUNDE-ERHVERV BY GAAR-KUNDE-ERHVERV
           CVR-NUMMER BY GAAR-CVR-NUMMER.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY GAAR-ANTAL-KONTI
           KONTI BY GAAR-KONTI
           KONTONUMMER BY GAAR-KONTONUMMER
           BALANCE BY GAAR-BALANCE
           VALUTAKODE BY GAAR-VALUTAKODE
           TERMIN-MDR BY GAAR-TERMIN-MDR
           UDLOEBSDATO BY GAAR-UDLOEBSDATO
           AFTALT-SATS BY GAAR-AFTALT-SATS
           BINDING BY GAAR-BINDING
           KONTO-ER-BUNDET BY GAAR-KONTO-ER-BUNDET
           PRODUKTKODE BY GAAR-PRODUKTKODE.

      *Udskriftsfil for enkeltkunde-tilstanden (STATEMENT-KUNDE-ID i
      *miljoeet): kun den ene kundes blok med sidehoved - ingen
           02 MEDEJER-KONTONUMMER  PIC X(20).
           02 MEDEJER-KUNDE-ID     PIC X(10).

      *Laaneregistret - kundens aktive laan staar paa kontoudtoget
      *med restgaelden efter seneste opkraevning.
       FD LAANEFIL.
       01 LAANE-RECORD.
           COPY "LAANEREG.CPY".

       FD MEDEJERINDEKS.
       01 MIX-RECORD.
           02 MIX-KONTONUMMER      PIC X(20).
           COPY "VALUTAREG.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 INPUT-FILE-NAVN        PIC X(80)
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 ALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX           PIC 9(2) VALUE 1.
       01 KONTO-IX            PIC 9(3) VALUE 1.
       01 ADR-POS             PIC 9(3).
       01 KONTO-POS           PIC 9(2) VALUE 1.
       01 KONTO-TRIMMET       PIC X(20).
       01 LABEL-ADRESSE        PIC X(12) VALUE "ADRESSE:".
       01 LABEL-BY             PIC X(12) VALUE "BY:".
       01 LABEL-KONTAKT        PIC X(12) VALUE "KONTAKT:".
       01 LABEL-CVR            PIC X(12) VALUE "CVR-NR:".
       01 LABEL-KOERSELSDATO   PIC X(20) VALUE "KOERSELSDATO:".
       01 LABEL-SIDE           PIC X(8)  VALUE "SIDE:".
       01 LABEL-KONTO          PIC X(12) VALUE "KONTO:".
           88 KUNDE-ER-UAENDRET    VALUE "J".
       01 ANTAL-SPRUNGET-UAENDRET PIC 9(7) VALUE 0.
       01 SPRUNGET-HASH        PIC S9(9)V9(2) VALUE 0.
       01 SPRUNGET-KONTO-IX    PIC 9(3) VALUE 1.
       01 ENKELTFIL-STATUS     PIC X(2) VALUE "00".
       01 ENKELT-KUNDE-ID      PIC X(10) VALUE SPACES.
       01 ENKELT-AKTIV         PIC X VALUE "N".
      *Aktive kampagner (dagens dato i intervallet) og de kunder
      *der har sagt ja - begge indlaest ved programstart.
       01 KAMPAGNE-ANTAL       PIC 9(2) VALUE 0.
       01 KAMPAGNE-OVERLOB     PIC X VALUE "N".
       01 KAMPAGNE-TABEL.
           02 KAMPAGNE-POST OCCURS 20 TIMES.
               03 KT-ID             PIC X(8).
               03 KT-TAELLER        PIC 9(7).
       01 KAMPAGNE-IX          PIC 9(2).
       01 SAMTYKKE-ANTAL       PIC 9(4) VALUE 0.
       01 SAMTYKKE-OVERLOB     PIC X VALUE "N".
       01 SAMTYKKE-TABEL.
           02 SAMTYKKE-POST OCCURS 2000 TIMES.
               03 SAM-KUNDE-ID      PIC X(10).
      *Medejerskaber indlaest ved programstart - kapacitets-
      *begraenset som bevaegelsestabellen.
       01 MEDEJER-ANTAL        PIC 9(4) VALUE 0.
       01 MEDEJER-OVERLOB      PIC X VALUE "N".
           88 MEDEJER-ER-OVERLOEBET VALUE "J".
       01 MEDEJER-TABEL.
           02 MEDEJER-POST OCCURS 2000 TIMES.
               03 MED-KONTONUMMER   PIC X(20).
               03 MED-KUNDE-ID      PIC X(10).
       01 MEDEJER-IX           PIC 9(4).
       01 LABEL-PRIMO          PIC X(12) VALUE "PRIMO:".
       01 LABEL-LAAN           PIC X(12) VALUE "LAAN:".
       01 LABEL-RESTGAELD      PIC X(12) VALUE "RESTGAELD:".
       01 LAANEFIL-NAVN        PIC X(80)
           VALUE "LaaneRegister.txt".
       01 LAANEFIL-STATUS      PIC X(2) VALUE "00".
      *Aktive laan indlaest ved programstart - samme kapacitet som
      *medejertabellen.
       01 LAAN-ANTAL           PIC 9(4) VALUE 0.
       01 LAAN-OVERLOB         PIC X VALUE "N".
           88 LAAN-ER-OVERLOEBET   VALUE "J".
       01 LAAN-TABEL.
           02 LAAN-POST OCCURS 2000 TIMES.
               03 LN-ID             PIC X(10).
               03 LN-KUNDE-ID       PIC X(10).
               03 LN-VALUTA         PIC X(3).
               03 LN-RESTGAELD      PIC 9(7)V9(2).
       01 LAAN-IX              PIC 9(4).
       01 RESTGAELD-VIST       PIC 9(7).99.
       01 LABEL-BEVAEGELSE     PIC X(12) VALUE "BEVAEGELSE:".
      *Rentegrundlaget fra rentejournalens GNSSALDO=/DAGREGEL=-
      *maerker - den gennemsnitlige dagssaldo renten blev regnet af.
       01 LABEL-GNS-SALDO      PIC X(12) VALUE "GNS.SALDO:".
       01 TEKST-FAKTISK-365    PIC X(12) VALUE "faktisk/365".
       01 GNS-DEL-FOER         PIC X(220).
       01 GNS-DEL-REST         PIC X(220).
       01 GNS-SALDO-TEKST      PIC X(11).
       01 GNS-SALDO-TAL REDEFINES GNS-SALDO-TEKST
                               PIC S9(9)V9(2).
       01 GNS-DAGREGEL         PIC X(5).
       01 GNS-REGEL-VIST       PIC X(12).
       01 GNS-SALDO-VIST       PIC -9(9).99.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           PERFORM LAES-AABNINGER
           PERFORM LAES-BEVAEGELSER
           PERFORM LAES-MEDEJERE
           PERFORM LAES-LAAN
           PERFORM LAES-KAMPAGNER
           PERFORM LAES-SAMTYKKER
           PERFORM MAAL-TABELLER

           PERFORM TAG-KOERSELLAAS
           OPEN INPUT INPUT-FILE
                         IF KUNDE-ID-ER-HEADER OR KUNDE-ID-ER-TRAILER
                             CONTINUE
                         ELSE
                             PERFORM HENT-KONTI
                             IF KUNDE-AKTIV
                                 PERFORM VALIDER-INPUT
                                 IF RECORD-GYLDIG
       PERFORM SKRIV-KAMPAGNETAELLING
       PERFORM VIS-KONTROLRAPPORT
       PERFORM FRIGIV-KOERSELLAAS
       IF KAPACITET-OVERSKREDET
           MOVE 8 TO RETURN-CODE
       END-IF

       STOP RUN.

           END-IF
           DISPLAY "Output-linjer skrevet   : " OUTPUT-LINJER-SKREVET.
           IF AABNING-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 primo-snapshots - "
                   "primo-linjer kan mangle paa kontoudtog"
           END-IF
           IF BEVAEGELSE-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 bevaegelser - "
                   "bevaegelseslinjer kan mangle paa kontoudtog"
           END-IF
           IF MEDEJER-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 medejerskaber - "
                   "medejer-linjer kan mangle paa kontoudtog"
           END-IF
           IF LAAN-ER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive laan - "
                   "laanelinjer kan mangle paa kontoudtog"
           END-IF
           PERFORM VARYING KAMPAGNE-IX FROM 1 BY 1
                   UNTIL KAMPAGNE-IX > KAMPAGNE-ANTAL
               DISPLAY "Kampagne " KT-ID(KAMPAGNE-IX)
               MOVE "ADDRESS:"     TO LABEL-ADRESSE
               MOVE "CITY:"        TO LABEL-BY
               MOVE "CONTACT:"     TO LABEL-KONTAKT
               MOVE "COMPANY-REG:" TO LABEL-CVR
               MOVE "RUN DATE:"    TO LABEL-KOERSELSDATO
               MOVE "PAGE:"        TO LABEL-SIDE
               MOVE "ACCOUNT:"     TO LABEL-KONTO
               MOVE "PERIOD:"      TO LABEL-PERIODE
               MOVE "OPENING:"     TO LABEL-PRIMO
               MOVE "MOVEMENT:"    TO LABEL-BEVAEGELSE
               MOVE "AVG-BALANCE:" TO LABEL-GNS-SALDO
               MOVE "actual/365"   TO TEKST-FAKTISK-365
               MOVE "LOAN:"        TO LABEL-LAAN
               MOVE "OUTSTANDING:" TO LABEL-RESTGAELD
           END-IF
           EXIT.


       SKRIV-AFVIST-RECORD.
           MOVE KUNDE-ID TO AFVIST-KUNDE-ID
           MOVE INPUT-KUNDE-ADR
               TO AFVIST-RECORD-BILLEDE(1:LENGTH OF INPUT-KUNDE-ADR)
           MOVE KUNDEKONTI TO
               AFVIST-RECORD-BILLEDE(LENGTH OF INPUT-KUNDE-ADR + 1:)
           WRITE AFVIST-RECORD
           PERFORM SKRIV-AFVISNINGSLOG
           EXIT.
       END-STRING
       PERFORM SKRIV-STATEMENT-LINJE

           IF KUNDE-ERHVERV
               MOVE SPACES TO NAVN-ADR
               STRING LABEL-CVR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CVR-NUMMER DELIMITED BY SIZE
                   INTO NAVN-ADR
               END-STRING
               PERFORM SKRIV-STATEMENT-LINJE
               ADD 1 TO OUTPUT-LINJER-SKREVET
           END-IF

       MOVE SPACES TO NAVN-ADR
       STRING LABEL-NAVN DELIMITED BY SPACE
            " " DELIMITED BY SIZE
       END-PERFORM

       PERFORM SKRIV-MEDEJERLINJER
       PERFORM SKRIV-LAANELINJER
       PERFORM SKRIV-KAMPAGNELINJER

       MOVE SPACES TO NAVN-ADR
                   END-STRING
                   PERFORM SKRIV-STATEMENT-LINJE
                   ADD 1 TO OUTPUT-LINJER-SKREVET
                   PERFORM SKRIV-RENTEGRUNDLAG-LINJE
               END-IF
           END-PERFORM
           EXIT.

      *Efter en rentepostering beregnet paa dagssaldi vises den
      *gennemsnitlige saldo renten er regnet af, og dagreglen, saa
      *kunden kan eftergaa beloebet (journallinjen selv er for bred
      *til udtoget).
       SKRIV-RENTEGRUNDLAG-LINJE.
           MOVE SPACES TO GNS-DEL-FOER GNS-DEL-REST
           UNSTRING BEV-TEKST(BEVAEGELSE-IX) DELIMITED BY " GNSSALDO="
               INTO GNS-DEL-FOER, GNS-DEL-REST
           MOVE GNS-DEL-REST(1:11) TO GNS-SALDO-TEKST
           IF GNS-DEL-REST = SPACES OR GNS-SALDO-TAL NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GNS-SALDO-TAL TO GNS-SALDO-VIST
           MOVE SPACES TO GNS-DEL-FOER GNS-DAGREGEL
           UNSTRING GNS-DEL-REST DELIMITED BY " DAGREGEL="
               INTO GNS-DEL-FOER, GNS-DAGREGEL
           EVALUATE GNS-DAGREGEL
               WHEN "A365"
                   MOVE TEKST-FAKTISK-365 TO GNS-REGEL-VIST
               WHEN "30360"
                   MOVE "30/360" TO GNS-REGEL-VIST
               WHEN OTHER
                   MOVE SPACES TO GNS-REGEL-VIST
           END-EVALUATE
           MOVE SPACES TO NAVN-ADR
           STRING LABEL-KONTO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KONTONUMMER-MASKERET DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               LABEL-GNS-SALDO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               GNS-SALDO-VIST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTAKODE(KONTO-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GNS-REGEL-VIST DELIMITED BY SPACE
               INTO NAVN-ADR
           END-STRING
           PERFORM SKRIV-STATEMENT-LINJE
           ADD 1 TO OUTPUT-LINJER-SKREVET
           EXIT.

      *Konti kunden er MEDEJER af (bogfoert paa en anden kundes
      *record) - kontonummeret vises maskeret og ejeren slaas op i
      *kontoindekset, saa begge aegtefaeller ser faelleskontoen.
           ADD 1 TO OUTPUT-LINJER-SKREVET
           EXIT.

      *Kundens aktive laan med restgaeld - afdragene selv staar
      *allerede som bevaegelser paa afdragskontoen.
       SKRIV-LAANELINJER.
           PERFORM VARYING LAAN-IX FROM 1 BY 1
                   UNTIL LAAN-IX > LAAN-ANTAL
               IF LN-KUNDE-ID(LAAN-IX) = KUNDE-ID OF INPUT-KUNDE-ADR
                   MOVE LN-RESTGAELD(LAAN-IX) TO RESTGAELD-VIST
                   MOVE SPACES TO NAVN-ADR
                   STRING LABEL-LAAN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LN-ID(LAAN-IX) DELIMITED BY SPACE
                       "  " DELIMITED BY SIZE
                       LABEL-RESTGAELD DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RESTGAELD-VIST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LN-VALUTA(LAAN-IX) DELIMITED BY SIZE
                       INTO NAVN-ADR
                   END-STRING
                   PERFORM SKRIV-STATEMENT-LINJE
                   ADD 1 TO OUTPUT-LINJER-SKREVET
               END-IF
           END-PERFORM
           EXIT.

      *Kampagneindstik: kun for kunder med registreret samtykke,
      *og kun naar kunden rammer kampagnens maalkriterie - POSTNR
      *som interval paa adressens postnummer, BALANCE som baand
                   AT END
                       MOVE "J" TO HJAELPFIL-SLUT
                   NOT AT END
                       IF KAMP-FRA <= KOERSEL-DATO
                               AND KAMP-TIL >= KOERSEL-DATO
                               AND KAMPAGNE-ANTAL >= 20
                           MOVE "J" TO KAMPAGNE-OVERLOB
                       END-IF
                       IF KAMP-FRA <= KOERSEL-DATO
                               AND KAMP-TIL >= KOERSEL-DATO
                               AND KAMPAGNE-ANTAL < 20
                   AT END
                       MOVE "J" TO HJAELPFIL-SLUT
                   NOT AT END
                       IF SAMTYK-FLAG = "J"
                               AND SAMTYKKE-ANTAL >= 2000
                           MOVE "J" TO SAMTYKKE-OVERLOB
                       END-IF
                       IF SAMTYK-FLAG = "J"
                               AND SAMTYKKE-ANTAL < 2000
                           ADD 1 TO SAMTYKKE-ANTAL
                               TO MED-KONTONUMMER(MEDEJER-ANTAL)
                           MOVE MEDEJER-KUNDE-ID
                               TO MED-KUNDE-ID(MEDEJER-ANTAL)
                       ELSE
                           MOVE "J" TO MEDEJER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           EXIT.

       LAES-LAAN.
           OPEN INPUT LAANEFIL
           IF LAANEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO HJAELPFIL-SLUT
           PERFORM UNTIL HJAELPFIL-SLUT = "J"
               READ LAANEFIL
                   AT END
                       MOVE "J" TO HJAELPFIL-SLUT
                   NOT AT END
                       IF LAAN-AKTIVT AND LAAN-ANTAL >= 2000
                           MOVE "J" TO LAAN-OVERLOB
                       END-IF
                       IF LAAN-AKTIVT AND LAAN-ANTAL < 2000
                           ADD 1 TO LAAN-ANTAL
                           MOVE LAAN-ID TO LN-ID(LAAN-ANTAL)
                           MOVE LAAN-KUNDE-ID
                               TO LN-KUNDE-ID(LAAN-ANTAL)
                           MOVE LAAN-VALUTA TO LN-VALUTA(LAAN-ANTAL)
                           MOVE LAAN-RESTGAELD
                               TO LN-RESTGAELD(LAAN-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAANEFIL
           EXIT.

       MASKER-KONTONUMMER.
           MOVE ALL "*" TO KONTONUMMER-MASKERET
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KONTONUMMER(KONTO-IX)))
      *DELIMITED BY SPACE) saa et bindestregs- eller to-ords-efternavn
      *(f.eks. "Moeller-Nielsen" eller "von Trapp") ikke bliver skaaret
      *af ved det foerste indlejrede mellemrum - kun den omgivende
      *feltudfyldning skal fjernes. En erhvervskunde staar med sit
      *firmanavn, og blokken faar en CVR-linje under kunde-id'et.
       FORMAT-NAVN.
           MOVE SPACES TO SamletNavn
           IF KUNDE-ERHVERV
               MOVE FIRMANAVN TO SamletNavn
               EXIT PARAGRAPH
           END-IF
           STRING FORNAVN DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Opslagstabellerne maales via TABELKAPACITET (TabelKapacitet.
      *txt), naar de er indlaest - et overloeb giver returkode 8 ved
      *slut, da kontoudtogene saa mangler linjer.
       MAAL-TABELLER.
           MOVE "AABNING-TABEL" TO TK-TABEL
           MOVE AABNING-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE AABNING-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "BEVAEGELSE-TABEL" TO TK-TABEL
           MOVE BEVAEGELSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE BEVAEGELSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "MEDEJER-TABEL" TO TK-TABEL
           MOVE MEDEJER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE MEDEJER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "LAAN-TABEL" TO TK-TABEL
           MOVE LAAN-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE LAAN-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "KAMPAGNE-TABEL" TO TK-TABEL
           MOVE KAMPAGNE-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE KAMPAGNE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF KAMPAGNE-ANTAL > 0
               MOVE "SAMTYKKE-TABEL" TO TK-TABEL
               MOVE SAMTYKKE-ANTAL TO TK-ANTAL
               MOVE 2000 TO TK-KAPACITET
               MOVE SAMTYKKE-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
           END-IF
           EXIT.

       MAAL-TABEL.
           MOVE "Opgave7del2" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Akkumulerende afvisningslog (AFVISNINGSLOG.CPY) - en dateret
      *linje pr. afvisning, saa gengangere og trends kan rapporteres
      *paa tvaers af koersler selv om afvisningsfilen toemmes.
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               DISPLAY "FEJL: Kunde " ENKELT-KUNDE-ID
                   " er ikke aktiv - status " KUNDE-STATUS

      *Uaendret = recorden findes i i-gaar-billedet med praecis
      *samme indhold - enhver felt-aendring (balance, adresse,
      *status, konti) goer kunden til en delta-kunde. I-gaar-
      *billedet er kundeposten efterfulgt af kontotabellen, saa
      *begge dele sammenlignes med dagens kunde og konti.
       TJEK-DELTA.
           MOVE "N" TO KUNDE-UAENDRET
           MOVE KUNDE-ID OF INPUT-KUNDE-ADR TO GAAR-KUNDE-ID
                   CONTINUE
               NOT INVALID KEY
                   IF INPUT-KUNDE-ADR = GAAR-KUNDEOPL
                           (1:LENGTH OF INPUT-KUNDE-ADR)
                           AND KUNDEKONTI = GAAR-KUNDEOPL
                           (LENGTH OF INPUT-KUNDE-ADR + 1:)
                       MOVE "J" TO KUNDE-UAENDRET
                   END-IF
           END-READ
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID OF INPUT-KUNDE-ADR TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
               MOVE SPACES TO LAANEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaaneRegister.txt"
                   DELIMITED BY SIZE INTO LAANEFIL-NAVN
               END-STRING
               MOVE SPACES TO MEDEJERFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoMedejere.txt"
