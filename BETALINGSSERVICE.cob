      *    genforsoegskoeen til deres forfaldsdato
      *  - BsAfregning.txt opgoer antal og sum pr. kreditor, saa
      *    kreditorerne kan afregnes i et beloeb
      *Kun opkraevninger daekket af et aktivt mandat i
      *mandatregistret (BsMandater.txt, BSMANDAT.CPY - kreditor,
      *kunde og konto) traekkes; uden mandat returneres de straks
      *med aarsagskoden MD01.
      *Hvert traek faar en reference (BS + dato + loebenummer) paa
      *journallinjen og en linje i traekregistret (BsTraek.txt,
      *BSTRAEK.CPY). Traek som BSMANDATREGISTER har meldt til
      *refusion (kundens ret inden for otte uger), tilbagefoeres
      *foerst i koerslen: kunden krediteres (TYPE=BSR) og beloebet
      *modregnes i kreditorens afregning - SUM= i BsAfregning.txt
      *er nettoen efter tilbagefoersler, og TILBAGEF=/TILBAGESUM=
      *viser hvad der er modregnet.
      *Hver endelig retur giver desuden en advis i haendelses-
      *udbakken (HAENDELSESUDBAKKE, haendelsen BSRETUR) til kunder
      *der abonnerer paa den.
      *En mindreaarig kundes konto (foedselsdato udledt af CPR-
      *nummeret via MINDREAARIG) maa aldrig overtraekkes - et traek
      *der ville tage den under nul, behandles som manglende
      *daekning, ogsaa med en overtraeksgraense. Et traek over
      *MINDREAARIG-GRAENSE uden registreret vaerge (VAERGE-fuldmagt
      *i Fuldmagter.txt) returneres straks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS GENFORSOEG-STATUS.
           SELECT GENFORSOEGNYFIL ASSIGN TO GENFORSOEGNY-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATFIL ASSIGN TO MANDATFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT OPTIONAL TRAEKFIL ASSIGN TO TRAEKFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAEKFIL-STATUS.
           SELECT TRAEKNYFIL ASSIGN TO TRAEKNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD GENFORSOEGNYFIL.
       01 GENFORSOEGNY-LINJE     PIC X(120).

       FD MANDATFIL.
       01 MANDAT-RECORD.
           COPY "BSMANDAT.CPY".

       FD TRAEKFIL.
       01 TRAEK-RECORD.
           COPY "BSTRAEK.CPY".

       FD TRAEKNYFIL.
       01 TRAEKNY-RECORD         PIC X(98).

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD JOURNALFIL.
       01 JOURNALLINJE           PIC X(220).

       FD RETURFIL.
       01 RETURLINJE             PIC X(140).

       FD AFREGNFIL.
       01 AFREGNLINJE            PIC X(110).

       FD RESFIL.
       01 RES-RECORD.
           COPY "AUDITJOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 OPKRAEVFIL-NAVN        PIC X(80)
           VALUE "BsGenforsoeg.txt".
       01 GENFORSOEGNY-NAVN      PIC X(80)
           VALUE "BsGenforsoegNy.tmp".
       01 MANDATFIL-NAVN         PIC X(80)
           VALUE "BsMandater.txt".
       01 TRAEKFIL-NAVN          PIC X(80)
           VALUE "BsTraek.txt".
       01 TRAEKNYFIL-NAVN        PIC X(80)
           VALUE "BsTraekNy.tmp".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 JOURNALFIL-NAVN        PIC X(80)
       01 END-OF-FILE            PIC X VALUE "N".
       01 OPKRAEVFIL-STATUS      PIC X(2) VALUE "00".
       01 GENFORSOEG-STATUS      PIC X(2) VALUE "00".
       01 MANDATFIL-STATUS       PIC X(2) VALUE "00".
       01 TRAEKFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 RESFIL-STATUS          PIC X(2) VALUE "00".
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-AKTION           PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 KOERSEL-DATO           PIC 9(8).
       01 ANTAL-LAEST            PIC 9(7) VALUE 0.
       01 ANTAL-TRUKKET          PIC 9(7) VALUE 0.
       01 ANTAL-GENFORSOEG       PIC 9(7) VALUE 0.
       01 ANTAL-RETURNERET       PIC 9(7) VALUE 0.
       01 ANTAL-UDEN-MANDAT      PIC 9(7) VALUE 0.
       01 ANTAL-TILBAGEFOERT     PIC 9(7) VALUE 0.
       01 ANTAL-REFUSION-VENTER  PIC 9(7) VALUE 0.
       01 ANTAL-ADVISER          PIC 9(7) VALUE 0.
       01 ADVIS-BELOEB-VIST      PIC -(7)9.99.
       01 HU-OMRAADE.
           COPY "UDBAKKE.CPY".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".

      *Opkraevningens kolonner - de to sidste er kun udfyldt paa
      *linjer fra genforsoegskoeen.
       01 AKTUEL-LINJE           PIC X(100) VALUE SPACES.
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Mandatregistret holdes i hukommelsen under koerslen.
       01 MANDAT-ANTAL           PIC 9(4) VALUE 0.
       01 MANDAT-OVERLOB         PIC X VALUE "N".
       01 MANDAT-TABEL.
           02 MANDAT-POST OCCURS 2000 TIMES.
               03 MT-KREDITOR        PIC X(10).
               03 MT-KUNDE-ID        PIC X(10).
               03 MT-KONTONUMMER     PIC X(20).
               03 MT-START-DATO      PIC 9(8).
               03 MT-AFMELDT-DATO    PIC 9(8).
       01 MANDAT-IX              PIC 9(4).
       01 MANDAT-FUNDET          PIC X VALUE "N".
           88 MANDAT-ER-AKTIVT       VALUE "J".

      *Traekregistret: dagens loebenummer, traekkets reference og
      *opbevaringen af gamle linjer (samme 395 dage som
      *ARKIVRETENTION).
       01 TRAEK-LOEBENR          PIC 9(6) VALUE 0.
       01 TRAEK-REFERENCE.
           02 TR-PRAEFIKS         PIC X(2) VALUE "BS".
           02 TR-DATO             PIC 9(8) VALUE 0.
           02 TR-LOEBENR          PIC 9(6) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(4) VALUE 395.
       01 TRAEK-ALDER            PIC S9(7) VALUE 0.

       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).

       01 RES-ANTAL              PIC 9(4) VALUE 0.
       01 RES-OVERLOB            PIC X VALUE "N".
       01 RES-TABEL.
           02 RES-POST OCCURS 2000 TIMES.
               03 RT-KONTONUMMER     PIC X(20).
       01 RES-IX                 PIC 9(4).
       01 RESERVERET-SUM         PIC S9(9)V9(2) VALUE 0.
       01 GRAENSE-ANTAL          PIC 9(4) VALUE 0.
       01 GRAENSE-OVERLOB        PIC X VALUE "N".
       01 GRAENSE-TABEL.
           02 GRAENSE-POST OCCURS 2000 TIMES.
               03 GT-KONTONUMMER     PIC X(20).
       01 GRAENSE-IX             PIC 9(4).
       01 GRAENSE-FUNDET-IX      PIC 9(4) VALUE 0.
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-OVERLOB          PIC X VALUE "N".
           88 SPAERRINGER-OVERLOEBET VALUE "J".
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
      *Afregning pr. kreditor - kapacitetsbegraenset som
      *DORMANTRAPPORT's DORMANT-TABEL.
       01 KRED-ANTAL             PIC 9(3) VALUE 0.
       01 KRED-OVERLOB           PIC X VALUE "N".
       01 KRED-TABEL.
           02 KRED-POST OCCURS 200 TIMES.
               03 KRED-ID            PIC X(10).
               03 KRED-TRUKKET       PIC 9(7).
               03 KRED-SUM           PIC S9(11)V9(2).
               03 KRED-TILBAGEF      PIC 9(7).
               03 KRED-TILBAGESUM    PIC S9(11)V9(2).
       01 KRED-IX                PIC 9(3).
       01 KRED-FUNDET-IX         PIC 9(3) VALUE 0.

           PERFORM LAES-RESERVATIONER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-KONTOSPAERRINGER
           PERFORM LAES-MANDATER
           PERFORM TAG-KOERSELLAAS
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
           OPEN OUTPUT RETURFIL
           OPEN OUTPUT GENFORSOEGNYFIL
           PERFORM AABN-AUDITJOURNAL
           PERFORM BEHANDL-TRAEKREGISTER

      *Genforsoegskoeen behandles foerst, saa et genforsoeg aldrig
      *ligger bag dagens nye opkraevninger i traekket paa kontoen.
           CLOSE JOURNALFIL
           CLOSE RETURFIL
           CLOSE GENFORSOEGNYFIL
           CLOSE TRAEKNYFIL
           CLOSE AUDITFIL
           MOVE "L" TO HU-FUNKTION
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(GENFORSOEGNY-NAVN) DELIMITED BY SIZE
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(TRAEKNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(TRAEKFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO

           MOVE "KRED-TABEL" TO TK-TABEL
           MOVE KRED-ANTAL TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE KRED-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           DISPLAY "================================================"
           DISPLAY "BETALINGSSERVICE - kreditoropkraevninger"
           DISPLAY "================================================"
           DISPLAY "Opkraevninger trukket: " ANTAL-TRUKKET
           DISPLAY "Sat til genforsoeg  : " ANTAL-GENFORSOEG
           DISPLAY "Endeligt returneret : " ANTAL-RETURNERET
           DISPLAY "  heraf uden mandat : " ANTAL-UDEN-MANDAT
           DISPLAY "Refusioner tilbagef.: " ANTAL-TILBAGEFOERT
           DISPLAY "Refusioner i venten : " ANTAL-REFUSION-VENTER
           DISPLAY "Adviser i udbakken  : " ANTAL-ADVISER

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-RETURNERET > 0 OR ANTAL-REFUSION-VENTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Felterne nulstilles foer UNSTRING, da en linje med faerre
                   TO BS-NAESTE-DATO
           END-IF
           IF FUNCTION TEST-NUMVAL(BS-BELOEB-TEKST) NOT = 0
               MOVE 0 TO BS-BELOEB
               MOVE "Beloeb er ikke numerisk" TO AFVIS-TEKST
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           EXIT.

       TRAEK-OPKRAEVNING.
           PERFORM TJEK-MANDAT
           IF NOT MANDAT-ER-AKTIVT
               MOVE "MD01 Intet aktivt mandat" TO AFVIS-TEKST
               ADD 1 TO ANTAL-UDEN-MANDAT
               PERFORM SKRIV-RETUR
               EXIT PARAGRAPH
           END-IF
           MOVE BS-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   PERFORM SKRIV-RETUR
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF NOT KUNDE-AKTIV
               MOVE "Kunde er ikke aktiv" TO AFVIS-TEKST
               PERFORM SKRIV-RETUR
           PERFORM DEBITER-KUNDE
           EXIT.

      *Et mandat daekker kreditor, kunde og konto; det er aktivt
      *fra startdatoen og indtil en eventuel afmeldingsdato.
       TJEK-MANDAT.
           MOVE "N" TO MANDAT-FUNDET
           PERFORM VARYING MANDAT-IX FROM 1 BY 1
                   UNTIL MANDAT-IX > MANDAT-ANTAL
               IF MT-KREDITOR(MANDAT-IX) = BS-KREDITOR
                       AND MT-KUNDE-ID(MANDAT-IX) = BS-KUNDE-ID
                       AND FUNCTION TRIM(MT-KONTONUMMER(MANDAT-IX))
                           = FUNCTION TRIM(BS-KONTONUMMER)
                       AND MT-START-DATO(MANDAT-IX) <= KOERSEL-DATO
                   IF MT-AFMELDT-DATO(MANDAT-IX) = 0
                           OR MT-AFMELDT-DATO(MANDAT-IX) > KOERSEL-DATO
                       MOVE "J" TO MANDAT-FUNDET
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       FIND-KONTO.
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   END-IF
               END-IF
           END-IF
           IF OPKRAEVNING-GYLDIG
               PERFORM TJEK-MINDREAARIG
           END-IF
           EXIT.

      *Kundens record staar i KUNDEFIL-bufferen.
       TJEK-MINDREAARIG.
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE BS-BELOEB TO MA-BELOEB
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF NOT MA-ER-MINDREAARIG
               EXIT PARAGRAPH
           END-IF
           IF NY-BALANCE - RESERVERET-SUM < 0
               MOVE "N" TO OPKRAEV-GYLDIG
               MOVE "J" TO DAEKNING-MANGLER
               MOVE "Utilstraekkelig daekning" TO AFVIS-TEKST
               EXIT PARAGRAPH
           END-IF
           IF MA-AFVIS
               MOVE "N" TO OPKRAEV-GYLDIG
               MOVE "Mindreaarig - vaerge kraeves" TO AFVIS-TEKST
           END-IF
           EXIT.

       DEBITER-KUNDE.
                       TO AFVIS-TEKST
                   PERFORM SKRIV-RETUR
               NOT INVALID KEY
                   PERFORM GEM-KONTI
                   IF KS-FEJL
                       MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
                       MOVE "Konti kunne ikke gemmes" TO AFVIS-TEKST
                       PERFORM SKRIV-RETUR
                   ELSE
                       ADD 1 TO TRAEK-LOEBENR
                       MOVE KOERSEL-DATO TO TR-DATO
                       MOVE TRAEK-LOEBENR TO TR-LOEBENR
                       PERFORM SKRIV-JOURNALLINJE
                       MOVE "BSTRAEK" TO AUDIT-AKTION
                       PERFORM SKRIV-AUDITLINJE
                       PERFORM OPSAML-KREDITOR
                       PERFORM SKRIV-TRAEK
                       ADD 1 TO ANTAL-TRUKKET
                   END-IF
           END-REWRITE
           EXIT.

               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(KONTO-FUNDET-IX)
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(KONTO-FUNDET-IX)
               " BELOEB=" BS-BELOEB
               " OMREGNET=" BS-BELOEB
               " REF=" TRAEK-REFERENCE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           EXIT.

      *Traekket i registret, saa kunden senere kan bede om refusion.
       SKRIV-TRAEK.
           MOVE SPACES TO TRAEK-RECORD
           MOVE TRAEK-REFERENCE TO BT-REFERENCE
           MOVE KOERSEL-DATO TO BT-DATO
           MOVE BS-KREDITOR TO BT-KREDITOR
           MOVE KUNDE-ID TO BT-KUNDE-ID
           MOVE KONTONUMMER(KONTO-FUNDET-IX) TO BT-KONTONUMMER
           MOVE BS-BELOEB TO BT-BELOEB
           MOVE "T" TO BT-STATUS
           MOVE 0 TO BT-BESTILT-DATO
           MOVE 0 TO BT-TILBAGEFOERT-DATO
           MOVE TRAEK-RECORD TO TRAEKNY-RECORD
           WRITE TRAEKNY-RECORD
           EXIT.

       OPSAML-KREDITOR.
           PERFORM FIND-KREDITOR
           IF KRED-FUNDET-IX > 0
               ADD 1 TO KRED-TRUKKET(KRED-FUNDET-IX)
               ADD BS-BELOEB TO KRED-SUM(KRED-FUNDET-IX)
           END-IF
           EXIT.

       FIND-KREDITOR.
           MOVE 0 TO KRED-FUNDET-IX
           PERFORM VARYING KRED-IX FROM 1 BY 1
                   UNTIL KRED-IX > KRED-ANTAL
                   MOVE KRED-IX TO KRED-FUNDET-IX
               END-IF
           END-PERFORM
           IF KRED-FUNDET-IX = 0 AND KRED-ANTAL NOT < 200
               MOVE "J" TO KRED-OVERLOB
           END-IF
           IF KRED-FUNDET-IX = 0 AND KRED-ANTAL < 200
               ADD 1 TO KRED-ANTAL
               MOVE KRED-ANTAL TO KRED-FUNDET-IX
               MOVE BS-KREDITOR TO KRED-ID(KRED-FUNDET-IX)
               MOVE 0 TO KRED-TRUKKET(KRED-FUNDET-IX)
               MOVE 0 TO KRED-SUM(KRED-FUNDET-IX)
               MOVE 0 TO KRED-TILBAGEF(KRED-FUNDET-IX)
               MOVE 0 TO KRED-TILBAGESUM(KRED-FUNDET-IX)
           END-IF
           EXIT.

               DELIMITED BY SIZE INTO RETURLINJE
           END-STRING
           WRITE RETURLINJE
           IF BS-KUNDE-ID NOT = SPACES
               PERFORM SKRIV-RETURADVIS
           END-IF
           EXIT.

      *Kunden adviseres om returen, hvis de abonnerer paa BSRETUR -
      *ellers skriver HAENDELSESUDBAKKE intet.
       SKRIV-RETURADVIS.
           MOVE "H" TO HU-FUNKTION
           MOVE "BSRETUR" TO HU-HAENDELSE
           MOVE BS-KUNDE-ID TO HU-KUNDE-ID
           MOVE BS-KONTONUMMER TO HU-KONTONUMMER
           MOVE BS-BELOEB TO HU-BELOEB
           MOVE "DKK" TO HU-VALUTA
           MOVE 0 TO HU-SALDO-FOER HU-SALDO-EFTER
           MOVE BS-KREDITOR TO HU-REFERENCE
           MOVE BS-BELOEB TO ADVIS-BELOEB-VIST
           MOVE SPACES TO HU-TEKST
           STRING "Betalingsservice: " FUNCTION TRIM(ADVIS-BELOEB-VIST)
               " DKK til " FUNCTION TRIM(BS-KREDITOR)
               " er ikke betalt - " FUNCTION TRIM(AFVIS-TEKST)
               DELIMITED BY SIZE INTO HU-TEKST
           END-STRING
           MOVE "BETALINGSSERVICE" TO HU-KILDE
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           ADD HU-ANTAL-SKREVET TO ANTAL-ADVISER
           EXIT.

       SKRIV-AFREGNING.
                   " ANTAL=" KRED-TRUKKET(KRED-IX)
                   " SUM=" KRED-SUM(KRED-IX)
                   " DATO=" KOERSEL-DATO
                   " TILBAGEF=" KRED-TILBAGEF(KRED-IX)
                   " TILBAGESUM=" KRED-TILBAGESUM(KRED-IX)
                   DELIMITED BY SIZE INTO AFREGNLINJE
               END-STRING
               WRITE AFREGNLINJE
           CLOSE AFREGNFIL
           EXIT.

       LAES-MANDATER.
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANDATFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MANDAT-ANTAL < 2000
                           ADD 1 TO MANDAT-ANTAL
                           MOVE MD-KREDITOR
                               TO MT-KREDITOR(MANDAT-ANTAL)
                           MOVE MD-KUNDE-ID
                               TO MT-KUNDE-ID(MANDAT-ANTAL)
                           MOVE MD-KONTONUMMER
                               TO MT-KONTONUMMER(MANDAT-ANTAL)
                           MOVE MD-START-DATO
                               TO MT-START-DATO(MANDAT-ANTAL)
                           MOVE MD-AFMELDT-DATO
                               TO MT-AFMELDT-DATO(MANDAT-ANTAL)
                       ELSE
                           MOVE "J" TO MANDAT-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATFIL
           MOVE "N" TO END-OF-FILE
           MOVE "MANDAT-TABEL" TO TK-TABEL
           MOVE MANDAT-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE MANDAT-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF MANDAT-OVERLOB = "J"
               DISPLAY "FEJL: over 2000 mandater - "
                   "resten ignoreres"
           END-IF
           EXIT.

      *Traekregistret genskrives i hver koersel: bestilte refusioner
      *tilbagefoeres, linjer ud over opbevaringen falder bort, og
      *dagens nye traek skrives bagefter. Loebenummeret fortsaetter
      *fra en tidligere koersel samme dag.
       BEHANDL-TRAEKREGISTER.
           OPEN OUTPUT TRAEKNYFIL
           OPEN INPUT TRAEKFIL
           IF TRAEKFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRAEKFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-TRAEK
               END-READ
           END-PERFORM
           CLOSE TRAEKFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       BEHANDL-TRAEK.
           IF BT-REF-DATO = KOERSEL-DATO
                   AND BT-REF-LOEBENR > TRAEK-LOEBENR
               MOVE BT-REF-LOEBENR TO TRAEK-LOEBENR
           END-IF
           IF BT-REFUSION-BESTILT
               PERFORM TILBAGEFOER-TRAEK
           ELSE
               COMPUTE TRAEK-ALDER =
                   FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                   - FUNCTION INTEGER-OF-DATE(BT-DATO)
               IF TRAEK-ALDER > OPBEVARING-DAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE TRAEK-RECORD TO TRAEKNY-RECORD
           WRITE TRAEKNY-RECORD
           EXIT.

      *Refusionen krediterer kundens konto med det trukne beloeb og
      *modregnes i kreditorens afregning. Kan den ikke foeres (kunden
      *eller kontoen er vaek, kunden er slettet eller frosset),
      *bliver den staaende som bestilt og vises i opsummeringen.
       TILBAGEFOER-TRAEK.
           MOVE BT-KUNDE-ID TO KUNDE-ID
           READ KUNDEFIL
               INVALID KEY
                   DISPLAY "ADVARSEL: refusion " BT-REFERENCE
                       " - kunden findes ikke"
                   ADD 1 TO ANTAL-REFUSION-VENTER
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
           IF KUNDE-SLETTET OR KUNDE-FROSSET
               DISPLAY "ADVARSEL: refusion " BT-REFERENCE
                   " - kunden har status " KUNDE-STATUS
               ADD 1 TO ANTAL-REFUSION-VENTER
               EXIT PARAGRAPH
           END-IF
           MOVE BT-KONTONUMMER TO BS-KONTONUMMER
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-IX = 0
               DISPLAY "ADVARSEL: refusion " BT-REFERENCE
                   " - kontoen findes ikke paa kunden"
               ADD 1 TO ANTAL-REFUSION-VENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-BALANCE-SUM
           MOVE AUDIT-BALANCE-SUM TO AUDIT-FOER-BALANCE
           MOVE BALANCE(KONTO-FUNDET-IX) TO GAMMEL-BALANCE
           COMPUTE NY-BALANCE = GAMMEL-BALANCE + BT-BELOEB
           MOVE NY-BALANCE TO BALANCE(KONTO-FUNDET-IX)
           REWRITE KUNDEOPL
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                   ADD 1 TO ANTAL-REFUSION-VENTER
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(KONTO-FUNDET-IX)
               ADD 1 TO ANTAL-REFUSION-VENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-REFUSIONSJOURNAL
           MOVE "BSREFUS" TO AUDIT-AKTION
           PERFORM SKRIV-AUDITLINJE
           MOVE BT-KREDITOR TO BS-KREDITOR
           PERFORM FIND-KREDITOR
           IF KRED-FUNDET-IX > 0
               ADD 1 TO KRED-TILBAGEF(KRED-FUNDET-IX)
               ADD BT-BELOEB TO KRED-TILBAGESUM(KRED-FUNDET-IX)
               SUBTRACT BT-BELOEB FROM KRED-SUM(KRED-FUNDET-IX)
           END-IF
           MOVE "F" TO BT-STATUS
           MOVE KOERSEL-DATO TO BT-TILBAGEFOERT-DATO
           ADD 1 TO ANTAL-TILBAGEFOERT
           EXIT.

      *Valoer er det oprindelige traeks dag, saa renten regnes som
      *om traekket aldrig var sket.
       SKRIV-REFUSIONSJOURNAL.
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID " KONTO=" KONTONUMMER(KONTO-FUNDET-IX)
               " TYPE=BSR"
               " MODPART=" BT-KREDITOR
               " VALOER=" BT-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" BALANCE(KONTO-FUNDET-IX)
               " DATO=" KOERSEL-DATO
               " VALUTA=" VALUTAKODE(KONTO-FUNDET-IX)
               " BELOEB=" BT-BELOEB
               " OMREGNET=" BT-BELOEB
               " REF=" BT-REFERENCE
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           EXIT.

       LAES-RESERVATIONER.
           OPEN INPUT RESFIL
           IF RESFIL-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RES-UDLOEB >= KOERSEL-DATO
                               AND RES-ANTAL >= 2000
                           MOVE "J" TO RES-OVERLOB
                       END-IF
                       IF RES-UDLOEB >= KOERSEL-DATO
                               AND RES-ANTAL < 2000
                           ADD 1 TO RES-ANTAL
           END-PERFORM
           CLOSE RESFIL
           MOVE "N" TO END-OF-FILE
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-OVERTRAEKSGRAENSER.
                               TO GT-KONTONUMMER(GRAENSE-ANTAL)
                           MOVE GRAENSE-BELOEB-REG
                               TO GT-GRAENSE(GRAENSE-ANTAL)
                       ELSE
                           MOVE "J" TO GRAENSE-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       LAES-KONTOSPAERRINGER.
                           ADD 1 TO SPAER-ANTAL
                           MOVE SPAER-KONTONUMMER
                               TO ST-KONTONUMMER(SPAER-ANTAL)
                       ELSE
                           MOVE "J" TO SPAER-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAERFIL
           MOVE "N" TO END-OF-FILE
           MOVE "SPAER-TABEL" TO TK-TABEL
           MOVE SPAER-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE SPAER-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
      *En spaerret konto der ikke kom med i tabellen ville kunne
      *blive trukket - saa gennemfoeres der slet ingen traek.
           IF SPAERRINGER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kontospaerringer - "
                   "koerslen standses foer opkraevningerne"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *Faelles audit-journal (AUDITJOURNAL.CPY).
           ACCEPT JOURNAL-TID FROM TIME
           MOVE "BETALINGSSERVICE" TO JOURNAL-PROGRAM
           MOVE AUDIT-OPERATOER TO JOURNAL-OPERATOER
           MOVE AUDIT-AKTION TO JOURNAL-AKTION
           MOVE KUNDE-ID TO JOURNAL-KUNDE-ID
           MOVE KUNDE-STATUS TO JOURNAL-FOER-STATUS
           MOVE KUNDE-STATUS TO JOURNAL-EFTER-STATUS
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BETALINGSSERVICE" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

       GEM-KONTI.
           MOVE "G" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF KS-FEJL
               DISPLAY "FEJL: Konti for " KUNDE-ID
                   " ikke gemt - " KS-FEJLTEKST
               MOVE "J" TO KONTI-GEMFEJL
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "BsGenforsoegNy.tmp"
                   DELIMITED BY SIZE INTO GENFORSOEGNY-NAVN
               END-STRING
               MOVE SPACES TO MANDATFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsMandater.txt"
                   DELIMITED BY SIZE INTO MANDATFIL-NAVN
               END-STRING
               MOVE SPACES TO TRAEKFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsTraek.txt"
                   DELIMITED BY SIZE INTO TRAEKFIL-NAVN
               END-STRING
               MOVE SPACES TO TRAEKNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BsTraekNy.tmp"
                   DELIMITED BY SIZE INTO TRAEKNYFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
