      *skrives paa henvisningsrapporten til kreditkontoret. Konti
      *uden en linje i registret beholder det frie overtraek som
      *forretningen altid har tilbudt.
      *Kontoens produkt (PRODUKTKODE, slaaet op i produktkataloget
      *via PRODUKTKATALOG) kan forbyde overtraek helt - en
      *opsparingskonto maa ikke gaa i minus uanset graenseregistret,
      *og en udbetaling der ville tage disponibel saldo under nul
      *afvises med kode 19. Konti uden produkt foelger reglerne
      *ovenfor.
      *Konti med en udlaegs-spaerring i KontoSpaerringer.txt (sat
      *og fjernet af KONTOSPAERRING under operatoer-identitet) er
      *envejs-spaerrede: indbetalinger og TRF-krediteringer foeres
      *ikke, men parkeres i vente-depotet VentendeTransaktioner.txt;
      *VALOERFRIGIVELSE slipper dem ind i posteringsfloden igen paa
      *deres valoerdato.
      *Kontante ind- og udbetalinger ved skranken baerer kassens id
      *i en niende kolonne (efter de to modpart-kolonner, der staar
      *tomme paa IND/UD). Kassen skal vaere aabnet i KasseRegister.txt
      *(KASSEBEHOLDNING) paa linjens valoerdato - eller, ved blank
      *valoerdato, inden for den seneste maaned - og kontanterne
      *skal vaere i kassens valuta, DKK; ellers afvises linjen med
      *kode 20, saa et forkert kassemaerke ikke forsvinder ud af
      *kasseafstemningen i stilhed. En TRF-linje kan ikke baere et
      *kasse-id.
      *Hver postering - ogsaa begge ben af en TRF - meldes til
      *haendelsesudbakken (HAENDELSESUDBAKKE) som POSTERING og
      *LAVSALDO; kunder der abonnerer, faar en advis naar beloebet
      *er over deres graense, eller naar saldoen falder under den.
      *En TRF-debitering over beloebsgraensen holdes til et
      *bekraeftende opkald, naar afsenderens adresse eller kontakt-
      *oplysninger er aendret inden for karensperioden (KONTAKTSKIFT,
      *samme regel som CLEARINGUD). Linjen skrives straks i
      *betalingsholdkoeen (BetalingsHold.txt, BETALHOLD.CPY, type K,
      *retning T) og taelles som holdt, ikke afvist. Et hold der er
      *frigivet i BETALINGSHOLD, foeres ind i sorteringen ved naeste
      *koersel og posteres uden fornyet kontrol; et afvist hold
      *skrives til undtagelsesfilen med kode 21.
      *Mindreaarige kunder (foedselsdato udledt af CPR-nummeret via
      *MINDREAARIG) maa aldrig overtraekke: en udbetaling eller
      *TRF-debitering der ville tage disponibel saldo under nul,
      *afvises med kode 22 uanset graenseregister og produkt. Over
      *MINDREAARIG-GRAENSE kraever den desuden en registreret vaerge
      *(VAERGE-fuldmagt i Fuldmagter.txt) og afvises ellers med
      *kode 23.
      *Koerslen kan gaa flere gange i loebet af dagen: med
      *KONTOPOST-CUTOFF=ttmm i miljoeet (saettes af BATCHKOERSEL's
      *dagcyklus ved kalenderens cut-off-tider) er den en dag-
      *cyklus, uden er den nattens afsluttende cyklus. Hver cyklus
      *tager kun de linjer i Transaktioner.txt der er kommet til
      *siden dagens forrige cyklus (linjenumrene staar i
      *KontopostCyklus.txt, POSTCYKLUS.CPY), holder kun koersel-
      *laasen mens dens egne linjer posteres, og stempler sine
      *journallinjer med CYKLUS=nn. Alle dagens cyklusser poster
      *under samme DATO=, saa nattens skridt ser dem som en samlet
      *forretningsdag. Datoen er forretningsdagen, ikke uret:
      *BATCHKOERSEL saetter KONTOPOST-DATO=aaaammdd (datoen koerslen
      *blev startet for) ved siden af KONTOPOST-CUTOFF, saa en
      *natcyklus der naar over midnat stadig fortsaetter dagens
      *cyklusser og poster under dagens DATO=. Uden KONTOPOST-DATO
      *bruges dagens dato som hidtil. En cut-off der allerede er
      *koert i dag,
      *springes over med RC 0, saa en genstartet dagcyklus ikke
      *poster noget to gange.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT OPTIONAL KASSEFIL ASSIGN TO KASSEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KASSEFIL-STATUS.
           SELECT OPTIONAL HOLDFIL ASSIGN TO HOLDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFIL-STATUS.
           SELECT HOLDNYFIL ASSIGN TO HOLDNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYKLUSFIL ASSIGN TO CYKLUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYKLUSFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSFIL.

      *Sorteringsrecorden baerer kunde-id som noegle ved siden af
      *raalinjen, saa alle en kundes linjer ligger i traek i
      *uddata-proceduren. SORT-HOLD-REF baerer id'et paa et frigivet
      *betalingshold og er blank for linjer fra transaktionsfilen.
       SD SORT-WORK.
       01 SORT-RECORD.
           02 SORT-KUNDE-ID        PIC X(10).
           02 SORT-LINJE           PIC X(100).
           02 SORT-HOLD-REF        PIC X(14).

       FD KUNDEFIL.
       01 KUNDEOPL.

      *Checkpointrecorden rummer den sidst faerdigskrevne KUNDE-ID
      *og koersel-taellerne, saa en genstartet koersel fortsaetter
      *afstemningen i stedet for kun at rapportere resten. Cyklus-
      *nummer og linjeinterval gemmes med, saa en genstart tager
      *praecis de samme transaktionslinjer igen - ogsaa selv om
      *der er kommet nye linjer til siden nedbruddet. Checkpoints
      *fra foer felterne fandtes, har blanke felter her.
       FD CHECKPOINTFIL.
       01 CHECKPOINT-RECORD.
           02 CHK-ID               PIC X(10).
           02 CHK-AFVIST           PIC 9(7).
           02 CHK-PARKERET         PIC 9(7).
           02 CHK-HENVIST          PIC 9(7).
           02 CHK-CYKLUS           PIC 9(2).
           02 CHK-LINJE-FRA        PIC 9(7).
           02 CHK-LINJE-TIL        PIC 9(7).

       FD AUDITFIL.
       01 AUDIT-RECORD.
           02 VALUTAKURS-KURS      PIC 9(3)V9(6).
           02 VALUTAKURS-DATO      PIC 9(8).

      *Kasseregistret - delt layout med KASSEBEHOLDNING, der aabner
      *og lukker kasserne.
       FD KASSEFIL.
       01 KASSE-RECORD.
           COPY "KASSEREG.CPY".

       FD HOLDFIL.
       01 HOLD-RECORD.
           COPY "BETALHOLD.CPY".

       FD HOLDNYFIL.
       01 HOLDNY-RECORD          PIC X(402).

       FD CYKLUSFIL.
       01 CYKLUS-RECORD.
           COPY "POSTCYKLUS.CPY".

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
       01 TRANSFIL-NAVN          PIC X(80)
           VALUE "KontoSpaerringer.txt".
       01 SPAERFIL-STATUS        PIC X(2) VALUE "00".
       01 SPAER-ANTAL            PIC 9(4) VALUE 0.
       01 SPAER-OVERLOB          PIC X VALUE "N".
           88 SPAERRINGER-OVERLOEBET VALUE "J".
       01 SPAER-TABEL.
           02 SPAER-POST OCCURS 2000 TIMES.
               03 ST-KONTONUMMER     PIC X(20).
       01 HENVISFIL-NAVN         PIC X(80)
           VALUE "OvertraekHenvisninger.txt".
       01 HENVISFIL-STATUS       PIC X(2) VALUE "00".
       01 KASSEFIL-NAVN          PIC X(80)
           VALUE "KasseRegister.txt".
       01 KASSEFIL-STATUS        PIC X(2) VALUE "00".
       01 HOLDFIL-NAVN           PIC X(80)
           VALUE "BetalingsHold.txt".
       01 HOLDNYFIL-NAVN         PIC X(80)
           VALUE "BetalingsHoldNy.tmp".
       01 HOLDFIL-STATUS         PIC X(2) VALUE "00".
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.

      *Betalingsholdkoeen holdes i en tabel under koerslen som i
      *CLEARINGUD; nye hold skrives desuden straks til filen, saa de
      *ikke gaar tabt hvis koerslen genstartes efter et checkpoint.
       01 HOLD-ANTAL             PIC 9(4) VALUE 0.
       01 HOLD-TABEL.
           02 HOLD-POST OCCURS 2000 TIMES PIC X(402).
       01 HOLD-IX                PIC 9(4).
       01 HOLD-LOEBENR           PIC 9(4) VALUE 0.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 395.
       01 HOLD-BEVARES           PIC X VALUE "J".
           88 HOLD-SKAL-BEVARES      VALUE "J".
       01 HOLD-AENDRET           PIC X VALUE "N".
           88 HOLD-ER-AENDRET        VALUE "J".
       01 HOLD-FINDES            PIC X VALUE "N".
           88 HOLD-FINDES-ALLEREDE   VALUE "J".
       01 ANTAL-HOLDT            PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-FRIGIVET    PIC 9(7) VALUE 0.
       01 ANTAL-HOLD-AFVIST      PIC 9(7) VALUE 0.
       01 KSK-OMRAADE.
           COPY "KONTAKTSKIFT.CPY".
       01 TRANS-HOLD-REF         PIC X(14) VALUE SPACES.
       01 LINJE-HOLDT            PIC X VALUE "N".
           88 LINJE-ER-HOLDT         VALUE "J".
       01 HU-OMRAADE.
           COPY "UDBAKKE.CPY".
       01 ANTAL-ADVISER          PIC 9(7) VALUE 0.
       01 ADVIS-BELOEB           PIC S9(7)V9(2) VALUE 0.
       01 ADVIS-BELOEB-VIST      PIC -(7)9.99.
       01 ADVIS-SALDO-VIST       PIC -(7)9.99.

      *Kasse-aabningerne fra den seneste maaned (KASSE-VINDUE-DAGE)
      *indlaeses ved programstart - kapacitetsbegraenset som
      *graense-tabellen; ved overloeb advares, og linjer paa de
      *kasser der ikke kom med afvises.
       01 KASSE-ANTAL            PIC 9(4) VALUE 0.
       01 KASSE-OVERLOB          PIC X VALUE "N".
           88 KASSER-OVERLOEBET      VALUE "J".
       01 KASSE-TABEL.
           02 KASSE-POST OCCURS 2000 TIMES.
               03 KT-KASSE-ID        PIC X(8).
               03 KT-DATO            PIC 9(8).
       01 KASSE-IX               PIC 9(4).
       01 KASSE-VINDUE-DAGE      PIC 9(3) VALUE 31.
       01 KASSE-FUNDET           PIC X VALUE "N".
           88 KASSE-ER-FUNDET        VALUE "J".
       01 KASSE-VALUTA-EFFEKTIV  PIC X(3) VALUE SPACES.

      *Registret indlaeses ved programstart - kapacitetsbegraenset
      *som DORMANTRAPPORT's DORMANT-TABEL; ved overloeb advares og
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTAKURSFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-KURSER-TABEL.
       01 ALOGFIL-STATUS         PIC X(2) VALUE "00".
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 PK-OMRAADE.
           COPY "PRODUKTKATALOG.CPY".
       01 MA-OMRAADE.
           COPY "MINDREAARIG.CPY".
       01 KAEDE-OMRAADE.
           COPY "AUDITKAEDE.CPY".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 AUDIT-OPERATOER        PIC X(8) VALUE SPACES.
       01 AUDIT-FOER-BALANCE     PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-BALANCE-SUM      PIC S9(9)V9(2) VALUE 0.
       01 AUDIT-KONTO-IX         PIC 9(3) VALUE 1.
       01 END-OF-FILE            PIC X VALUE "N".
       01 SORT-SLUT              PIC X VALUE "N".
       01 SORTFIL-NAVN           PIC X(80)
           VALUE "Kontopostering.tmp".
       01 CYKLUSFIL-NAVN         PIC X(80)
           VALUE "KontopostCyklus.txt".
       01 CYKLUSFIL-STATUS       PIC X(2) VALUE "00".

      *Dagens posteringscyklus - nummer, cut-off og det interval af
      *linjer i transaktionsfilen den tager (FRA er sidste linje
      *dagens forrige cyklus tog, TIL den sidste denne tager).
       01 CYKLUS-NR              PIC 9(2) VALUE 0.
       01 CYKLUS-CUTOFF          PIC X(4) VALUE SPACES.
           88 NATTENS-CYKLUS         VALUE "NAT ".
       01 CYKLUS-LINJE-FRA       PIC 9(7) VALUE 0.
       01 CYKLUS-LINJE-TIL       PIC 9(7) VALUE 0.
       01 CYKLUS-START-TID       PIC 9(8) VALUE 0.
       01 TRANS-LINJENR          PIC 9(7) VALUE 0.
       01 CYKLUS-TIL-FAST        PIC X VALUE "N".
           88 CYKLUS-INTERVAL-FAST   VALUE "J".
       01 CUTOFF-KOERT           PIC X VALUE "N".
           88 CUTOFF-ER-KOERT        VALUE "J".
       01 TRANSFIL-KORTERE       PIC X VALUE "N".
           88 TRANSFIL-ER-KORTERE    VALUE "J".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-DATO-TEKST     PIC X(8) VALUE SPACES.
       01 FORRETNINGSDATO-TEKST  PIC X(8) VALUE SPACES.
       01 FORRETNINGSDATO        PIC 9(8) VALUE 0.
       01 TRANSFIL-STATUS        PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 JOURNALFIL-STATUS      PIC X(2) VALUE "00".
       01 CHECKPOINT-ID          PIC X(10) VALUE SPACES.
       01 GENSTART               PIC X VALUE "N".
           88 GENSTART-FRA-CHECKPOINT VALUE "J".
       01 GENSTART-GAMMEL        PIC X VALUE "N".
           88 GENSTART-UDEN-CYKLUS   VALUE "J".
       01 CYKLUS-NR-TEKST        PIC X(2) VALUE SPACES.
       01 GRAENSETJEK            PIC X VALUE "N".
           88 GRAENSETJEK-UDESTAAR   VALUE "J".

       01 GB-SIDSTE-EFTER REDEFINES GB-SIDSTE-EFTER-T
           PIC S9(7)V9(2).
       01 GB-TRF-ANTAL           PIC 9(3) VALUE 0.
       01 GB-TRF-OVERLOB         PIC X VALUE "N".
       01 GB-TRF-TABEL.
           02 GB-TRF-POST OCCURS 200 TIMES.
               03 GBT-MODPART        PIC X(10).
       01 GRUPPE-AARSAGSTEKST    PIC X(40) VALUE SPACES.
       01 GRUPPE-FOER-BALANCE    PIC S9(9)V9(2) VALUE 0.

      *Gruppens udgangspunkt: kontiens balancer ved gruppe-start og
      *de linjer gruppen har posteret. Faar gruppen ikke skrevet
      *sine konti, foeres journalen tilbage og linjerne afvises.
       01 GRUPPE-KONTI-FOER.
           02 GF-BALANCE OCCURS 99 TIMES PIC S9(7)V9(2).
       01 GF-IX                  PIC 9(2).
       01 GRUPPE-POSTERET        PIC 9(5) VALUE 0.
       01 GPL-ANTAL              PIC 9(3) VALUE 0.
       01 GPL-TOP                PIC 9(3) VALUE 0.
       01 GPL-OVERLOB            PIC X VALUE "N".
       01 GRUPPE-LINJER.
           02 GPL-LINJE OCCURS 200 TIMES PIC X(100).
       01 GPL-IX                 PIC 9(3).
       01 KONTI-GEMFEJL          PIC X VALUE "N".
           88 KONTI-IKKE-GEMT        VALUE "J".

      *TRF-koeen: krediteringer af andre kunder samles op under
      *gruppen og udfoeres efter gruppens REWRITE - modpartens
      *record kan ikke laeses midt i gruppen uden at smide gruppens
       01 TRFQ-ANTAL             PIC 9(3) VALUE 0.
       01 TRFQ-OVERLOB           PIC X VALUE "N".
           88 TRF-KOE-OVERLOEBET     VALUE "J".
       01 TRFQ-TOP               PIC 9(3) VALUE 0.
       01 TRF-KOE.
           02 TRFQ-POST OCCURS 200 TIMES.
               03 TQ-MODPART-ID      PIC X(10).
       01 TRANS-VALUTA           PIC X(3).
       01 TRANS-MODPART-ID       PIC X(10).
       01 TRANS-MODPART-KONTO    PIC X(20).
       01 TRANS-KASSE-ID         PIC X(8).

      *Det beloeb der faktisk foeres paa kontoen: transaktionens
      *beloeb omregnet til kontoens valuta naar de to afviger, ellers

       01 GYLDIG-RECORD          PIC X VALUE "J".
           88 RECORD-GYLDIG          VALUE "J".
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 KONTO-FUNDET-IX        PIC 9(3) VALUE 0.
       01 MODPART-KONTO-IX       PIC 9(3) VALUE 0.
       01 TRANS-BELOEB           PIC S9(7)V9(2).
       01 GAMMEL-BALANCE         PIC S9(7)V9(2).
       01 NY-BALANCE             PIC S9(7)V9(2).
       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM BESTEM-FORRETNINGSDATO
           MOVE KOERSEL-DATO TO KOERSEL-DATO-TEKST
           PERFORM LAES-VALUTAREGISTER
           PERFORM SAET-STANDARDKURSER
           PERFORM LAES-OVERTRAEKSGRAENSER
           PERFORM LAES-RESERVATIONER
           PERFORM LAES-KONTOSPAERRINGER
           PERFORM TJEK-KONTAKTSKIFT-TABEL
           PERFORM LAES-KASSEREGISTER
           PERFORM LAES-CHECKPOINT
           PERFORM BESTEM-CYKLUS
           OPEN INPUT TRANSFIL
           IF TRANSFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt findes ikke - "
           END-IF
           CLOSE TRANSFIL
           PERFORM TAG-KOERSELLAAS
           PERFORM LAES-BETALINGSHOLD
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
           IF GENSTART-FRA-CHECKPOINT
               DISPLAY "Genstarter efter checkpoint " CHECKPOINT-ID
               PERFORM ANALYSER-GENSTARTSJOURNAL
               MOVE "GB-TRF-TABEL" TO TK-TABEL
               MOVE GB-TRF-ANTAL TO TK-ANTAL
               MOVE 200 TO TK-KAPACITET
               MOVE GB-TRF-OVERLOB TO TK-OVERLOB
               PERFORM MAAL-TABEL
               MOVE "J" TO GRAENSETJEK
               OPEN EXTEND AFVISTFIL
           ELSE
      *Undtagelsesfilen er dagens - kun dagens foerste cyklus
      *begynder den forfra, de senere bygger videre paa den.
               IF CYKLUS-NR > 1
                   OPEN EXTEND AFVISTFIL
                   IF AFVISTFIL-STATUS NOT = "00"
                       CLOSE AFVISTFIL
                       OPEN OUTPUT AFVISTFIL
                   END-IF
               ELSE
                   OPEN OUTPUT AFVISTFIL
               END-IF
           END-IF
      *Journalen deles med clearing-, BS- og afviklingsskridtene og
      *er append-only paa tvaers af dem alle - trimningen ejes af
           PERFORM AABN-HENVISNINGER
           PERFORM AABN-AFVISNINGSLOG
           PERFORM AABN-AUDITJOURNAL
           PERFORM AFVIS-AFGJORTE-HOLD

           SORT SORT-WORK ON ASCENDING KEY SORT-KUNDE-ID
               INPUT PROCEDURE IS INDLAES-TRANSAKTIONER
           CLOSE HENVISFIL
           CLOSE ALOGFIL
           CLOSE AUDITFIL
           MOVE "L" TO HU-FUNKTION
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF HOLD-ER-AENDRET
               PERFORM SKRIV-BETALINGSHOLD
           END-IF
           MOVE "HOLD-TABEL" TO TK-TABEL
           MOVE HOLD-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "TRF-KOE" TO TK-TABEL
           MOVE TRFQ-TOP TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE TRFQ-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           MOVE "GRUPPE-LINJER" TO TK-TABEL
           MOVE GPL-TOP TO TK-ANTAL
           MOVE 200 TO TK-KAPACITET
           MOVE GPL-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           PERFORM SLET-CHECKPOINT
           PERFORM SKRIV-CYKLUSPOST

           DISPLAY "================================================"
           DISPLAY "KONTOPOSTERING - daglig posteringskoersel"
           DISPLAY "================================================"
           IF NATTENS-CYKLUS
               DISPLAY "Posteringscyklus      : " CYKLUS-NR
                   " (nattens afsluttende)"
           ELSE
               DISPLAY "Posteringscyklus      : " CYKLUS-NR
                   " (cut-off " CYKLUS-CUTOFF(1:2) ":"
                   CYKLUS-CUTOFF(3:2) ")"
           END-IF
           DISPLAY "Transaktionslinjer    : efter " CYKLUS-LINJE-FRA
               " til og med " CYKLUS-LINJE-TIL
           DISPLAY "Transaktioner laest   : " ANTAL-LAEST
           DISPLAY "Posteringer gennemfoert: " ANTAL-POSTERET
           DISPLAY "Kunder opdateret      : " ANTAL-KUNDER
           DISPLAY "Transaktioner afvist  : " ANTAL-AFVIST
           DISPLAY "Parkeret til valoerdato: " ANTAL-PARKERET
           DISPLAY "Henvist kreditkontoret: " ANTAL-HENVIST
           DISPLAY "Holdt (kontaktskift)  : " ANTAL-HOLDT
           DISPLAY "Hold frigivet, posteret: " ANTAL-HOLD-FRIGIVET
           DISPLAY "Hold afvist efter opkald: " ANTAL-HOLD-AFVIST
           DISPLAY "Adviser i udbakken    : " ANTAL-ADVISER
           IF TRF-KOE-OVERLOEBET
               DISPLAY "FEJL: flere end 200 TRF-linjer for en "
                   "enkelt kunde - de overskydende blev afvist"
           END-IF

           IF GPL-OVERLOB = "J"
               DISPLAY "FEJL: en tilbagefoert kunde havde flere end "
                   "200 posteringer - de overskydende linjer staar "
                   "ikke i afvisningsfilen"
           END-IF
           IF KONTI-IKKE-GEMT
               DISPLAY "FEJL: en eller flere kunders konti kunne "
                   "ikke gemmes - se afvisningerne"
           END-IF

           IF TRANSFIL-ER-KORTERE
               DISPLAY "ADVARSEL: Transaktioner.txt har faerre "
                   "linjer end dagens tidligere cyklusser tog - "
                   "filen er udskiftet i loebet af dagen"
           END-IF

      *Laasen frigives foer returkoden saettes - CALL'et til
      *KOERSELLAAS nulstiller RETURN-CODE.
           PERFORM FRIGIV-KOERSELLAAS
           IF ANTAL-AFVIST > 0 OR ANTAL-HOLDT > 0
                   OR TRANSFIL-ER-KORTERE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF KAPACITET-OVERSKREDET OR KONTI-IKKE-GEMT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Indlaesning til sorteringen: kunde-id (foerste kolonne)
      *loeftes ud som noegle, raalinjen foelger med uaendret.
      *Kun cyklussens egne linjer (efter CYKLUS-LINJE-FRA og - ved
      *genstart - til og med CYKLUS-LINJE-TIL) kommer med.
       INDLAES-TRANSAKTIONER.
           MOVE 0 TO TRANS-LINJENR
           OPEN INPUT TRANSFIL
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRANSFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TRANS-LINJENR
                       IF CYKLUS-INTERVAL-FAST
                               AND TRANS-LINJENR > CYKLUS-LINJE-TIL
                           MOVE "Y" TO END-OF-FILE
                       END-IF
                       IF TRANS-FIL-LINJE NOT = SPACES
                               AND TRANS-LINJENR > CYKLUS-LINJE-FRA
                               AND END-OF-FILE NOT = "Y"
                           MOVE SPACES TO SORT-KUNDE-ID
                           UNSTRING TRANS-FIL-LINJE DELIMITED BY ","
                               INTO SORT-KUNDE-ID
                           MOVE TRANS-FIL-LINJE TO SORT-LINJE
                           MOVE SPACES TO SORT-HOLD-REF
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFIL
           MOVE "N" TO END-OF-FILE
           IF NOT CYKLUS-INTERVAL-FAST
               IF TRANS-LINJENR < CYKLUS-LINJE-FRA
                   MOVE "J" TO TRANSFIL-KORTERE
                   MOVE CYKLUS-LINJE-FRA TO CYKLUS-LINJE-TIL
               ELSE
                   MOVE TRANS-LINJENR TO CYKLUS-LINJE-TIL
               END-IF
               MOVE "J" TO CYKLUS-TIL-FAST
           END-IF
           PERFORM FRIGIV-AFGJORTE-HOLD
           EXIT.

      *Frigivne TRF-hold foeres ind i sorteringen med holdets id,
      *saa de posteres sammen med kundens oevrige linjer uden at
      *blive holdt igen. De markeres udfoert med det samme - naar
      *registret foerst genskrives ved koerslens afslutning, foeres
      *de blot ind igen efter et nedbrud, og checkpointet forhindrer
      *dobbeltpostering.
       FRIGIV-AFGJORTE-HOLD.
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-INTERN-TRF AND BH-FRIGIVET
                   MOVE SPACES TO SORT-KUNDE-ID
                   UNSTRING BH-ORIGINAL-LINJE DELIMITED BY ","
                       INTO SORT-KUNDE-ID
                   MOVE BH-ORIGINAL-LINJE TO SORT-LINJE
                   MOVE BH-ID TO SORT-HOLD-REF
                   RELEASE SORT-RECORD
                   MOVE "U" TO BH-STATUS
                   MOVE KOERSEL-DATO TO BH-BEHANDLET-DATO
                   MOVE HOLD-RECORD TO HOLD-POST(HOLD-IX)
                   MOVE "J" TO HOLD-AENDRET
                   ADD 1 TO ANTAL-HOLD-FRIGIVET
               END-IF
           END-PERFORM
           EXIT.

      *Et hold kunden ikke bekraeftede ved opkaldet, afvises med kode
      *21, saa filialen ser det paa undtagelseslisten som enhver
      *anden afvist linje.
       AFVIS-AFGJORTE-HOLD.
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-INTERN-TRF AND BH-AFVIST
                   MOVE BH-ORIGINAL-LINJE TO TRANS-LINJE
                   MOVE BH-KUNDE-ID TO AFVIST-KUNDE-ID
                   MOVE "21" TO AFVIST-AARSAGSKODE
                   MOVE "Afvist efter opkald - kontaktskift"
                       TO AFVIST-AARSAGSTEKST
                   PERFORM SKRIV-AFVIST-RECORD
                   ADD 1 TO ANTAL-AFVIST
                   MOVE "R" TO BH-STATUS
                   MOVE KOERSEL-DATO TO BH-BEHANDLET-DATO
                   MOVE HOLD-RECORD TO HOLD-POST(HOLD-IX)
                   MOVE "J" TO HOLD-AENDRET
                   ADD 1 TO ANTAL-HOLD-AFVIST
               END-IF
           END-PERFORM
           EXIT.

       POSTER-SORTEREDE.
               EXIT PARAGRAPH
           END-IF
           MOVE SORT-LINJE TO TRANS-LINJE
           MOVE SORT-HOLD-REF TO TRANS-HOLD-REF
           PERFORM BEHANDL-TRANSAKTION
           EXIT.

           MOVE "N" TO GRUPPE-OPDATERET
           MOVE "N" TO GRUPPE-SKIP
           MOVE 0 TO TRFQ-ANTAL
           MOVE 0 TO GRUPPE-POSTERET
           MOVE 0 TO GPL-ANTAL
           MOVE "J" TO GRUPPE-GYLDIG
           MOVE SPACES TO GRUPPE-AARSAGSKODE GRUPPE-AARSAGSTEKST
           MOVE GRUPPE-ID TO KUNDE-ID
                   MOVE "07" TO GRUPPE-AARSAGSKODE
                   MOVE "Ukendt kunde" TO GRUPPE-AARSAGSTEKST
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF NOT KUNDE-AKTIV
                       MOVE "N" TO GRUPPE-GYLDIG
                       MOVE "07" TO GRUPPE-AARSAGSKODE
           IF GRUPPE-ER-GYLDIG
               PERFORM OPGOER-BALANCE-SUM
               MOVE AUDIT-BALANCE-SUM TO GRUPPE-FOER-BALANCE
               PERFORM VARYING GF-IX FROM 1 BY 1
                       UNTIL GF-IX > ANTAL-KONTI
                   MOVE BALANCE(GF-IX) TO GF-BALANCE(GF-IX)
               END-PERFORM
               IF GRAENSETJEK-UDESTAAR
                   PERFORM TJEK-GRAENSEGRUPPE
               END-IF
               REWRITE KUNDEOPL
                   INVALID KEY
                       DISPLAY "FEJL: Kan ikke opdatere " KUNDE-ID
                       PERFORM AFVIS-GRUPPE
                   NOT INVALID KEY
                       PERFORM GEM-KONTI
                       IF KS-FEJL
                           PERFORM AFVIS-GRUPPE
                       ELSE
                           ADD 1 TO ANTAL-KUNDER
                           MOVE GRUPPE-FOER-BALANCE
                               TO AUDIT-FOER-BALANCE
                           PERFORM SKRIV-AUDITLINJE
                           PERFORM UDFOER-TRF-KOE
                       END-IF
               END-REWRITE
           END-IF
           PERFORM OPDATER-CHECKPOINT
           MOVE "N" TO GRUPPE-AKTIV
           EXIT.

      *Gruppens konti kom ikke paa masteren. Journallinjerne er
      *allerede skrevet, saa de foeres tilbage med en REV-linje pr.
      *beroert konto (som ved KOMPENSER-TRF - journalen forbliver
      *sand). Gruppens posteringer og TRF-ben afvises med kildens
      *linje, saa de kan genindsendes, og koerslen ender med
      *returkode 8.
       AFVIS-GRUPPE.
           DISPLAY "FEJL: posteringerne for " GRUPPE-ID
               " foeres tilbage og afvises"
           PERFORM AFVIS-TRF-KOE
           PERFORM VARYING GF-IX FROM 1 BY 1
                   UNTIL GF-IX > ANTAL-KONTI
               IF BALANCE(GF-IX) NOT = GF-BALANCE(GF-IX)
                   PERFORM SKRIV-GRUPPE-REV
               END-IF
           END-PERFORM
           PERFORM VARYING GPL-IX FROM 1 BY 1
                   UNTIL GPL-IX > GPL-ANTAL
               PERFORM AFVIS-GRUPPE-LINJE
           END-PERFORM
           IF GRUPPE-POSTERET > GPL-ANTAL
               MOVE "J" TO GPL-OVERLOB
           END-IF
           SUBTRACT GRUPPE-POSTERET FROM ANTAL-POSTERET
           MOVE 0 TO GRUPPE-POSTERET
           MOVE "J" TO KONTI-GEMFEJL
           EXIT.

       SKRIV-GRUPPE-REV.
           MOVE SPACES TO JOURNALLINJE
           STRING GRUPPE-ID
               " KONTO=" KONTONUMMER(GF-IX)
               " TYPE=REV"
               " REF=AFV"
               " VALOER=" KOERSEL-DATO
               " FOER=" BALANCE(GF-IX)
               " EFTER=" GF-BALANCE(GF-IX)
               " DATO=" KOERSEL-DATO
               " CYKLUS=" CYKLUS-NR
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           MOVE GF-BALANCE(GF-IX) TO BALANCE(GF-IX)
           EXIT.

       AFVIS-GRUPPE-LINJE.
           MOVE GRUPPE-ID TO AFVIST-KUNDE-ID
           MOVE "18" TO AFVIST-AARSAGSKODE
           MOVE "Kunden kunne ikke opdateres"
               TO AFVIST-AARSAGSTEKST
           MOVE GPL-LINJE(GPL-IX) TO TRANS-LINJE
           PERFORM SKRIV-AFVIST-RECORD
           ADD 1 TO ANTAL-AFVIST
           EXIT.

       BEHANDL-TRANSAKTION.
           MOVE "N" TO LINJE-HOLDT
           PERFORM LAES-TRANS-FELTER
           PERFORM VALIDER-TRANSAKTION
           IF RECORD-GYLDIG
           IF RECORD-GYLDIG
               PERFORM FIND-KONTO
           END-IF
           IF RECORD-GYLDIG AND TRANS-KASSE-ID NOT = SPACES
               PERFORM TJEK-KASSE
           END-IF
           IF RECORD-GYLDIG
               IF TRANS-ER-OVERFOERSEL
                   PERFORM POSTER-OVERFOERSEL
                   PERFORM POSTER-BEVAEGELSE
               END-IF
           END-IF
           IF NOT RECORD-GYLDIG AND NOT LINJE-ER-HOLDT
               PERFORM SKRIV-AFVIST-RECORD
               ADD 1 TO ANTAL-AFVIST
           END-IF
       LAES-TRANS-FELTER.
           MOVE SPACES TO TRANS-KUNDE-ID TRANS-KONTONUMMER TRANS-TYPE
               TRANS-BELOEB-TEKST TRANS-VALOERDATO TRANS-VALUTA
               TRANS-MODPART-ID TRANS-MODPART-KONTO TRANS-KASSE-ID
           UNSTRING TRANS-LINJE DELIMITED BY ","
               INTO TRANS-KUNDE-ID, TRANS-KONTONUMMER, TRANS-TYPE,
                   TRANS-BELOEB-TEKST, TRANS-VALOERDATO, TRANS-VALUTA,
                   TRANS-MODPART-ID, TRANS-MODPART-KONTO,
                   TRANS-KASSE-ID
           EXIT.

       VALIDER-TRANSAKTION.
                       IF RECORD-GYLDIG AND TRANS-ER-OVERFOERSEL
                           PERFORM VALIDER-MODPART-FELTER
                       END-IF
                       IF RECORD-GYLDIG AND TRANS-ER-OVERFOERSEL
                               AND TRANS-KASSE-ID NOT = SPACES
                           MOVE "N" TO GYLDIG-RECORD
                           MOVE "20" TO AFVIST-AARSAGSKODE
                           MOVE "Kasse-id paa TRF-linje"
                               TO AFVIST-AARSAGSTEKST
                       END-IF
                   END-IF
               END-IF
           END-IF
               IF NOT RECORD-GYLDIG
                   EXIT PARAGRAPH
               END-IF
               PERFORM TJEK-MINDREAARIG
               IF NOT RECORD-GYLDIG
                   EXIT PARAGRAPH
               END-IF
               PERFORM TJEK-OVERTRAEKSGRAENSE
               IF NOT RECORD-GYLDIG
                   EXIT PARAGRAPH
           MOVE NY-BALANCE TO BALANCE(KONTO-FUNDET-IX)
           MOVE "J" TO GRUPPE-OPDATERET
           PERFORM SKRIV-JOURNALLINJE
           IF TRANS-ER-INDBETALING
               MOVE POSTERING-BELOEB TO ADVIS-BELOEB
           ELSE
               COMPUTE ADVIS-BELOEB = 0 - POSTERING-BELOEB
           END-IF
           PERFORM SKRIV-POSTERINGSADVISER
           ADD 1 TO ANTAL-POSTERET
           ADD 1 TO GRUPPE-POSTERET
           IF GPL-ANTAL < 200
               ADD 1 TO GPL-ANTAL
               MOVE TRANS-LINJE TO GPL-LINJE(GPL-ANTAL)
               IF GPL-ANTAL > GPL-TOP
                   MOVE GPL-ANTAL TO GPL-TOP
               END-IF
           END-IF
           IF TRANS-ER-UDBETALING
               PERFORM TJEK-HENVISNING
           END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OMREGN-RESULTAT TO POSTERING-BELOEB
           IF TRANS-HOLD-REF = SPACES
               PERFORM TJEK-KONTAKTSKIFT
               IF LINJE-ER-HOLDT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TRFQ-ANTAL >= 200
               MOVE "J" TO TRFQ-OVERLOB
               MOVE "N" TO GYLDIG-RECORD
           IF NOT RECORD-GYLDIG
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-MINDREAARIG
           IF NOT RECORD-GYLDIG
               EXIT PARAGRAPH
           END-IF
           PERFORM TJEK-OVERTRAEKSGRAENSE
           IF NOT RECORD-GYLDIG
               EXIT PARAGRAPH
           MOVE TRANS-MODPART-ID TO TRF-MODPART-VIST
           MOVE TRANS-MODPART-KONTO TO TRF-MODKONTO-VIST
           PERFORM SKRIV-TRF-JOURNALLINJE
           COMPUTE ADVIS-BELOEB = 0 - POSTERING-BELOEB
           PERFORM SKRIV-POSTERINGSADVISER
           PERFORM TJEK-HENVISNING
           EXIT.

      *POSTERING og LAVSALDO meldes for hver postering; om der
      *skrives en advis, afgoer HAENDELSESUDBAKKE ud fra kundens
      *abonnement og graense. Beloebet er i kontoens valuta med
      *fortegn (debitering negativ). KUNDE-ID og KONTO-FUNDET-IX
      *peger paa den konto der netop er posteret.
       SKRIV-POSTERINGSADVISER.
           MOVE "H" TO HU-FUNKTION
           MOVE KUNDE-ID TO HU-KUNDE-ID
           MOVE KONTONUMMER(KONTO-FUNDET-IX) TO HU-KONTONUMMER
           MOVE ADVIS-BELOEB TO HU-BELOEB
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO HU-VALUTA
           MOVE GAMMEL-BALANCE TO HU-SALDO-FOER
           MOVE NY-BALANCE TO HU-SALDO-EFTER
           MOVE TRANS-TYPE TO HU-REFERENCE
           MOVE "KONTOPOSTERING" TO HU-KILDE
           MOVE ADVIS-BELOEB TO ADVIS-BELOEB-VIST
           MOVE NY-BALANCE TO ADVIS-SALDO-VIST
           MOVE "POSTERING" TO HU-HAENDELSE
           MOVE SPACES TO HU-TEKST
           STRING "Postering paa konto "
               FUNCTION TRIM(KONTONUMMER(KONTO-FUNDET-IX)) ": "
               FUNCTION TRIM(ADVIS-BELOEB-VIST) " "
               VALUTAKODE(KONTO-FUNDET-IX) ". Ny saldo: "
               FUNCTION TRIM(ADVIS-SALDO-VIST) " "
               VALUTAKODE(KONTO-FUNDET-IX)
               DELIMITED BY SIZE INTO HU-TEKST
           END-STRING
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           ADD HU-ANTAL-SKREVET TO ANTAL-ADVISER
           MOVE "LAVSALDO" TO HU-HAENDELSE
           MOVE SPACES TO HU-TEKST
           STRING "Saldoen paa konto "
               FUNCTION TRIM(KONTONUMMER(KONTO-FUNDET-IX))
               " er faldet til "
               FUNCTION TRIM(ADVIS-SALDO-VIST) " "
               VALUTAKODE(KONTO-FUNDET-IX)
               DELIMITED BY SIZE INTO HU-TEKST
           END-STRING
           CALL "HAENDELSESUDBAKKE" USING HU-OMRAADE
           IF HU-ABON-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           ADD HU-ANTAL-SKREVET TO ANTAL-ADVISER
           EXIT.

      *Kontoovertagelses-reglen. Et hold taelles som holdt, ikke
      *afvist: GYLDIG-RECORD saettes til N saa debiteringen
      *springes over, og LINJE-HOLDT holder linjen ude af
      *undtagelsesfilen. Er linjen allerede holdt i dag (graense-
      *gruppen koeres om efter en genstart), skrives intet nyt hold.
       TJEK-KONTAKTSKIFT.
           MOVE TRANS-KUNDE-ID TO KSK-KUNDE-ID
           MOVE TRANS-BELOEB TO KSK-BELOEB
           MOVE TRANS-VALUTA-EFFEKTIV TO KSK-VALUTA
           CALL "KONTAKTSKIFT" USING KSK-OMRAADE
           IF NOT KSK-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO LINJE-HOLDT
           MOVE "N" TO GYLDIG-RECORD
           ADD 1 TO ANTAL-HOLDT
           MOVE "N" TO HOLD-FINDES
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               IF BH-INTERN-TRF AND BH-HOLD-DATO = KOERSEL-DATO
                       AND BH-ORIGINAL-LINJE = TRANS-LINJE
                   MOVE "J" TO HOLD-FINDES
               END-IF
           END-PERFORM
           IF HOLD-FINDES-ALLEREDE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-ANTAL NOT < 2000
               DISPLAY "FEJL: betalingsholdkoeen er fuld - TRF "
                   "afvises"
               MOVE "N" TO LINJE-HOLDT
               SUBTRACT 1 FROM ANTAL-HOLDT
               MOVE "21" TO AFVIST-AARSAGSKODE
               MOVE "Kontaktskift - holdkoeen er fuld"
                   TO AFVIST-AARSAGSTEKST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-LOEBENR
           MOVE SPACES TO HOLD-RECORD
           MOVE "BH" TO BH-ID-PRAEFIKS
           MOVE KOERSEL-DATO TO BH-ID-DATO
           MOVE HOLD-LOEBENR TO BH-ID-LOEBENR
           MOVE "T" TO BH-RETNING
           MOVE "K" TO BH-HOLD-TYPE
           MOVE TRANS-KUNDE-ID TO BH-KUNDE-ID
           MOVE TRANS-KONTONUMMER TO BH-KONTONUMMER
           STRING FUNCTION TRIM(TRANS-MODPART-ID) "/"
               FUNCTION TRIM(TRANS-MODPART-KONTO)
               DELIMITED BY SIZE INTO BH-MODPART-NAVN
           END-STRING
           MOVE TRANS-BELOEB TO BH-BELOEB
           MOVE TRANS-VALUTA-EFFEKTIV TO BH-VALUTA
           MOVE KSK-SKIFT-ART TO BH-SKIFT-ART
           MOVE KSK-SKIFT-DATO TO BH-SKIFT-DATO
           MOVE KSK-SKIFT-KILDE TO BH-SKIFT-KILDE
           MOVE "V" TO BH-STATUS
           MOVE KOERSEL-DATO TO BH-HOLD-DATO
           MOVE 0 TO BH-BESLUT-DATO
           MOVE 0 TO BH-BEHANDLET-DATO
           MOVE TRANS-LINJE TO BH-ORIGINAL-LINJE
           ADD 1 TO HOLD-ANTAL
           MOVE HOLD-RECORD TO HOLD-POST(HOLD-ANTAL)
           OPEN EXTEND HOLDFIL
           IF HOLDFIL-STATUS NOT = "00"
               CLOSE HOLDFIL
               OPEN OUTPUT HOLDFIL
           END-IF
           WRITE HOLD-RECORD
           CLOSE HOLDFIL
           EXIT.

      *Hele koeen indlaeses - alle retninger, da clearingskridtene
      *deler registret. Dagens hoejeste loebenummer findes samtidig.
       LAES-BETALINGSHOLD.
           MOVE 0 TO HOLD-ANTAL
           OPEN INPUT HOLDFIL
           IF HOLDFIL-STATUS NOT = "00"
               CLOSE HOLDFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLDFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HOLD-ANTAL < 2000
                           ADD 1 TO HOLD-ANTAL
                           MOVE HOLD-RECORD TO HOLD-POST(HOLD-ANTAL)
                           IF BH-ID-DATO = KOERSEL-DATO
                                   AND BH-ID-LOEBENR > HOLD-LOEBENR
                               MOVE BH-ID-LOEBENR TO HOLD-LOEBENR
                           END-IF
                       ELSE
                           DISPLAY "FEJL: flere end 2000 poster i "
                               "BetalingsHold.txt"
                           CLOSE HOLDFIL
                           MOVE "HOLD-TABEL" TO TK-TABEL
                           MOVE HOLD-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

      *Registret genskrives fra tabellen via en midlertidig fil og
      *mv, som i CLEARINGUD - afsluttede hold ud over
      *opbevaringsperioden tages ikke med.
       SKRIV-BETALINGSHOLD.
           OPEN OUTPUT HOLDNYFIL
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ANTAL
               MOVE HOLD-POST(HOLD-IX) TO HOLD-RECORD
               MOVE "J" TO HOLD-BEVARES
               IF BH-AFSLUTTET
                   IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(BH-BEHANDLET-DATO)
                       > OPBEVARING-DAGE
                       MOVE "N" TO HOLD-BEVARES
                   END-IF
               END-IF
               IF HOLD-SKAL-BEVARES
                   MOVE HOLD-RECORD TO HOLDNY-RECORD
                   WRITE HOLDNY-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLDNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(HOLDNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOLDFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *TRF-koeen udfoeres efter gruppens REWRITE: hver modpart
      *laeses, valideres og krediteres i sin egen REWRITE. Fejler
      *benet, foeres afsenderens debitering tilbage med en
      *kompenserende REWRITE og en REV-journallinje, og linjen
      *afvises - begge ben gennemfoeres eller ingen af dem.
       UDFOER-TRF-KOE.
           IF TRFQ-ANTAL > TRFQ-TOP
               MOVE TRFQ-ANTAL TO TRFQ-TOP
           END-IF
           PERFORM VARYING TRFQ-IX FROM 1 BY 1
                   UNTIL TRFQ-IX > TRFQ-ANTAL
               PERFORM UDFOER-TRF-KREDIT
                   MOVE "Ukendt modpart-kunde"
                       TO AFVIST-AARSAGSTEKST
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   IF NOT KUNDE-AKTIV
                       MOVE "N" TO GYLDIG-RECORD
                       MOVE "07" TO AFVIST-AARSAGSKODE
                   MOVE "Opdatering af modpart fejlede"
                       TO AFVIST-AARSAGSTEKST
               NOT INVALID KEY
                   PERFORM GEM-KONTI
           END-REWRITE
           IF RECORD-GYLDIG AND KS-FEJL
               MOVE GAMMEL-BALANCE TO BALANCE(MODPART-KONTO-IX)
               MOVE "N" TO GYLDIG-RECORD
               MOVE "08" TO AFVIST-AARSAGSKODE
               MOVE "Opdatering af modpart fejlede"
                   TO AFVIST-AARSAGSTEKST
           END-IF
           IF RECORD-GYLDIG
               MOVE MODPART-KONTO-IX TO KONTO-FUNDET-IX
               MOVE GRUPPE-ID TO TRF-MODPART-VIST
               MOVE SPACES TO TRF-MODKONTO-VIST
               MOVE "TRF" TO TRANS-TYPE
               MOVE TQ-VALOER(TRFQ-IX) TO TRANS-VALOERDATO
               PERFORM SKRIV-TRF-JOURNALLINJE
               PERFORM SKRIV-AUDITLINJE
               MOVE POSTERING-BELOEB TO ADVIS-BELOEB
               PERFORM SKRIV-POSTERINGSADVISER
               ADD 1 TO ANTAL-POSTERET
           END-IF
           EXIT.

      *Kompensation: afsenderens record genlaeses, debiteringen
                       "journalen manuelt"
                   EXIT PARAGRAPH
           END-READ
           PERFORM HENT-KONTI
      *Afsenderkontoen slaas op paa kontonummeret - ved genstart
      *kommer koeposten fra journalen og baerer intet indeks.
           IF TQ-AFS-KONTO-IX(TRFQ-IX) = 0
                   DISPLAY "FEJL: afsender " GRUPPE-ID
                       " kan ikke foeres tilbage - kontroller "
                       "journalen manuelt"
                   MOVE "J" TO KONTI-GEMFEJL
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GEM-KONTI
           IF KS-FEJL
               DISPLAY "FEJL: afsender " GRUPPE-ID
                   " kan ikke foeres tilbage - kontroller "
                   "journalen manuelt"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNALLINJE
           STRING KUNDE-ID
               " KONTO=" TQ-AFS-KONTO(TRFQ-IX)
               " TYPE=REV"
               " REF=TRF"
               " VALOER=" KOERSEL-DATO
               " FOER=" GAMMEL-BALANCE
               " EFTER=" NY-BALANCE
               " DATO=" KOERSEL-DATO
               " CYKLUS=" CYKLUS-NR
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           PERFORM SKRIV-AUDITLINJE
           EXIT.

      *Journallinje for et TRF-ben - samme maerkeformat som
                   WITH POINTER JOURNAL-PTR
               END-STRING
           END-IF
           STRING " CYKLUS=" CYKLUS-NR
               DELIMITED BY SIZE INTO JOURNALLINJE
               WITH POINTER JOURNAL-PTR
           END-STRING
           WRITE JOURNALLINJE
           EXIT.

               " VALUTA=" TRANS-VALUTA-EFFEKTIV
               " BELOEB=" TRANS-BELOEB
               " OMREGNET=" POSTERING-BELOEB
               " CYKLUS=" CYKLUS-NR
               DELIMITED BY SIZE INTO JOURNALLINJE
           END-STRING
           WRITE JOURNALLINJE
           IF JRN-LINJE-DATO NOT = KOERSEL-DATO-TEKST
               EXIT PARAGRAPH
           END-IF
      *Dagens tidligere cyklusser er afsluttede - kun den afbrudte
      *cyklus' egne linjer kan tilhoere graensegruppen.
           IF NOT GENSTART-UDEN-CYKLUS
               MOVE SPACES TO HALE-DEL-1 HALE-DEL-2
               UNSTRING JOURNALLINJE DELIMITED BY " CYKLUS="
                   INTO HALE-DEL-1, HALE-DEL-2
               IF HALE-DEL-2(1:2) NOT = CYKLUS-NR-TEKST
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *Et udfoert kredit-ben eller en kompensation for
      *graensegruppen markerer det aeldste uafviklede debet-ben.
           IF HAR-GRAENSEGRUPPE

       GEM-DEBETBEN.
           IF GB-TRF-ANTAL >= 200
               MOVE "J" TO GB-TRF-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GB-TRF-ANTAL
                           MOVE CHK-PARKERET TO ANTAL-PARKERET
                           MOVE CHK-HENVIST TO ANTAL-HENVIST
                           MOVE "J" TO GENSTART
                           IF CHK-CYKLUS NUMERIC
                                   AND CHK-LINJE-FRA NUMERIC
                                   AND CHK-LINJE-TIL NUMERIC
                               MOVE CHK-CYKLUS TO CYKLUS-NR
                               MOVE CHK-LINJE-FRA
                                   TO CYKLUS-LINJE-FRA
                               MOVE CHK-LINJE-TIL
                                   TO CYKLUS-LINJE-TIL
                               MOVE "J" TO CYKLUS-TIL-FAST
                           ELSE
                               MOVE "J" TO GENSTART-GAMMEL
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINTFIL
           MOVE ANTAL-AFVIST TO CHK-AFVIST
           MOVE ANTAL-PARKERET TO CHK-PARKERET
           MOVE ANTAL-HENVIST TO CHK-HENVIST
           MOVE CYKLUS-NR TO CHK-CYKLUS
           MOVE CYKLUS-LINJE-FRA TO CHK-LINJE-FRA
           MOVE CYKLUS-LINJE-TIL TO CHK-LINJE-TIL
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINTFIL
           EXIT.
           CLOSE CHECKPOINTFIL
           EXIT.

      *Forretningsdagen fra BATCHKOERSEL erstatter urets dato i hele
      *koerslen - cyklusregistret, valoer, DATO= og hold - saa een
      *forretningsdag aldrig deles over to datoer.
       BESTEM-FORRETNINGSDATO.
           ACCEPT FORRETNINGSDATO-TEKST
               FROM ENVIRONMENT "KONTOPOST-DATO"
           IF FORRETNINGSDATO-TEKST = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FORRETNINGSDATO-TEKST NOT NUMERIC
               DISPLAY "FEJL: KONTOPOST-DATO skal angives som "
                   "aaaammdd - " FORRETNINGSDATO-TEKST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FORRETNINGSDATO-TEKST TO FORRETNINGSDATO
           IF FUNCTION TEST-DATE-YYYYMMDD(FORRETNINGSDATO) NOT = 0
               DISPLAY "FEJL: KONTOPOST-DATO er ikke en gyldig "
                   "dato - " FORRETNINGSDATO-TEKST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FORRETNINGSDATO TO KOERSEL-DATO
           EXIT.

      *Cyklussen bestemmes ud fra dagens linjer i cyklusregistret:
      *naeste nummer, og foerste linje efter den forrige cyklus'
      *sidste. En genstart fra et checkpoint genoptager i stedet
      *den afbrudte cyklus med dens oprindelige linjeinterval.
       BESTEM-CYKLUS.
           ACCEPT CYKLUS-START-TID FROM TIME
           ACCEPT CYKLUS-CUTOFF FROM ENVIRONMENT "KONTOPOST-CUTOFF"
           IF CYKLUS-CUTOFF = SPACES
               MOVE "NAT " TO CYKLUS-CUTOFF
           ELSE
               IF CYKLUS-CUTOFF NOT NUMERIC
                       OR CYKLUS-CUTOFF(1:2) > "23"
                       OR CYKLUS-CUTOFF(3:2) > "59"
                   DISPLAY "FEJL: KONTOPOST-CUTOFF skal angives "
                       "som ttmm - " CYKLUS-CUTOFF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF CYKLUS-INTERVAL-FAST
               MOVE CYKLUS-NR TO CYKLUS-NR-TEKST
               DISPLAY "Genoptager posteringscyklus " CYKLUS-NR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CYKLUS-NR
           MOVE 0 TO CYKLUS-LINJE-FRA
           OPEN INPUT CYKLUSFIL
           IF CYKLUSFIL-STATUS NOT = "00"
               CLOSE CYKLUSFIL
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CYKLUSFIL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF PC-DATO = KOERSEL-DATO
                               MOVE PC-CYKLUS TO CYKLUS-NR
                               MOVE PC-LINJE-TIL TO CYKLUS-LINJE-FRA
                               IF PC-CUTOFF = CYKLUS-CUTOFF
                                       AND NOT NATTENS-CYKLUS
                                   MOVE "J" TO CUTOFF-KOERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYKLUSFIL
               MOVE "N" TO END-OF-FILE
           END-IF
           IF CUTOFF-ER-KOERT
               DISPLAY "Cut-off " CYKLUS-CUTOFF(1:2) ":"
                   CYKLUS-CUTOFF(3:2) " er allerede koert i dag - "
                   "intet at postere"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CYKLUS-NR >= 99
               DISPLAY "FEJL: dagens 99 posteringscyklusser er "
                   "brugt - KontopostCyklus.txt skal kontrolleres"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CYKLUS-NR
           MOVE CYKLUS-NR TO CYKLUS-NR-TEKST
           EXIT.

      *En faerdig cyklus registreres, saa dagens naeste cyklus
      *begynder efter dens sidste linje.
       SKRIV-CYKLUSPOST.
           OPEN EXTEND CYKLUSFIL
           IF CYKLUSFIL-STATUS NOT = "00"
               CLOSE CYKLUSFIL
               OPEN OUTPUT CYKLUSFIL
           END-IF
           MOVE SPACES TO CYKLUS-RECORD
           MOVE KOERSEL-DATO TO PC-DATO
           MOVE CYKLUS-NR TO PC-CYKLUS
           MOVE CYKLUS-CUTOFF TO PC-CUTOFF
           COMPUTE PC-LINJE-FRA = CYKLUS-LINJE-FRA + 1
           MOVE CYKLUS-LINJE-TIL TO PC-LINJE-TIL
           MOVE CYKLUS-START-TID TO PC-START-TID
           ACCEPT PC-SLUT-TID FROM TIME
           MOVE ANTAL-LAEST TO PC-LAEST
           MOVE ANTAL-POSTERET TO PC-POSTERET
           MOVE ANTAL-AFVIST TO PC-AFVIST
           WRITE CYKLUS-RECORD
           CLOSE CYKLUSFIL
           EXIT.

      *Overtraeksgraensen slaas op paa kontonummeret i den
      *indlaeste tabel. Findes kontoen ikke i registret, gaelder det
      *frie overtraek fortsat, og der hverken afvises eller
       TJEK-OVERTRAEKSGRAENSE.
           PERFORM FIND-OVERTRAEKSGRAENSE
           PERFORM OPGOER-RESERVATIONER
           MOVE PRODUKTKODE(KONTO-FUNDET-IX) TO PK-KODE
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO PK-VALUTA
           CALL "PRODUKTKATALOG" USING PK-OMRAADE
           IF PK-KATALOG-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF PK-FUNDET AND NOT PK-OVERTRAEK-TILLADT
               IF NY-BALANCE - RESERVERET-SUM < 0
                   MOVE "N" TO GYLDIG-RECORD
                   MOVE "19" TO AFVIST-AARSAGSKODE
                   MOVE "Produktet tillader ikke overtraek"
                       TO AFVIST-AARSAGSTEKST
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF GRAENSE-FUNDET-IX = 0
               IF RESERVERET-SUM > 0
                   AND NY-BALANCE - RESERVERET-SUM < 0
           END-IF
           EXIT.

      *Mindreaarige: overtraeksforbuddet gaelder foer graenseregister
      *og produkt, og vaergekravet over beloebsgraensen afgoeres af
      *MINDREAARIG. Kundens record staar i KUNDEFIL-bufferen for
      *hele gruppen, saa CPR-nummeret tages derfra.
       TJEK-MINDREAARIG.
           MOVE KUNDE-ID TO MA-KUNDE-ID
           MOVE CPR-NUMMER TO MA-CPR-NUMMER
           MOVE KOERSEL-DATO TO MA-DATO
           MOVE POSTERING-BELOEB TO MA-BELOEB
           MOVE VALUTAKODE(KONTO-FUNDET-IX) TO MA-VALUTA
           CALL "MINDREAARIG" USING MA-OMRAADE
           IF MA-REGLER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           IF NOT MA-ER-MINDREAARIG
               EXIT PARAGRAPH
           END-IF
           PERFORM OPGOER-RESERVATIONER
           IF NY-BALANCE - RESERVERET-SUM < 0
               MOVE "N" TO GYLDIG-RECORD
               MOVE "22" TO AFVIST-AARSAGSKODE
               MOVE "Mindreaarig - overtraek ikke tilladt"
                   TO AFVIST-AARSAGSTEKST
               EXIT PARAGRAPH
           END-IF
           IF MA-AFVIS
               MOVE "N" TO GYLDIG-RECORD
               MOVE "23" TO AFVIST-AARSAGSKODE
               MOVE "Mindreaarig - vaerge kraeves"
                   TO AFVIST-AARSAGSTEKST
           END-IF
           EXIT.

      *En konto bundet som aftaleindlaan maa ikke debiteres foer
      *sin udloebsdato - records fra foer terminfelterne fandtes
      *har en ikke-numerisk UDLOEBSDATO og behandles som ubundne.
           END-IF
           EXIT.

      *Kontanter ved skranken: kassen skal vaere aabnet paa linjens
      *valoerdato (blank valoerdato: en aabning i registervinduet er
      *nok), og den effektive valuta - linjens egen eller kontoens,
      *naar kolonnen er blank - skal vaere kassens.
       TJEK-KASSE.
           MOVE "N" TO KASSE-FUNDET
           PERFORM VARYING KASSE-IX FROM 1 BY 1
                   UNTIL KASSE-IX > KASSE-ANTAL
               IF KT-KASSE-ID(KASSE-IX) = TRANS-KASSE-ID
                   IF TRANS-VALOERDATO NOT NUMERIC
                           OR KT-DATO(KASSE-IX) = TRANS-VALOERDATO
                       MOVE "J" TO KASSE-FUNDET
                   END-IF
               END-IF
           END-PERFORM
           IF NOT KASSE-ER-FUNDET
               MOVE "N" TO GYLDIG-RECORD
               MOVE "20" TO AFVIST-AARSAGSKODE
               MOVE "Kassen er ikke aabnet paa dagen"
                   TO AFVIST-AARSAGSTEKST
               EXIT PARAGRAPH
           END-IF
           IF TRANS-VALUTA = SPACES
               MOVE VALUTAKODE(KONTO-FUNDET-IX)
                   TO KASSE-VALUTA-EFFEKTIV
           ELSE
               MOVE TRANS-VALUTA TO KASSE-VALUTA-EFFEKTIV
           END-IF
           IF KASSE-VALUTA-EFFEKTIV NOT = "DKK"
               MOVE "N" TO GYLDIG-RECORD
               MOVE "20" TO AFVIST-AARSAGSKODE
               MOVE "Kontanter kun i kassens valuta DKK"
                   TO AFVIST-AARSAGSTEKST
           END-IF
           EXIT.

       LAES-KASSEREGISTER.
           OPEN INPUT KASSEFIL
           IF KASSEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KASSEFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KASSE-DATO NUMERIC AND KASSE-DATO > 0
                           IF FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                               - FUNCTION INTEGER-OF-DATE(KASSE-DATO)
                               NOT > KASSE-VINDUE-DAGE
                               PERFORM GEM-KASSE-AABNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KASSEFIL
           MOVE "N" TO END-OF-FILE
           IF KASSER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kasse-aabninger i "
                   "registervinduet - linjer paa de overskydende "
                   "afvises"
           END-IF
           MOVE "KASSE-TABEL" TO TK-TABEL
           MOVE KASSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE KASSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

       GEM-KASSE-AABNING.
           IF KASSE-ANTAL < 2000
               ADD 1 TO KASSE-ANTAL
               MOVE KASSE-ID TO KT-KASSE-ID(KASSE-ANTAL)
               MOVE KASSE-DATO TO KT-DATO(KASSE-ANTAL)
           ELSE
               MOVE "J" TO KASSE-OVERLOB
           END-IF
           EXIT.

       LAES-KONTOSPAERRINGER.
           OPEN INPUT SPAERFIL
           IF SPAERFIL-STATUS NOT = "00"
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
      *udbetale - saa posteres der slet ikke.
           IF SPAERRINGER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 kontospaerringer - "
                   "koerslen standses foer posteringen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *KONTAKTSKIFT indlaeser historikkerne ved foerste kald; et
      *proevekald foer posteringen viser om dens tabel rummer alle
      *aendringerne. En kunde der ikke kom med, ville ikke blive
      *holdt - saa standses koerslen, som ved kontospaerringerne.
       TJEK-KONTAKTSKIFT-TABEL.
           MOVE SPACES TO KSK-KUNDE-ID
           MOVE 0 TO KSK-BELOEB
           MOVE SPACES TO KSK-VALUTA
           CALL "KONTAKTSKIFT" USING KSK-OMRAADE
           IF KSK-HISTORIK-OVERLOEBET
               DISPLAY "FEJL: kontoovertagelses-reglen kan ikke "
                   "holdes - koerslen standses foer posteringen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       OPGOER-RESERVATIONER.
           CLOSE RESFIL
           MOVE "N" TO END-OF-FILE
           IF RESERVATIONER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 aktive "
                   "reservationer - disponibel kan vaere for hoej"
           END-IF
           MOVE "RES-TABEL" TO TK-TABEL
           MOVE RES-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE RES-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *En gennemfoert udbetaling der lander inden for
      *et manglende register betyder blot at alle konti beholder
      *frit overtraek, som foer registret fandtes.
       LAES-OVERTRAEKSGRAENSER.
           MOVE "OVERTRAEK-MARGIN-PCT" TO PS-NAVN
           MOVE HENVIS-MARGIN-PCT TO PS-STANDARD
           PERFORM HENT-PARAMETER
           MOVE PS-VAERDI TO MARGIN-TEKST
           IF MARGIN-TEKST NOT = SPACES
               MOVE FUNCTION NUMVAL(MARGIN-TEKST)
                   TO HENVIS-MARGIN-PCT
           CLOSE GRAENSEFIL
           MOVE "N" TO END-OF-FILE
           IF GRAENSER-OVERLOEBET
               DISPLAY "FEJL: flere end 2000 overtraeksgraenser "
                   "- de overskydende konti har frit overtraek"
           END-IF
           MOVE "GRAENSE-TABEL" TO TK-TABEL
           MOVE GRAENSE-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE GRAENSE-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *Henvisningsrapporten akkumulerer dateret som afvisningsloggen
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
           WRITE ALOG-RECORD
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

      *Forretningsparametre slaas op i parameterregistret via
      *PARAMETERSERVICE, som ogsaa logger den brugte vaerdi i
      *koersel-historikken (KoerselHistorik.txt).
       HENT-PARAMETER.
           MOVE "KONTOPOSTERING" TO PS-PROGRAM
           CALL "PARAMETERSERVICE" USING PS-OMRAADE
           IF PS-REGISTER-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "OvertraekHenvisninger.txt"
                   DELIMITED BY SIZE INTO HENVISFIL-NAVN
               END-STRING
               MOVE SPACES TO KASSEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KasseRegister.txt"
                   DELIMITED BY SIZE INTO KASSEFIL-NAVN
               END-STRING
               MOVE SPACES TO HOLDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHold.txt"
                   DELIMITED BY SIZE INTO HOLDFIL-NAVN
               END-STRING
               MOVE SPACES TO HOLDNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BetalingsHoldNy.tmp"
                   DELIMITED BY SIZE INTO HOLDNYFIL-NAVN
               END-STRING
               MOVE SPACES TO CYKLUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontopostCyklus.txt"
                   DELIMITED BY SIZE INTO CYKLUSFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KONTOPOSTERING" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
